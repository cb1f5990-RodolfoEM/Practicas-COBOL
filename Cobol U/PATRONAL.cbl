      *> DE RETECLEARLA. PROGNOMI SOLO CALCULA LA CUOTA OBRERA;
      *> ESTE ES EL LADO QUE CONTABILIDAD PREGUNTABA CADA MES SIN
      *> QUE EL SISTEMA PUDIERA CONTESTAR.
      *> ------------------------------------------------------
      *> MODIFICACIONES:
      *> 2026-10-15  LAS CUOTAS SE CALCULAN AHORA SOBRE EL SALARIO
      *>             BASE DE COTIZACION (SDI DE LA SUBRUTINA PROGCSDI
      *>             POR 30 DIAS, CON EL FACTOR DE INTEGRACION A LA
      *>             ANTIGUEDAD Y EL TOPE DE 25 UMAS DE UMATAB) Y NO
      *>             SOBRE EM-SALARIO; SIN UMA VIGENTE EL PASO NO
      *>             CORRE (RC 16). EL EXTRACTO SUAEXTR LLEVA AL
      *>             FINAL EL SDI DE CADA EMPLEADO (SU-SDI).
      *> 2026-10-15  LOS DIAS DE INCAPACIDAD DEL IMSS QUE CAEN EN EL
      *>             MES (MAESTRO INCAPAC, CUALQUIER RAMO) SALEN DE
      *>             LOS 30 DIAS DE LA BASE DE COTIZACION; EL PIE
      *>             DEL REPORTE DICE CUANTOS DIAS SE EXCLUYERON. SIN
      *>             MAESTRO DE INCAPACIDADES SE COTIZAN LOS 30.
      *> 2026-10-15  LAS CUOTAS DEL MES SE SUMAN TAMBIEN POR
      *>             DEPARTAMENTO Y SE ASIENTAN COMO LO REAL PATRONAL
      *>             DEL MES EN EL MAESTRO DE PRESUPUESTO (PRESUP),
      *>             REESCRIBIENDO EL CASILLERO, PARA EL COMPARATIVO
      *>             DE PRESUPUESTO CONTRA REAL DEL CIERRE (PROGPRRP).
      *> 2026-10-15  EL RENGLON DE SUAEXTR PASA AL COPY SUAREG (LO LEE
      *>             TAMBIEN LA CONCILIACION PROGCEMA) Y LLEVA AL FINAL
      *>             EL MES PROVISIONADO Y LOS DIAS COTIZADOS.
      *> 2026-10-15  VARIAS ENTIDADES Y REGISTROS PATRONALES (CATALOGO
      *>             PATRCAT, SUBRUTINA PROGCPAT): EL EXTRACTO SUAEXTR
      *>             SALE EN UN LOTE POR REGISTRO PATRONAL, CADA UNO
      *>             CON SU ENCABEZADO H Y SU CIERRE T (CUENTA Y SUMA
      *>             DE CUOTAS), Y EL REPORTE SUBTOTALIZA LA PROVISION
      *>             POR REGISTRO Y POR ENTIDAD. SIN CATALOGO SALE UN
      *>             SOLO LOTE DEL REGISTRO 01.
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT SUAEXTR-FILE    ASSIGN TO "SUAEXTR"
                                   ORGANIZATION LINE SEQUENTIAL.

           SELECT PRESUP-FILE     ASSIGN TO "PRESUP"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS PP-LLAVE
                                   FILE STATUS IS WS-PRESUP-STATUS.

           SELECT INCAPAC-FILE    ASSIGN TO "INCAPAC"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS IC-LLAVE
                                   FILE STATUS IS WS-INCAPAC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPMAST-FILE.
       01  RPTPATR-LINEA            PIC X(80).

       FD  SUAEXTR-FILE.
       COPY SUAREG.

       FD  INCAPAC-FILE.
       COPY INCPREG.

       FD  PRESUP-FILE.
       COPY PRESREG.

       WORKING-STORAGE SECTION.
       COPY RPTHDR.
       COPY PATRTAB.

      *> PROVISION Y EMPLEADOS POR ENTIDAD, EN LA MISMA RANURA QUE LA
      *> ENTIDAD TIENE EN PT-ENT.
       01  WS-TOTALES-ENTIDAD.
           05 WS-TE-RENGLON OCCURS 10 TIMES.
              10 WS-TE-PROVISION    PIC 9(10)V99.
              10 WS-TE-EMPLEADOS    PIC 9(05).

      *> TASAS PATRONALES SOBRE EL SALARIO BASE DE COTIZACION (EN
      *> PORCIENTO): IMSS PATRONAL (ENFERMEDADES Y MATERNIDAD MAS
      *> PRESTACIONES), RETIRO/CESANTIA/VEJEZ E INFONAVIT. SE
      *> MANTIENEN AQUI COMO LA CUOTA OBRERA EN PROGNOMI.
       01  WS-TASAS-PATRON.
           05 WS-TASA-IMSS-PATRON PIC 9(02)V999  VALUE 7.088.
           05 WS-TASA-RCV         PIC 9(02)V999  VALUE 5.150.
           05 WS-TASA-INFONAVIT   PIC 9(02)V999  VALUE 5.000.

      *> DIAS DE CADA MES (FEBRERO SE CORRIGE EN BISIESTO), PARA EL
      *> ULTIMO DIA DEL MES QUE SE PROVISIONA.
       01  WS-TABLA-MESES.
           05 WS-DIAS-MESES       PIC X(24)
                                  VALUE "312831303130313130313031".
           05 WS-DIAS-MESES-R REDEFINES WS-DIAS-MESES.
              10 WS-DIAS-DEL-MES  PIC 9(02)  OCCURS 12 TIMES.

       01  WS-FECHAS-MES.
           05 WS-MES-INICIO       PIC 9(08).
           05 WS-MES-FIN          PIC 9(08).
           05 WS-MES-FIN-R REDEFINES WS-MES-FIN.
              10 WS-MF-AA         PIC 9(04).
              10 WS-MF-MM         PIC 9(02).
              10 WS-MF-DD         PIC 9(02).
           05 WS-INC-DESDE        PIC 9(08).
           05 WS-INC-HASTA        PIC 9(08).

       01  WS-TABLA-CENTROS.
           05 WS-CC-RENGLON OCCURS 20 TIMES.
              10 WS-CC-DEPARTAMENTO PIC X(04).
              10 WS-RC-INFONAVIT    PIC 9(09)V99.
              10 WS-RC-EMPLEADOS    PIC 9(05).

      *> CUOTAS DEL MES POR DEPARTAMENTO, PARA ASENTARLAS COMO LO REAL
      *> DEL MAESTRO DE PRESUPUESTO.
       01  WS-RESUMEN-DEPTOS.
           05 WS-RD-RENGLON OCCURS 20 TIMES.
              10 WS-RD-DEPARTAMENTO PIC X(04).
              10 WS-RD-CENTRO       PIC X(06).
              10 WS-RD-PATRONAL     PIC 9(09)V99.
              10 WS-RD-ASENTADO     PIC X(01).

       01  WS-AREAS.
           05 WS-EMPMAST-STATUS   PIC X(02).
           05 WS-DEPTCAT-STATUS   PIC X(02).
               88 DEPTCAT-EOF                    VALUE "S".
           05 WS-NUM-CENTROS-CAT  PIC 9(02)      VALUE ZERO.
           05 WS-NUM-RESUMEN      PIC 9(02)      VALUE ZERO.
           05 WS-NUM-DEPTOS       PIC 9(02)      VALUE ZERO.
           05 WS-PRESUP-STATUS    PIC X(02).
           05 WS-FIN-PRESUP       PIC X(01).
               88 FIN-PRESUP                     VALUE "S".
           05 WS-ANIO-PRESUP      PIC 9(04).
           05 WS-MES-PRESUP       PIC 9(02).
           05 WS-TOT-ASENTADOS    PIC 9(05)      VALUE ZERO.
           05 WS-INDICE           PIC 9(02).
           05 WS-POS              PIC 9(02).
           05 WS-HALLADO          PIC X(01).
           05 WS-IMSS-PATRON      PIC 9(06)V99.
           05 WS-RCV              PIC 9(06)V99.
           05 WS-INFONAVIT        PIC 9(06)V99.
           05 WS-FECHA-HOY        PIC 9(08).
           05 WS-FECHA-ALTA       PIC 9(08)      VALUE ZERO.
           05 WS-SALARIO-BASE     PIC 9(05)V99.
           05 WS-SDI              PIC 9(05)V99.
           05 WS-FACTOR           PIC 9(01)V9(04).
           05 WS-DIAS-VAC         PIC 9(02).
           05 WS-ESTADO-SDI       PIC X(01).
               88 SDI-CALCULADO                  VALUE "S".
               88 SDI-SIN-ARCHIVO                VALUE "N".
           05 WS-BASE-COTIZACION  PIC 9(06)V99.
           05 WS-INCAPAC-STATUS   PIC X(02).
           05 WS-INCAPAC-ABIERTO  PIC X(01)      VALUE "N".
               88 INCAPAC-ABIERTO                VALUE "S".
           05 WS-FIN-INCAPAC      PIC X(01).
               88 FIN-INCAPAC                    VALUE "S".
           05 WS-DIAS-INC         PIC S9(05).
           05 WS-DIAS-INCAPACIDAD PIC 9(03).
           05 WS-DIAS-COTIZA      PIC 9(02).
           05 WS-TOT-DIAS-INC     PIC 9(05)      VALUE ZERO.
           05 WS-BISIESTO-COC     PIC 9(04).
           05 WS-BISIESTO-RES     PIC 9(03).
           05 WS-FECHA-EXTRACTO   PIC 9(06).
           05 WS-CICLO-ID         PIC 9(06).
           05 WS-TOTAL-REGS       PIC 9(05)      VALUE ZERO.
           05 WS-TOT-PROVISION    PIC 9(10)V99   VALUE ZERO.
           05 WS-REG-LOTE         PIC 9(02).
           05 WS-REG-POS          PIC 9(02).
           05 WS-REG-EMPLEADO     PIC X(02).
           05 WS-REG-DESCONOCIDO  PIC X(01).
               88 REG-DESCONOCIDO                VALUE "S".
           05 WS-LOTE-REGS        PIC 9(05).
           05 WS-LOTE-CUOTAS      PIC 9(09)V99.
           05 WS-ENT-POS          PIC 9(02).
           05 WS-CODIGO-RETORNO   PIC 9(02)      VALUE ZERO.
           05 WS-RC-NUEVO         PIC 9(02).
           05 WS-DESCRIPCION-ERROR PIC X(40).
       PROCEDURE DIVISION.
       000-RAIZ.
           MOVE ZERO TO RETURN-CODE
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM 003-VALIDA-UMA THRU 003-FIN
           IF NOT SDI-CALCULADO
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 004-CARGA-CENTROS THRU 004-FIN
           PERFORM 005-ABRE-EMPMAST THRU 005-FIN
           PERFORM 008-ABRE-INCAPAC THRU 008-FIN
           OPEN OUTPUT RPTPATR-FILE
           OPEN OUTPUT SUAEXTR-FILE
           PERFORM 010-ESCRIBE-ENCABEZADO THRU 010-FIN
           PERFORM 012-CARGA-PATRONES THRU 012-FIN
           PERFORM 014-LOTE-REGISTRO THRU 014-FIN
                   VARYING WS-REG-LOTE FROM 1 BY 1
                   UNTIL WS-REG-LOTE GREATER PT-NUM-REGISTROS
           PERFORM 060-IMPRIME-CENTROS THRU 060-FIN
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE GREATER WS-NUM-RESUMEN
           PERFORM 065-IMPRIME-ENTIDAD THRU 065-FIN
                   VARYING WS-ENT-POS FROM 1 BY 1
                   UNTIL WS-ENT-POS GREATER PT-NUM-ENTIDADES
           PERFORM 070-ASIENTA-PRESUPUESTO THRU 070-FIN
           PERFORM 090-ESCRIBE-PIE THRU 090-FIN
           CLOSE EMPMAST-FILE
           IF INCAPAC-ABIERTO
               CLOSE INCAPAC-FILE
           END-IF
           CLOSE RPTPATR-FILE
           CLOSE SUAEXTR-FILE
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE
           GOBACK.

      *> ANTES DE ABRIR NADA SE PIDE A PROGCSDI UN CALCULO EN CERO A
      *> LA FECHA DE HOY, SOLO PARA SABER SI HAY UMA VIGENTE EN
      *> UMATAB. SIN ELLA NO SE PUEDE TOPAR LA BASE DE COTIZACION, Y
      *> EL PASO SE DETIENE CON RC 16 EN VEZ DE PROVISIONAR MAL.
       003-VALIDA-UMA.
           MOVE ZERO TO WS-SALARIO-BASE
           CALL "PROGCSDI" USING WS-FECHA-HOY WS-FECHA-ALTA
                                 WS-SALARIO-BASE WS-SDI WS-FACTOR
                                 WS-DIAS-VAC WS-ESTADO-SDI
           IF SDI-CALCULADO
               GO TO 003-FIN
           END-IF
           IF SDI-SIN-ARCHIVO
               DISPLAY "NO SE PUDO ABRIR UMATAB, SE TERMINA"
               MOVE "PATRONAL: NO SE PUDO ABRIR UMATAB"
                    TO WS-DESCRIPCION-ERROR
           ELSE
               DISPLAY "SIN UMA VIGENTE AL " WS-FECHA-HOY
                       ", SE TERMINA"
               MOVE "PATRONAL: SIN UMA VIGENTE"
                    TO WS-DESCRIPCION-ERROR
           END-IF
           MOVE 16 TO WS-RC-NUEVO
           PERFORM 080-ACTUALIZA-RC THRU 080-FIN.
       003-FIN.  EXIT.

      *> CARGA LA TABLA DEPARTAMENTO-A-CENTRO-DE-COSTO DEL CATALOGO
      *> DE DEPARTAMENTOS; UN DEPARTAMENTO SIN RENGLON SALE EN EL
      *> RESUMEN COMO CENTRO "??????".
           END-IF.
       005-FIN.  EXIT.

      *> ABRE EL MAESTRO DE INCAPACIDADES Y FIJA EL PRIMER Y ULTIMO
      *> DIA DEL MES QUE SE PROVISIONA. SIN MAESTRO NO HAY DIAS QUE
      *> EXCLUIR Y SE COTIZAN LOS 30.
       008-ABRE-INCAPAC.
           MOVE WS-FECHA-HOY TO WS-MES-FIN
           MOVE WS-DIAS-DEL-MES (WS-MF-MM) TO WS-MF-DD
           IF WS-MF-MM = 2
               DIVIDE WS-MF-AA BY 4 GIVING WS-BISIESTO-COC
                      REMAINDER WS-BISIESTO-RES
               IF WS-BISIESTO-RES = ZERO
                   MOVE 29 TO WS-MF-DD
               END-IF
           END-IF
           MOVE WS-MES-FIN TO WS-MES-INICIO
           MOVE "01" TO WS-MES-INICIO (7:2)
           OPEN INPUT INCAPAC-FILE
           IF WS-INCAPAC-STATUS = "00"
               SET INCAPAC-ABIERTO TO TRUE
           ELSE
               DISPLAY "SIN MAESTRO DE INCAPACIDADES; SE COTIZAN "
                       "LOS 30 DIAS"
           END-IF.
       008-FIN.  EXIT.

       010-ESCRIBE-ENCABEZADO.
           MOVE "PROVISION PATRONAL IMSS/INFONAVIT - PROGPATR"
                TO RPT-TITULO
           ACCEPT WS-CICLO-ID FROM TIME.
       010-FIN.  EXIT.

      *> CARGA LOS REGISTROS PATRONALES Y SUS ENTIDADES (PROGCPAT) Y
      *> PONE EN CERO LOS TOTALES DE CADA ENTIDAD.
       012-CARGA-PATRONES.
           CALL "PROGCPAT" USING PT-PATRONES
           IF PT-SIN-CATALOGO
               DISPLAY "SIN CATALOGO PATRCAT; UN SOLO LOTE DEL "
                       "REGISTRO 01"
           END-IF
           PERFORM 013-LIMPIA-ENTIDAD THRU 013-FIN
                   VARYING WS-ENT-POS FROM 1 BY 1
                   UNTIL WS-ENT-POS GREATER 10.
       012-FIN.  EXIT.

       013-LIMPIA-ENTIDAD.
           MOVE ZERO TO WS-TE-PROVISION (WS-ENT-POS)
           MOVE ZERO TO WS-TE-EMPLEADOS (WS-ENT-POS).
       013-FIN.  EXIT.

      *> UN LOTE DEL EXTRACTO: ENCABEZADO H DEL REGISTRO PATRONAL, UN
      *> BARRIDO DEL MAESTRO CON LOS ACTIVOS DE ESE REGISTRO Y CIERRE T
      *> CON LA CUENTA Y LA SUMA DE CUOTAS DEL LOTE. EL REPORTE LLEVA
      *> EL SUBTOTAL DEL REGISTRO.
       014-LOTE-REGISTRO.
           MOVE ZERO TO WS-LOTE-REGS
           MOVE ZERO TO WS-LOTE-CUOTAS
           MOVE PT-R-ENT-POS (WS-REG-LOTE) TO WS-ENT-POS
           MOVE SPACES TO SUAEXTR-CONTROL
           SET SU-CT-ENCABEZADO TO TRUE
           MOVE PT-R-CODIGO (WS-REG-LOTE)  TO SU-CT-REGISTRO
           MOVE PT-R-REGISTRO-IMSS (WS-REG-LOTE)
                TO SU-CT-REGISTRO-IMSS
           MOVE PT-E-RFC (WS-ENT-POS)      TO SU-CT-RFC
           MOVE ZERO                       TO SU-CT-CUENTA
           MOVE ZERO                       TO SU-CT-CUOTAS
           MOVE WS-FECHA-HOY (1:6)         TO SU-CT-PERIODO
           WRITE SUAEXTR-CONTROL
           MOVE ZEROS TO EM-NUMERO
           START EMPMAST-FILE KEY IS NOT LESS THAN EM-NUMERO
               INVALID KEY
                   MOVE "10" TO WS-EMPMAST-STATUS
           END-START
           IF WS-EMPMAST-STATUS = "10"
               GO TO 014-CIERRE
           END-IF
           MOVE "00" TO WS-EMPMAST-STATUS
           PERFORM 020-PROCESA-EMPLEADO THRU 020-FIN
                   UNTIL WS-EMPMAST-STATUS NOT = "00".
       014-CIERRE.
           MOVE SPACES TO SUAEXTR-CONTROL
           SET SU-CT-CIERRE TO TRUE
           MOVE PT-R-CODIGO (WS-REG-LOTE)  TO SU-CT-REGISTRO
           MOVE PT-R-REGISTRO-IMSS (WS-REG-LOTE)
                TO SU-CT-REGISTRO-IMSS
           MOVE PT-E-RFC (WS-ENT-POS)      TO SU-CT-RFC
           MOVE WS-LOTE-REGS               TO SU-CT-CUENTA
           MOVE WS-LOTE-CUOTAS             TO SU-CT-CUOTAS
           MOVE WS-FECHA-HOY (1:6)         TO SU-CT-PERIODO
           WRITE SUAEXTR-CONTROL
           MOVE WS-LOTE-CUOTAS TO WS-IMPORTE-ED
           MOVE WS-LOTE-REGS   TO WS-EMPLEADOS-ED
           MOVE SPACES TO RPTPATR-LINEA
           STRING "REGISTRO PATRONAL "       DELIMITED BY SIZE
                  PT-R-CODIGO (WS-REG-LOTE)  DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  PT-R-REGISTRO-IMSS (WS-REG-LOTE)
                                             DELIMITED BY SIZE
                  "  EMPLEADOS: "            DELIMITED BY SIZE
                  WS-EMPLEADOS-ED            DELIMITED BY SIZE
                  "  CUOTAS: "               DELIMITED BY SIZE
                  WS-IMPORTE-ED              DELIMITED BY SIZE
                  INTO RPTPATR-LINEA
           WRITE RPTPATR-LINEA.
       014-FIN.  EXIT.

      *> UBICA EL REGISTRO PATRONAL DEL EMPLEADO LEIDO (ESPACIOS ES EL
      *> 01) EN LA TABLA; UNO QUE NO ESTA EN EL CATALOGO CAE EN EL
      *> PRIMER REGISTRO Y QUEDA MARCADO PARA AVISARLO.
       018-UBICA-REGISTRO.
           MOVE EM-REG-PATRONAL TO WS-REG-EMPLEADO
           IF WS-REG-EMPLEADO = SPACES
               MOVE "01" TO WS-REG-EMPLEADO
           END-IF
           MOVE ZERO TO WS-REG-POS
           PERFORM 019-BUSCA-REGISTRO THRU 019-FIN
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE GREATER PT-NUM-REGISTROS
                      OR WS-REG-POS NOT = ZERO
           MOVE "N" TO WS-REG-DESCONOCIDO
           IF WS-REG-POS = ZERO
               MOVE 1 TO WS-REG-POS
               SET REG-DESCONOCIDO TO TRUE
           END-IF.
       018-FIN.  EXIT.

       019-BUSCA-REGISTRO.
           IF PT-R-CODIGO (WS-INDICE) = WS-REG-EMPLEADO
               MOVE WS-INDICE TO WS-REG-POS
           END-IF.
       019-FIN.  EXIT.

      *> LEE EL SIGUIENTE EMPLEADO; LOS ACTIVOS RECIBEN SU CALCULO
      *> PATRONAL, SU RENGLON DEL EXTRACTO Y SU ACUMULACION POR
      *> CENTRO DE COSTO.
           READ EMPMAST-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-EMPMAST-STATUS
                   GO TO 020-FIN
           END-READ
           IF NOT EM-ACTIVO
               GO TO 020-FIN
           END-IF
           PERFORM 018-UBICA-REGISTRO THRU 018-FIN
           IF WS-REG-POS NOT = WS-REG-LOTE
               GO TO 020-FIN
           END-IF
           IF REG-DESCONOCIDO
               DISPLAY "REGISTRO PATRONAL " WS-REG-EMPLEADO
                       " NO CATALOGADO, EMPLEADO " EM-NUMERO
                       "; VA EN EL LOTE DEL " PT-R-CODIGO (1)
               MOVE 04 TO WS-RC-NUEVO
               MOVE "PATRONAL: REGISTRO PATRONAL NO CATALOGADO"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
           END-IF
           PERFORM 030-CALCULA-PATRONAL THRU 030-FIN
           PERFORM 040-ESCRIBE-EXTRACTO THRU 040-FIN
           PERFORM 050-ACUMULA-CENTRO THRU 050-FIN
           PERFORM 054-ACUMULA-DEPTO THRU 054-FIN.
       020-FIN.  EXIT.

      *> LA BASE DE LAS CUOTAS ES EL SDI A HOY (PROGCSDI, YA TOPADO
      *> EN 25 UMAS) POR LOS 30 DIAS DEL MES MENOS LOS DIAS DE
      *> INCAPACIDAD DEL EMPLEADO QUE CAEN EN EL MES.
       030-CALCULA-PATRONAL.
           MOVE EM-SALARIO TO WS-SALARIO-BASE
           CALL "PROGCSDI" USING WS-FECHA-HOY EM-FECHA-ALTA
                                 WS-SALARIO-BASE WS-SDI WS-FACTOR
                                 WS-DIAS-VAC WS-ESTADO-SDI
           PERFORM 035-DIAS-INCAPACIDAD THRU 035-FIN
           COMPUTE WS-BASE-COTIZACION = WS-SDI * WS-DIAS-COTIZA
           COMPUTE WS-IMSS-PATRON ROUNDED =
                   WS-BASE-COTIZACION * WS-TASA-IMSS-PATRON / 100
           COMPUTE WS-RCV ROUNDED =
                   WS-BASE-COTIZACION * WS-TASA-RCV / 100
           COMPUTE WS-INFONAVIT ROUNDED =
                   WS-BASE-COTIZACION * WS-TASA-INFONAVIT / 100
           MOVE "??????" TO WS-CENTRO-EMP
           MOVE "N" TO WS-HALLADO
           PERFORM 032-BUSCA-CENTRO THRU 032-FIN
           END-IF.
       032-FIN.  EXIT.

      *> CUENTA LOS DIAS DE LOS CERTIFICADOS DEL EMPLEADO QUE CAEN EN
      *> EL MES (EL MAESTRO ESTA ORDENADO POR EMPLEADO Y FOLIO) Y LOS
      *> DESCUENTA DE LOS 30 COTIZABLES.
       035-DIAS-INCAPACIDAD.
           MOVE 30 TO WS-DIAS-COTIZA
           MOVE ZERO TO WS-DIAS-INCAPACIDAD
           IF NOT INCAPAC-ABIERTO
               GO TO 035-FIN
           END-IF
           MOVE EM-NUMERO TO IC-NUMERO
           MOVE LOW-VALUES TO IC-FOLIO
           START INCAPAC-FILE KEY IS NOT LESS THAN IC-LLAVE
               INVALID KEY
                   GO TO 035-FIN
           END-START
           MOVE "N" TO WS-FIN-INCAPAC
           PERFORM 036-SUMA-CERTIFICADO THRU 036-FIN
                   UNTIL FIN-INCAPAC
           IF WS-DIAS-INCAPACIDAD LESS 30
               SUBTRACT WS-DIAS-INCAPACIDAD FROM WS-DIAS-COTIZA
           ELSE
               MOVE 30 TO WS-DIAS-INCAPACIDAD
               MOVE ZERO TO WS-DIAS-COTIZA
           END-IF
           ADD WS-DIAS-INCAPACIDAD TO WS-TOT-DIAS-INC.
       035-FIN.  EXIT.

       036-SUMA-CERTIFICADO.
           READ INCAPAC-FILE NEXT RECORD
               AT END
                   SET FIN-INCAPAC TO TRUE
                   GO TO 036-FIN
           END-READ
           IF IC-NUMERO NOT = EM-NUMERO
               SET FIN-INCAPAC TO TRUE
               GO TO 036-FIN
           END-IF
           IF IC-FECHA-FIN LESS WS-MES-INICIO
              OR IC-FECHA-INICIO GREATER WS-MES-FIN
               GO TO 036-FIN
           END-IF
           MOVE IC-FECHA-INICIO TO WS-INC-DESDE
           IF WS-INC-DESDE LESS WS-MES-INICIO
               MOVE WS-MES-INICIO TO WS-INC-DESDE
           END-IF
           MOVE IC-FECHA-FIN TO WS-INC-HASTA
           IF WS-INC-HASTA GREATER WS-MES-FIN
               MOVE WS-MES-FIN TO WS-INC-HASTA
           END-IF
           CALL "PROGCDIA" USING WS-INC-DESDE WS-INC-HASTA WS-DIAS-INC
           ADD 1 TO WS-DIAS-INC
           ADD WS-DIAS-INC TO WS-DIAS-INCAPACIDAD.
       036-FIN.  EXIT.

      *> RENGLON DE COLUMNAS FIJAS DEL EXTRACTO PARA EL SUA.
       040-ESCRIBE-EXTRACTO.
           MOVE EM-NUMERO      TO SU-NUMERO
           MOVE WS-RCV         TO SU-RCV
           MOVE WS-INFONAVIT   TO SU-INFONAVIT
           MOVE WS-CENTRO-EMP  TO SU-CENTRO-COSTO
           MOVE WS-SDI         TO SU-SDI
           MOVE WS-FECHA-HOY (1:6) TO SU-PERIODO
           MOVE WS-DIAS-COTIZA TO SU-DIAS
           WRITE SUAEXTR-REGISTRO
           ADD 1 TO WS-TOTAL-REGS
           ADD WS-IMSS-PATRON TO WS-TOT-PROVISION
           ADD WS-RCV         TO WS-TOT-PROVISION
           ADD WS-INFONAVIT   TO WS-TOT-PROVISION
           ADD 1 TO WS-LOTE-REGS
           COMPUTE WS-LOTE-CUOTAS = WS-LOTE-CUOTAS + WS-IMSS-PATRON
                                  + WS-RCV + WS-INFONAVIT
           ADD 1 TO WS-TE-EMPLEADOS (WS-ENT-POS)
           COMPUTE WS-TE-PROVISION (WS-ENT-POS) =
                   WS-TE-PROVISION (WS-ENT-POS) + WS-IMSS-PATRON
                   + WS-RCV + WS-INFONAVIT.
       040-FIN.  EXIT.

       050-ACUMULA-CENTRO.
           END-IF.
       052-FIN.  EXIT.

      *> SUMA LAS CUOTAS DEL EMPLEADO A SU DEPARTAMENTO. MAS DE 20
      *> DEPARTAMENTOS NO CABEN, IGUAL QUE LOS CENTROS DE COSTO.
       054-ACUMULA-DEPTO.
           MOVE "N" TO WS-HALLADO
           PERFORM 056-BUSCA-DEPTO THRU 056-FIN
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE GREATER WS-NUM-DEPTOS
                      OR HALLADO
           IF NOT HALLADO
               IF WS-NUM-DEPTOS LESS 20
                   ADD 1 TO WS-NUM-DEPTOS
                   MOVE EM-DEPARTAMENTO
                        TO WS-RD-DEPARTAMENTO (WS-NUM-DEPTOS)
                   MOVE WS-CENTRO-EMP
                        TO WS-RD-CENTRO (WS-NUM-DEPTOS)
                   MOVE ZERO TO WS-RD-PATRONAL (WS-NUM-DEPTOS)
                   MOVE "N" TO WS-RD-ASENTADO (WS-NUM-DEPTOS)
                   MOVE WS-NUM-DEPTOS TO WS-POS
               ELSE
                   GO TO 054-FIN
               END-IF
           END-IF
           ADD WS-IMSS-PATRON TO WS-RD-PATRONAL (WS-POS)
           ADD WS-RCV         TO WS-RD-PATRONAL (WS-POS)
           ADD WS-INFONAVIT   TO WS-RD-PATRONAL (WS-POS).
       054-FIN.  EXIT.

       056-BUSCA-DEPTO.
           IF WS-RD-DEPARTAMENTO (WS-INDICE) = EM-DEPARTAMENTO
               SET HALLADO TO TRUE
               MOVE WS-INDICE TO WS-POS
           END-IF.
       056-FIN.  EXIT.

      *> IMPRIME LA PROVISION DE UN CENTRO DE COSTO.
       060-IMPRIME-CENTROS.
           MOVE WS-RC-EMPLEADOS (WS-INDICE) TO WS-EMPLEADOS-ED
           ADD 1 TO RPT-TOTAL-REGS.
       060-FIN.  EXIT.

      *> SUBTOTAL DE LA PROVISION DE UNA ENTIDAD (SUS REGISTROS
      *> PATRONALES JUNTOS).
       065-IMPRIME-ENTIDAD.
           MOVE WS-TE-PROVISION (WS-ENT-POS) TO WS-IMPORTE-ED
           MOVE WS-TE-EMPLEADOS (WS-ENT-POS) TO WS-EMPLEADOS-ED
           MOVE SPACES TO RPTPATR-LINEA
           STRING "ENTIDAD "                   DELIMITED BY SIZE
                  PT-E-ENTIDAD (WS-ENT-POS)    DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  PT-E-RFC (WS-ENT-POS)        DELIMITED BY SIZE
                  " EMPL: "                    DELIMITED BY SIZE
                  WS-EMPLEADOS-ED              DELIMITED BY SIZE
                  " PROVISION: "               DELIMITED BY SIZE
                  WS-IMPORTE-ED                DELIMITED BY SIZE
                  INTO RPTPATR-LINEA
           WRITE RPTPATR-LINEA.
       065-FIN.  EXIT.

      *> ASIENTA LAS CUOTAS DEL MES COMO LO REAL PATRONAL DEL MAESTRO
      *> DE PRESUPUESTO: CADA DEPARTAMENTO DEL ANIO RECIBE SU IMPORTE
      *> (O CERO SI YA NO TIENE ACTIVOS) EN EL CASILLERO DEL MES, QUE
      *> SE REESCRIBE Y NO SE SUMA, ASI QUE REPETIR EL PASO NO DUPLICA.
      *> UN DEPARTAMENTO SIN PRESUPUESTO RECIBE SU REGISTRO EN CEROS
      *> PARA QUE EL COMPARATIVO (PROGPRRP) LO MUESTRE.
       070-ASIENTA-PRESUPUESTO.
           MOVE WS-FECHA-HOY (1:4) TO WS-ANIO-PRESUP
           MOVE WS-FECHA-HOY (5:2) TO WS-MES-PRESUP
           OPEN I-O PRESUP-FILE
           IF WS-PRESUP-STATUS = "35"
               OPEN OUTPUT PRESUP-FILE
               CLOSE PRESUP-FILE
               OPEN I-O PRESUP-FILE
           END-IF
           IF WS-PRESUP-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR PRESUP; LAS CUOTAS NO SE "
                       "ASIENTAN AL PRESUPUESTO"
               MOVE 04 TO WS-RC-NUEVO
               MOVE "PATRONAL: NO SE PUDO ABRIR PRESUP"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               GO TO 070-FIN
           END-IF
           MOVE WS-ANIO-PRESUP TO PP-ANIO
           MOVE LOW-VALUES     TO PP-DEPARTAMENTO
           MOVE "N" TO WS-FIN-PRESUP
           START PRESUP-FILE KEY IS NOT LESS THAN PP-LLAVE
               INVALID KEY
                   SET FIN-PRESUP TO TRUE
           END-START
           PERFORM 072-REESCRIBE-DEPTO THRU 072-FIN
                   UNTIL FIN-PRESUP
           PERFORM 074-ALTA-DEPTO THRU 074-FIN
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE GREATER WS-NUM-DEPTOS
           CLOSE PRESUP-FILE.
       070-FIN.  EXIT.

       072-REESCRIBE-DEPTO.
           READ PRESUP-FILE NEXT RECORD
               AT END
                   SET FIN-PRESUP TO TRUE
                   GO TO 072-FIN
           END-READ
           IF PP-ANIO NOT = WS-ANIO-PRESUP
               SET FIN-PRESUP TO TRUE
               GO TO 072-FIN
           END-IF
           MOVE ZERO TO PP-REAL-PATRONAL (WS-MES-PRESUP)
           MOVE "N" TO WS-HALLADO
           PERFORM 076-BUSCA-ASIENTO THRU 076-FIN
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE GREATER WS-NUM-DEPTOS
                      OR HALLADO
           REWRITE PP-REGISTRO
           ADD 1 TO WS-TOT-ASENTADOS.
       072-FIN.  EXIT.

       074-ALTA-DEPTO.
           IF WS-RD-ASENTADO (WS-INDICE) = "S"
               GO TO 074-FIN
           END-IF
           MOVE WS-ANIO-PRESUP TO PP-ANIO
           MOVE WS-RD-DEPARTAMENTO (WS-INDICE) TO PP-DEPARTAMENTO
           MOVE WS-RD-CENTRO (WS-INDICE)       TO PP-CENTRO-COSTO
           PERFORM 078-LIMPIA-MES THRU 078-FIN
                   VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS GREATER 12
           MOVE WS-RD-PATRONAL (WS-INDICE)
                TO PP-REAL-PATRONAL (WS-MES-PRESUP)
           WRITE PP-REGISTRO
           ADD 1 TO WS-TOT-ASENTADOS.
       074-FIN.  EXIT.

       076-BUSCA-ASIENTO.
           IF WS-RD-DEPARTAMENTO (WS-INDICE) = PP-DEPARTAMENTO
               MOVE WS-RD-PATRONAL (WS-INDICE)
                    TO PP-REAL-PATRONAL (WS-MES-PRESUP)
               MOVE "S" TO WS-RD-ASENTADO (WS-INDICE)
               SET HALLADO TO TRUE
           END-IF.
       076-FIN.  EXIT.

       078-LIMPIA-MES.
           MOVE ZERO TO PP-PRES-NOMINA (WS-POS)
                        PP-PRES-PATRONAL (WS-POS)
                        PP-REAL-NOMINA (WS-POS)
                        PP-REAL-PATRONAL (WS-POS).
       078-FIN.  EXIT.

      *> ELEVA WS-CODIGO-RETORNO A WS-RC-NUEVO SI ESTE ES MAS SEVERO Y
      *> DEJA CONSTANCIA EN LA BITACORA COMUN DE ERRORES (ERRLOG).
       080-ACTUALIZA-RC.
           STRING "RENGLONES EN EL EXTRACTO: " DELIMITED BY SIZE
                  WS-EMPLEADOS-ED               DELIMITED BY SIZE
                  INTO RPTPATR-LINEA
           WRITE RPTPATR-LINEA
           MOVE WS-TOT-DIAS-INC TO WS-EMPLEADOS-ED
           MOVE SPACES TO RPTPATR-LINEA
           STRING "DIAS DE INCAPACIDAD FUERA DE LA BASE: "
                                                DELIMITED BY SIZE
                  WS-EMPLEADOS-ED               DELIMITED BY SIZE
                  INTO RPTPATR-LINEA
           WRITE RPTPATR-LINEA
           MOVE WS-TOT-ASENTADOS TO WS-EMPLEADOS-ED
           MOVE SPACES TO RPTPATR-LINEA
           STRING "DEPARTAMENTOS ASENTADOS AL PRESUPUESTO: "
                                                DELIMITED BY SIZE
                  WS-EMPLEADOS-ED               DELIMITED BY SIZE
                  INTO RPTPATR-LINEA
           WRITE RPTPATR-LINEA.
       090-FIN.  EXIT.
