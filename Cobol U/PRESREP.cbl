      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGPRRP.
      *AUTHOR.                    FERNANDO TOLEDO.
      *INSTALLATION.              CENTRO DE CAPACITACION.
      *DATE-WRITTEN.              2026-10-15.
      *DATE-COMPILED.
      *SECURITY.                  NO ES CONFIDENCIAL.
      *> ------------------------------------------------------
      *> COMPARATIVO MENSUAL DE PRESUPUESTO CONTRA REAL DE NOMINA
      *> POR DEPARTAMENTO Y CENTRO DE COSTO, PARA EL CIERRE DE MES.
      *> CUANDO EL MES PEDIDO ES EL MES EN CURSO, PRIMERO ASIENTA EN
      *> EL MAESTRO PRESUP (COPY PRESREG) LO REAL DE SUELDOS DEL MES:
      *> EL BRUTO POR DEPARTAMENTO DE LA ULTIMA CORRIDA DE PROGNOMI
      *> (NOMITOT, COPY NOMTREG), QUE YA TRAE EL MES COMPLETO. EL
      *> CASILLERO DEL MES SE REESCRIBE Y NO SE SUMA, ASI QUE
      *> REPETIR EL PASO NO DUPLICA; LO REAL DE CUOTAS PATRONALES LO
      *> ASIENTA PROGPATR EN SU PROPIO PASO DEL CIERRE. LUEGO IMPRIME
      *> POR DEPARTAMENTO EL MES Y EL ACUMULADO DEL ANIO (SUELDOS,
      *> CUOTAS Y TOTAL) CON PRESUPUESTO, REAL Y VARIACION (REAL
      *> MENOS PRESUPUESTO; UN * MARCA LO QUE REBASA), UN RESUMEN POR
      *> CENTRO DE COSTO Y EL TOTAL DE LA EMPRESA. UN DEPARTAMENTO
      *> CUYO ACUMULADO REBASA SU PRESUPUESTO, O QUE TIENE REAL SIN
      *> PRESUPUESTO, TERMINA EL PASO CON RC 04. EL MES (AAAAMM,
      *> 0 = MES EN CURSO) LLEGA POR SYSIN.
      *> ------------------------------------------------------
      *> MODIFICACIONES:
      *> 2026-10-15  NOMITOT TRAE UN RENGLON POR DEPARTAMENTO Y
      *>             ENTIDAD PATRONAL (NT-ENTIDAD): UN DEPARTAMENTO
      *>             CON EMPLEADOS EN DOS ENTIDADES SUMA SUS RENGLONES
      *>             EN UNA SOLA RANURA ANTES DE ASENTARSE.
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESUP-FILE     ASSIGN TO "PRESUP"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS PP-LLAVE
                                   FILE STATUS IS WS-PRESUP-STATUS.

           SELECT NOMITOT-FILE    ASSIGN TO "NOMITOT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-NOMITOT-STATUS.

           SELECT DEPTCAT-FILE    ASSIGN TO "DEPTCAT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-DEPTCAT-STATUS.

           SELECT RPTPRRP-FILE    ASSIGN TO "RPTPRRP"
                                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PRESUP-FILE.
       COPY PRESREG.

       FD  NOMITOT-FILE.
       COPY NOMTREG.

       FD  DEPTCAT-FILE.
       COPY DEPCREC.

       FD  RPTPRRP-FILE.
       01  RPTPRRP-LINEA            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY RPTHDR.

      *> DEPARTAMENTOS DEL CATALOGO CON SU NOMBRE Y CENTRO DE COSTO
      *> (MISMO TOPE DE 20 QUE PROGPATR Y PROGGLIF).
       01  WS-TABLA-DEPTOS.
           05 WS-TD-RENGLON OCCURS 20 TIMES.
              10 WS-TD-DEPARTAMENTO PIC X(04).
              10 WS-TD-NOMBRE       PIC X(20).
              10 WS-TD-CENTRO       PIC X(06).

      *> BRUTO DEL MES POR DEPARTAMENTO SEGUN NOMITOT, Y SI YA SE
      *> ASENTO EN UN REGISTRO EXISTENTE DEL MAESTRO.
       01  WS-TABLA-NOMINA.
           05 WS-TN-RENGLON OCCURS 20 TIMES.
              10 WS-TN-DEPARTAMENTO PIC X(04).
              10 WS-TN-BRUTO        PIC 9(09)V99.
              10 WS-TN-ASENTADO     PIC X(01).

      *> LAS OCHO CIFRAS DE UN RENGLON DEL COMPARATIVO (DEPARTAMENTO,
      *> CENTRO DE COSTO O EMPRESA): MES Y ACUMULADO, PRESUPUESTO Y
      *> REAL, SUELDOS Y CUOTAS. EL RESUMEN POR CENTRO Y EL TOTAL
      *> GUARDAN EL MISMO ACOMODO PARA PASARSE COMPLETOS A ESTA AREA.
       01  WS-CIFRAS.
           05 WS-MES-PRES-NOM     PIC 9(11)V99.
           05 WS-MES-PRES-PAT     PIC 9(11)V99.
           05 WS-MES-REAL-NOM     PIC 9(11)V99.
           05 WS-MES-REAL-PAT     PIC 9(11)V99.
           05 WS-ACU-PRES-NOM     PIC 9(11)V99.
           05 WS-ACU-PRES-PAT     PIC 9(11)V99.
           05 WS-ACU-REAL-NOM     PIC 9(11)V99.
           05 WS-ACU-REAL-PAT     PIC 9(11)V99.

       01  WS-RESUMEN-CENTROS.
           05 WS-RC-RENGLON OCCURS 20 TIMES.
              10 WS-RC-CENTRO       PIC X(06).
              10 WS-RC-CIFRAS.
                 15 WS-RC-MES-PRES-NOM PIC 9(11)V99.
                 15 WS-RC-MES-PRES-PAT PIC 9(11)V99.
                 15 WS-RC-MES-REAL-NOM PIC 9(11)V99.
                 15 WS-RC-MES-REAL-PAT PIC 9(11)V99.
                 15 WS-RC-ACU-PRES-NOM PIC 9(11)V99.
                 15 WS-RC-ACU-PRES-PAT PIC 9(11)V99.
                 15 WS-RC-ACU-REAL-NOM PIC 9(11)V99.
                 15 WS-RC-ACU-REAL-PAT PIC 9(11)V99.

       01  WS-TOTAL-EMPRESA.
           05 WS-TE-MES-PRES-NOM  PIC 9(11)V99    VALUE ZERO.
           05 WS-TE-MES-PRES-PAT  PIC 9(11)V99    VALUE ZERO.
           05 WS-TE-MES-REAL-NOM  PIC 9(11)V99    VALUE ZERO.
           05 WS-TE-MES-REAL-PAT  PIC 9(11)V99    VALUE ZERO.
           05 WS-TE-ACU-PRES-NOM  PIC 9(11)V99    VALUE ZERO.
           05 WS-TE-ACU-PRES-PAT  PIC 9(11)V99    VALUE ZERO.
           05 WS-TE-ACU-REAL-NOM  PIC 9(11)V99    VALUE ZERO.
           05 WS-TE-ACU-REAL-PAT  PIC 9(11)V99    VALUE ZERO.

       01  WS-AREAS.
           05 WS-PRESUP-STATUS    PIC X(02).
           05 WS-NOMITOT-STATUS   PIC X(02).
           05 WS-DEPTCAT-STATUS   PIC X(02).
           05 WS-NOMITOT-EOF      PIC X(01)      VALUE "N".
               88 NOMITOT-EOF                    VALUE "S".
           05 WS-DEPTCAT-EOF      PIC X(01)      VALUE "N".
               88 DEPTCAT-EOF                    VALUE "S".
           05 WS-FIN-PRESUP       PIC X(01).
               88 FIN-PRESUP                     VALUE "S".
           05 WS-PERIODO          PIC 9(06).
           05 WS-PERIODO-R REDEFINES WS-PERIODO.
              10 WS-PE-AA         PIC 9(04).
              10 WS-PE-MM         PIC 9(02).
           05 WS-FECHA-HOY        PIC 9(08).
           05 WS-NUM-DEPTOS       PIC 9(02)      VALUE ZERO.
           05 WS-NUM-NOMINA       PIC 9(02)      VALUE ZERO.
           05 WS-NUM-CENTROS      PIC 9(02)      VALUE ZERO.
           05 WS-INDICE           PIC 9(02).
           05 WS-POS              PIC 9(02).
           05 WS-MES              PIC 9(02).
           05 WS-HALLADO          PIC X(01).
               88 HALLADO                        VALUE "S".
           05 WS-NOMBRE-DEPTO     PIC X(20).
           05 WS-CENTRO           PIC X(06).
           05 WS-ETIQUETA         PIC X(16).
           05 WS-IMP-PRES         PIC 9(11)V99.
           05 WS-IMP-REAL         PIC 9(11)V99.
           05 WS-IMP-VAR          PIC S9(11)V99.
           05 WS-MARCA            PIC X(01).
           05 WS-ACU-PRES-TOT     PIC 9(11)V99.
           05 WS-ACU-REAL-TOT     PIC 9(11)V99.
           05 WS-TOT-ASENTADOS    PIC 9(05)      VALUE ZERO.
           05 WS-TOT-EXCEDIDOS    PIC 9(05)      VALUE ZERO.
           05 WS-TOT-SIN-PRESUP   PIC 9(05)      VALUE ZERO.
           05 WS-CODIGO-RETORNO   PIC 9(02)      VALUE ZERO.
           05 WS-RC-NUEVO         PIC 9(02).
           05 WS-DESCRIPCION-ERROR PIC X(40).

       01  WS-EDITADOS.
           05 WS-PRES-ED          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 WS-REAL-ED          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 WS-VAR-ED           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 WS-CUENTA-ED        PIC ZZZZ9.

       PROCEDURE DIVISION.
       000-RAIZ.
           MOVE ZERO TO RETURN-CODE
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           DISPLAY "MES A COMPARAR (AAAAMM, 0 = MES EN CURSO): "
           ACCEPT WS-PERIODO
           IF WS-PERIODO NOT NUMERIC OR WS-PERIODO = ZERO
               MOVE WS-FECHA-HOY (1:6) TO WS-PERIODO
           END-IF
           IF WS-PE-MM LESS 1 OR WS-PE-MM GREATER 12
               MOVE WS-FECHA-HOY (1:6) TO WS-PERIODO
           END-IF
           PERFORM 004-CARGA-DEPTOS THRU 004-FIN
           PERFORM 005-ABRE-PRESUP THRU 005-FIN
           IF WS-PRESUP-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR PRESUP, NO HAY COMPARATIVO"
               MOVE 08 TO WS-RC-NUEVO
               MOVE "COMPARATIVO: NO SE PUDO ABRIR PRESUP"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-PERIODO = WS-FECHA-HOY (1:6)
               PERFORM 020-ASIENTA-NOMINA THRU 020-FIN
           END-IF
           OPEN OUTPUT RPTPRRP-FILE
           PERFORM 010-ESCRIBE-ENCABEZADO THRU 010-FIN
           MOVE WS-PE-AA   TO PP-ANIO
           MOVE LOW-VALUES TO PP-DEPARTAMENTO
           MOVE "N" TO WS-FIN-PRESUP
           START PRESUP-FILE KEY IS NOT LESS THAN PP-LLAVE
               INVALID KEY
                   SET FIN-PRESUP TO TRUE
           END-START
           PERFORM 030-COMPARA-DEPTO THRU 030-FIN
                   UNTIL FIN-PRESUP
           PERFORM 060-IMPRIME-CENTROS THRU 060-FIN
           PERFORM 090-ESCRIBE-PIE THRU 090-FIN
           CLOSE PRESUP-FILE
           CLOSE RPTPRRP-FILE
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE
           GOBACK.

      *> CARGA LA TABLA DE DEPARTAMENTOS DEL CATALOGO, DE DONDE SALEN
      *> EL NOMBRE PARA EL REPORTE Y EL CENTRO DE COSTO DE LOS
      *> DEPARTAMENTOS QUE SE DAN DE ALTA EN EL MAESTRO.
       004-CARGA-DEPTOS.
           OPEN INPUT DEPTCAT-FILE
           IF WS-DEPTCAT-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR DEPTCAT; SIN NOMBRES DE "
                       "DEPARTAMENTO"
               GO TO 004-FIN
           END-IF
           PERFORM 006-LEE-DEPTCAT THRU 006-FIN
           PERFORM 007-GUARDA-DEPTO THRU 007-FIN
                   UNTIL DEPTCAT-EOF
           CLOSE DEPTCAT-FILE.
       004-FIN.  EXIT.

      *> ABRE EL MAESTRO DE PRESUPUESTO EN I-O; SI TODAVIA NO EXISTE
      *> LO CREA VACIO Y LO VUELVE A ABRIR.
       005-ABRE-PRESUP.
           OPEN I-O PRESUP-FILE
           IF WS-PRESUP-STATUS = "35"
               OPEN OUTPUT PRESUP-FILE
               CLOSE PRESUP-FILE
               OPEN I-O PRESUP-FILE
           END-IF.
       005-FIN.  EXIT.

       006-LEE-DEPTCAT.
           READ DEPTCAT-FILE
               AT END
                   SET DEPTCAT-EOF TO TRUE
           END-READ.
       006-FIN.  EXIT.

       007-GUARDA-DEPTO.
           IF WS-NUM-DEPTOS LESS 20
               ADD 1 TO WS-NUM-DEPTOS
               MOVE DC-CODIGO
                    TO WS-TD-DEPARTAMENTO (WS-NUM-DEPTOS)
               MOVE DC-NOMBRE
                    TO WS-TD-NOMBRE (WS-NUM-DEPTOS)
               MOVE DC-CENTRO-COSTO
                    TO WS-TD-CENTRO (WS-NUM-DEPTOS)
           END-IF
           PERFORM 006-LEE-DEPTCAT THRU 006-FIN.
       007-FIN.  EXIT.

       010-ESCRIBE-ENCABEZADO.
           MOVE "PRESUPUESTO CONTRA REAL - PROGPRRP" TO RPT-TITULO
           ACCEPT RPT-FECHA FROM DATE
           MOVE RPT-ENCABEZADO TO RPTPRRP-LINEA
           WRITE RPTPRRP-LINEA
           MOVE SPACES TO RPTPRRP-LINEA
           STRING "MES: " DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
                  "  (VARIACION = REAL - PRESUPUESTO; * = REBASA)"
                             DELIMITED BY SIZE
                  INTO RPTPRRP-LINEA
           WRITE RPTPRRP-LINEA
           MOVE SPACES TO RPTPRRP-LINEA
           WRITE RPTPRRP-LINEA
           MOVE SPACES TO RPTPRRP-LINEA
           STRING "                        PRESUPUESTO"
                             DELIMITED BY SIZE
                  "              REAL"
                             DELIMITED BY SIZE
                  "         VARIACION"
                             DELIMITED BY SIZE
                  INTO RPTPRRP-LINEA
           WRITE RPTPRRP-LINEA.
       010-FIN.  EXIT.

      *> ---------------------------------------------------------
      *> ASIENTA LO REAL DE SUELDOS DEL MES: CARGA EL BRUTO POR
      *> DEPARTAMENTO DE NOMITOT, RECORRE LOS REGISTROS DEL ANIO Y
      *> REESCRIBE EL CASILLERO DEL MES (CERO SI EL DEPARTAMENTO NO
      *> TUVO NOMINA), Y DA DE ALTA EN CEROS A LOS DEPARTAMENTOS CON
      *> NOMINA QUE NO TIENEN PRESUPUESTO. SIN NOMITOT NO SE TOCA EL
      *> MAESTRO Y EL PASO TERMINA CON RC 08.
      *> ---------------------------------------------------------
       020-ASIENTA-NOMINA.
           OPEN INPUT NOMITOT-FILE
           IF WS-NOMITOT-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR NOMITOT; NO SE ASIENTA LO "
                       "REAL DE SUELDOS DEL MES"
               MOVE 08 TO WS-RC-NUEVO
               MOVE "COMPARATIVO: NO SE PUDO ABRIR NOMITOT"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               GO TO 020-FIN
           END-IF
           PERFORM 021-LEE-NOMITOT THRU 021-FIN
           PERFORM 022-GUARDA-NOMINA THRU 022-FIN
                   UNTIL NOMITOT-EOF
           CLOSE NOMITOT-FILE
           MOVE WS-PE-AA   TO PP-ANIO
           MOVE LOW-VALUES TO PP-DEPARTAMENTO
           MOVE "N" TO WS-FIN-PRESUP
           START PRESUP-FILE KEY IS NOT LESS THAN PP-LLAVE
               INVALID KEY
                   SET FIN-PRESUP TO TRUE
           END-START
           PERFORM 024-REESCRIBE-DEPTO THRU 024-FIN
                   UNTIL FIN-PRESUP
           PERFORM 026-ALTA-DEPTO THRU 026-FIN
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE GREATER WS-NUM-NOMINA.
       020-FIN.  EXIT.

       021-LEE-NOMITOT.
           READ NOMITOT-FILE
               AT END
                   SET NOMITOT-EOF TO TRUE
           END-READ.
       021-FIN.  EXIT.

       022-GUARDA-NOMINA.
           MOVE "N" TO WS-HALLADO
           PERFORM 023-SUMA-NOMINA THRU 023-FIN
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE GREATER WS-NUM-NOMINA
                      OR HALLADO
           IF HALLADO
               GO TO 022-SIGUIENTE
           END-IF
           IF WS-NUM-NOMINA LESS 20
               ADD 1 TO WS-NUM-NOMINA
               MOVE NT-DEPARTAMENTO
                    TO WS-TN-DEPARTAMENTO (WS-NUM-NOMINA)
               MOVE NT-BRUTO TO WS-TN-BRUTO (WS-NUM-NOMINA)
               MOVE "N" TO WS-TN-ASENTADO (WS-NUM-NOMINA)
           END-IF.
       022-SIGUIENTE.
           PERFORM 021-LEE-NOMITOT THRU 021-FIN.
       022-FIN.  EXIT.

      *> EL MISMO DEPARTAMENTO EN OTRA ENTIDAD SE SUMA A SU RANURA.
       023-SUMA-NOMINA.
           IF WS-TN-DEPARTAMENTO (WS-INDICE) = NT-DEPARTAMENTO
               ADD NT-BRUTO TO WS-TN-BRUTO (WS-INDICE)
               SET HALLADO TO TRUE
           END-IF.
       023-FIN.  EXIT.

       024-REESCRIBE-DEPTO.
           READ PRESUP-FILE NEXT RECORD
               AT END
                   SET FIN-PRESUP TO TRUE
                   GO TO 024-FIN
           END-READ
           IF PP-ANIO NOT = WS-PE-AA
               SET FIN-PRESUP TO TRUE
               GO TO 024-FIN
           END-IF
           MOVE ZERO TO PP-REAL-NOMINA (WS-PE-MM)
           MOVE "N" TO WS-HALLADO
           PERFORM 025-BUSCA-NOMINA THRU 025-FIN
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE GREATER WS-NUM-NOMINA
                      OR HALLADO
           REWRITE PP-REGISTRO
           ADD 1 TO WS-TOT-ASENTADOS.
       024-FIN.  EXIT.

       025-BUSCA-NOMINA.
           IF WS-TN-DEPARTAMENTO (WS-INDICE) = PP-DEPARTAMENTO
               MOVE WS-TN-BRUTO (WS-INDICE)
                    TO PP-REAL-NOMINA (WS-PE-MM)
               MOVE "S" TO WS-TN-ASENTADO (WS-INDICE)
               SET HALLADO TO TRUE
           END-IF.
       025-FIN.  EXIT.

       026-ALTA-DEPTO.
           IF WS-TN-ASENTADO (WS-INDICE) = "S"
               GO TO 026-FIN
           END-IF
           MOVE WS-PE-AA TO PP-ANIO
           MOVE WS-TN-DEPARTAMENTO (WS-INDICE) TO PP-DEPARTAMENTO
           PERFORM 040-BUSCA-CATALOGO THRU 040-FIN
           MOVE WS-CENTRO TO PP-CENTRO-COSTO
           PERFORM 027-LIMPIA-MES THRU 027-FIN
                   VARYING WS-MES FROM 1 BY 1
                   UNTIL WS-MES GREATER 12
           MOVE WS-TN-BRUTO (WS-INDICE) TO PP-REAL-NOMINA (WS-PE-MM)
           WRITE PP-REGISTRO
           ADD 1 TO WS-TOT-ASENTADOS.
       026-FIN.  EXIT.

       027-LIMPIA-MES.
           MOVE ZERO TO PP-PRES-NOMINA (WS-MES)
                        PP-PRES-PATRONAL (WS-MES)
                        PP-REAL-NOMINA (WS-MES)
                        PP-REAL-PATRONAL (WS-MES).
       027-FIN.  EXIT.

      *> ---------------------------------------------------------
      *> UN DEPARTAMENTO DEL ANIO: SUS CIFRAS DEL MES Y ACUMULADAS,
      *> SUS SEIS RENGLONES, Y LO QUE SUMA A SU CENTRO Y A LA
      *> EMPRESA. SE MARCA SI EL ACUMULADO REBASA EL PRESUPUESTO O SI
      *> HAY REAL SIN PRESUPUESTO.
      *> ---------------------------------------------------------
       030-COMPARA-DEPTO.
           READ PRESUP-FILE NEXT RECORD
               AT END
                   SET FIN-PRESUP TO TRUE
                   GO TO 030-FIN
           END-READ
           IF PP-ANIO NOT = WS-PE-AA
               SET FIN-PRESUP TO TRUE
               GO TO 030-FIN
           END-IF
           MOVE PP-PRES-NOMINA (WS-PE-MM)   TO WS-MES-PRES-NOM
           MOVE PP-PRES-PATRONAL (WS-PE-MM) TO WS-MES-PRES-PAT
           MOVE PP-REAL-NOMINA (WS-PE-MM)   TO WS-MES-REAL-NOM
           MOVE PP-REAL-PATRONAL (WS-PE-MM) TO WS-MES-REAL-PAT
           MOVE ZERO TO WS-ACU-PRES-NOM WS-ACU-PRES-PAT
                        WS-ACU-REAL-NOM WS-ACU-REAL-PAT
           PERFORM 032-ACUMULA-MES THRU 032-FIN
                   VARYING WS-MES FROM 1 BY 1
                   UNTIL WS-MES GREATER WS-PE-MM
           PERFORM 040-BUSCA-CATALOGO THRU 040-FIN
           IF PP-CENTRO-COSTO NOT = SPACES
               MOVE PP-CENTRO-COSTO TO WS-CENTRO
           END-IF
           MOVE SPACES TO RPTPRRP-LINEA
           WRITE RPTPRRP-LINEA
           MOVE SPACES TO RPTPRRP-LINEA
           STRING "DEPTO: "          DELIMITED BY SIZE
                  PP-DEPARTAMENTO    DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  WS-NOMBRE-DEPTO    DELIMITED BY SIZE
                  "  C.C.: "         DELIMITED BY SIZE
                  WS-CENTRO          DELIMITED BY SIZE
                  INTO RPTPRRP-LINEA
           COMPUTE WS-ACU-PRES-TOT = WS-ACU-PRES-NOM + WS-ACU-PRES-PAT
           COMPUTE WS-ACU-REAL-TOT = WS-ACU-REAL-NOM + WS-ACU-REAL-PAT
           IF WS-ACU-PRES-TOT = ZERO
               IF WS-ACU-REAL-TOT GREATER ZERO
                   MOVE "<< SIN PRESUPUESTO" TO RPTPRRP-LINEA (50:18)
                   ADD 1 TO WS-TOT-SIN-PRESUP
               END-IF
           ELSE
               IF WS-ACU-REAL-TOT GREATER WS-ACU-PRES-TOT
                   MOVE "<< ACUMULADO EXCEDIDO"
                        TO RPTPRRP-LINEA (50:21)
                   ADD 1 TO WS-TOT-EXCEDIDOS
               END-IF
           END-IF
           WRITE RPTPRRP-LINEA
           PERFORM 045-IMPRIME-CIFRAS THRU 045-FIN
           PERFORM 050-ACUMULA-CENTRO THRU 050-FIN
           PERFORM 055-ACUMULA-EMPRESA THRU 055-FIN
           ADD 1 TO RPT-TOTAL-REGS.
       030-FIN.  EXIT.

       032-ACUMULA-MES.
           ADD PP-PRES-NOMINA (WS-MES)   TO WS-ACU-PRES-NOM
           ADD PP-PRES-PATRONAL (WS-MES) TO WS-ACU-PRES-PAT
           ADD PP-REAL-NOMINA (WS-MES)   TO WS-ACU-REAL-NOM
           ADD PP-REAL-PATRONAL (WS-MES) TO WS-ACU-REAL-PAT.
       032-FIN.  EXIT.

      *> NOMBRE Y CENTRO DE COSTO DEL DEPARTAMENTO EN PP-DEPARTAMENTO
      *> SEGUN EL CATALOGO.
       040-BUSCA-CATALOGO.
           MOVE "*** NO CATALOGADO **" TO WS-NOMBRE-DEPTO
           MOVE SPACES TO WS-CENTRO
           MOVE "N" TO WS-HALLADO
           PERFORM 042-COMPARA-CATALOGO THRU 042-FIN
                   VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS GREATER WS-NUM-DEPTOS
                      OR HALLADO.
       040-FIN.  EXIT.

       042-COMPARA-CATALOGO.
           IF WS-TD-DEPARTAMENTO (WS-POS) = PP-DEPARTAMENTO
               MOVE WS-TD-NOMBRE (WS-POS) TO WS-NOMBRE-DEPTO
               MOVE WS-TD-CENTRO (WS-POS) TO WS-CENTRO
               SET HALLADO TO TRUE
           END-IF.
       042-FIN.  EXIT.

      *> LOS SEIS RENGLONES DE LAS CIFRAS QUE ESTAN EN WS-CIFRAS.
       045-IMPRIME-CIFRAS.
           MOVE "  MES  SUELDOS" TO WS-ETIQUETA
           MOVE WS-MES-PRES-NOM TO WS-IMP-PRES
           MOVE WS-MES-REAL-NOM TO WS-IMP-REAL
           PERFORM 047-IMPRIME-RENGLON THRU 047-FIN
           MOVE "  MES  CUOTAS" TO WS-ETIQUETA
           MOVE WS-MES-PRES-PAT TO WS-IMP-PRES
           MOVE WS-MES-REAL-PAT TO WS-IMP-REAL
           PERFORM 047-IMPRIME-RENGLON THRU 047-FIN
           MOVE "  MES  TOTAL" TO WS-ETIQUETA
           COMPUTE WS-IMP-PRES = WS-MES-PRES-NOM + WS-MES-PRES-PAT
           COMPUTE WS-IMP-REAL = WS-MES-REAL-NOM + WS-MES-REAL-PAT
           PERFORM 047-IMPRIME-RENGLON THRU 047-FIN
           MOVE "  ACUM SUELDOS" TO WS-ETIQUETA
           MOVE WS-ACU-PRES-NOM TO WS-IMP-PRES
           MOVE WS-ACU-REAL-NOM TO WS-IMP-REAL
           PERFORM 047-IMPRIME-RENGLON THRU 047-FIN
           MOVE "  ACUM CUOTAS" TO WS-ETIQUETA
           MOVE WS-ACU-PRES-PAT TO WS-IMP-PRES
           MOVE WS-ACU-REAL-PAT TO WS-IMP-REAL
           PERFORM 047-IMPRIME-RENGLON THRU 047-FIN
           MOVE "  ACUM TOTAL" TO WS-ETIQUETA
           COMPUTE WS-IMP-PRES = WS-ACU-PRES-NOM + WS-ACU-PRES-PAT
           COMPUTE WS-IMP-REAL = WS-ACU-REAL-NOM + WS-ACU-REAL-PAT
           PERFORM 047-IMPRIME-RENGLON THRU 047-FIN.
       045-FIN.  EXIT.

       047-IMPRIME-RENGLON.
           COMPUTE WS-IMP-VAR = WS-IMP-REAL - WS-IMP-PRES
           IF WS-IMP-REAL GREATER WS-IMP-PRES
               MOVE "*" TO WS-MARCA
           ELSE
               MOVE SPACE TO WS-MARCA
           END-IF
           MOVE WS-IMP-PRES TO WS-PRES-ED
           MOVE WS-IMP-REAL TO WS-REAL-ED
           MOVE WS-IMP-VAR  TO WS-VAR-ED
           MOVE SPACES TO RPTPRRP-LINEA
           STRING WS-ETIQUETA        DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  WS-PRES-ED         DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-REAL-ED         DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-VAR-ED          DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-MARCA           DELIMITED BY SIZE
                  INTO RPTPRRP-LINEA
           WRITE RPTPRRP-LINEA.
       047-FIN.  EXIT.

      *> SUMA LAS CIFRAS DEL DEPARTAMENTO A SU CENTRO DE COSTO. MAS
      *> DE 20 CENTROS NO CABEN, IGUAL QUE EN PROGPATR.
       050-ACUMULA-CENTRO.
           MOVE "N" TO WS-HALLADO
           PERFORM 052-BUSCA-CENTRO THRU 052-FIN
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE GREATER WS-NUM-CENTROS
                      OR HALLADO
           IF NOT HALLADO
               IF WS-NUM-CENTROS LESS 20
                   ADD 1 TO WS-NUM-CENTROS
                   MOVE WS-CENTRO TO WS-RC-CENTRO (WS-NUM-CENTROS)
                   MOVE WS-CIFRAS TO WS-RC-CIFRAS (WS-NUM-CENTROS)
               END-IF
               GO TO 050-FIN
           END-IF
           ADD WS-MES-PRES-NOM TO WS-RC-MES-PRES-NOM (WS-POS)
           ADD WS-MES-PRES-PAT TO WS-RC-MES-PRES-PAT (WS-POS)
           ADD WS-MES-REAL-NOM TO WS-RC-MES-REAL-NOM (WS-POS)
           ADD WS-MES-REAL-PAT TO WS-RC-MES-REAL-PAT (WS-POS)
           ADD WS-ACU-PRES-NOM TO WS-RC-ACU-PRES-NOM (WS-POS)
           ADD WS-ACU-PRES-PAT TO WS-RC-ACU-PRES-PAT (WS-POS)
           ADD WS-ACU-REAL-NOM TO WS-RC-ACU-REAL-NOM (WS-POS)
           ADD WS-ACU-REAL-PAT TO WS-RC-ACU-REAL-PAT (WS-POS).
       050-FIN.  EXIT.

       052-BUSCA-CENTRO.
           IF WS-RC-CENTRO (WS-INDICE) = WS-CENTRO
               SET HALLADO TO TRUE
               MOVE WS-INDICE TO WS-POS
           END-IF.
       052-FIN.  EXIT.

       055-ACUMULA-EMPRESA.
           ADD WS-MES-PRES-NOM TO WS-TE-MES-PRES-NOM
           ADD WS-MES-PRES-PAT TO WS-TE-MES-PRES-PAT
           ADD WS-MES-REAL-NOM TO WS-TE-MES-REAL-NOM
           ADD WS-MES-REAL-PAT TO WS-TE-MES-REAL-PAT
           ADD WS-ACU-PRES-NOM TO WS-TE-ACU-PRES-NOM
           ADD WS-ACU-PRES-PAT TO WS-TE-ACU-PRES-PAT
           ADD WS-ACU-REAL-NOM TO WS-TE-ACU-REAL-NOM
           ADD WS-ACU-REAL-PAT TO WS-TE-ACU-REAL-PAT.
       055-FIN.  EXIT.

      *> RESUMEN POR CENTRO DE COSTO Y TOTAL DE LA EMPRESA.
       060-IMPRIME-CENTROS.
           MOVE SPACES TO RPTPRRP-LINEA
           WRITE RPTPRRP-LINEA
           MOVE "RESUMEN POR CENTRO DE COSTO" TO RPTPRRP-LINEA
           WRITE RPTPRRP-LINEA
           PERFORM 062-IMPRIME-CENTRO THRU 062-FIN
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE GREATER WS-NUM-CENTROS
           MOVE SPACES TO RPTPRRP-LINEA
           WRITE RPTPRRP-LINEA
           MOVE "TOTAL EMPRESA" TO RPTPRRP-LINEA
           WRITE RPTPRRP-LINEA
           MOVE WS-TOTAL-EMPRESA TO WS-CIFRAS
           PERFORM 045-IMPRIME-CIFRAS THRU 045-FIN.
       060-FIN.  EXIT.

       062-IMPRIME-CENTRO.
           MOVE SPACES TO RPTPRRP-LINEA
           WRITE RPTPRRP-LINEA
           MOVE SPACES TO RPTPRRP-LINEA
           STRING "C.C.: "                   DELIMITED BY SIZE
                  WS-RC-CENTRO (WS-INDICE)   DELIMITED BY SIZE
                  INTO RPTPRRP-LINEA
           WRITE RPTPRRP-LINEA
           MOVE WS-RC-CIFRAS (WS-INDICE) TO WS-CIFRAS
           PERFORM 045-IMPRIME-CIFRAS THRU 045-FIN.
       062-FIN.  EXIT.

      *> ELEVA WS-CODIGO-RETORNO A WS-RC-NUEVO SI ESTE ES MAS SEVERO Y
      *> DEJA CONSTANCIA EN LA BITACORA COMUN DE ERRORES (ERRLOG).
       080-ACTUALIZA-RC.
           IF WS-RC-NUEVO GREATER WS-CODIGO-RETORNO
               MOVE WS-RC-NUEVO TO WS-CODIGO-RETORNO
           END-IF
           CALL "PROGERRL" USING "PROGPRRP" WS-RC-NUEVO
                   WS-DESCRIPCION-ERROR.
       080-FIN.  EXIT.

      *> ESCRIBE EL PIE CON LOS DEPARTAMENTOS ASENTADOS, LOS QUE
      *> REBASAN Y LOS QUE TIENEN REAL SIN PRESUPUESTO; ESTOS DOS
      *> ULTIMOS ELEVAN EL PASO A RC 04.
       090-ESCRIBE-PIE.
           MOVE SPACES TO RPTPRRP-LINEA
           WRITE RPTPRRP-LINEA
           MOVE WS-TOT-ASENTADOS TO WS-CUENTA-ED
           MOVE SPACES TO RPTPRRP-LINEA
           STRING "DEPARTAMENTOS CON SUELDOS ASENTADOS EN EL MES: "
                                          DELIMITED BY SIZE
                  WS-CUENTA-ED            DELIMITED BY SIZE
                  INTO RPTPRRP-LINEA
           WRITE RPTPRRP-LINEA
           MOVE WS-TOT-EXCEDIDOS TO WS-CUENTA-ED
           MOVE SPACES TO RPTPRRP-LINEA
           STRING "DEPARTAMENTOS CON ACUMULADO EXCEDIDO: "
                                          DELIMITED BY SIZE
                  WS-CUENTA-ED            DELIMITED BY SIZE
                  INTO RPTPRRP-LINEA
           WRITE RPTPRRP-LINEA
           MOVE WS-TOT-SIN-PRESUP TO WS-CUENTA-ED
           MOVE SPACES TO RPTPRRP-LINEA
           STRING "DEPARTAMENTOS CON REAL SIN PRESUPUESTO: "
                                          DELIMITED BY SIZE
                  WS-CUENTA-ED            DELIMITED BY SIZE
                  INTO RPTPRRP-LINEA
           WRITE RPTPRRP-LINEA
           MOVE RPT-TOTAL-REGS TO RPT-TOTAL-REGS-ED
           MOVE RPT-PIE TO RPTPRRP-LINEA
           WRITE RPTPRRP-LINEA
           IF WS-TOT-EXCEDIDOS GREATER ZERO
               MOVE 04 TO WS-RC-NUEVO
               MOVE "COMPARATIVO: DEPTOS SOBRE PRESUPUESTO"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
           END-IF
           IF WS-TOT-SIN-PRESUP GREATER ZERO
               MOVE 04 TO WS-RC-NUEVO
               MOVE "COMPARATIVO: DEPTOS CON REAL SIN PRESUP"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
           END-IF.
       090-FIN.  EXIT.
