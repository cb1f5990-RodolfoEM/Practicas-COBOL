      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGPROV.
      *AUTHOR.                    FERNANDO TOLEDO.
      *INSTALLATION.              CENTRO DE CAPACITACION.
      *DATE-WRITTEN.              2026-10-15.
      *DATE-COMPILED.
      *SECURITY.                  NO ES CONFIDENCIAL.
      *> ------------------------------------------------------
      *> PROVISION MENSUAL DE PASIVOS LABORALES. LA POLIZA DE LA
      *> NOMINA (PROGGLIF) SOLO ASIENTA LO PAGADO, Y CONTABILIDAD
      *> PROVISIONABA EL AGUINALDO DEL ANIO, LA PRIMA VACACIONAL
      *> PENDIENTE Y LAS CUOTAS PATRONALES CON SU PROPIA HOJA DE
      *> CALCULO. ESTE PASO LAS CALCULA POR EMPLEADO CON LAS MISMAS
      *> REGLAS DEL SISTEMA:
      *>   AG  AGUINALDO DEVENGADO AL CIERRE DEL MES: 15 DIAS DE
      *>       SALARIO DIARIO POR LOS DIAS DEL ANIO CORRIDOS HASTA EL
      *>       FIN DEL MES (BASE COMERCIAL 360, DESDE EL ALTA SI ES
      *>       DEL ANIO), EL MISMO CALCULO DE PROGAGUI. EN DICIEMBRE
      *>       DA LO MISMO QUE PROGAGUI.
      *>   PV  PRIMA VACACIONAL (25%, COMO LA PAGA PROGNOMI) DE LOS
      *>       DIAS DEL LIBRO DE VACACIONES (VACLEDG, COPY VACREG,
      *>       ABONADOS POR PROGVACR) CUYA PRIMA NO SE HA PAGADO.
      *>   CP  CUOTAS PATRONALES IMSS/INFONAVIT DEL MES QUE DEJO
      *>       PROGPATR EN SUAEXTR (COPY SUAREG), QUE SE ENTERAN EL
      *>       MES SIGUIENTE.
      *> LOS SALDOS DE CADA EMPLEADO SE GUARDAN EN PROVSAL (COPY
      *> PSALREG, UNA GENERACION POR CORRIDA) Y LA CORRIDA ASIENTA
      *> SOLO LA DIFERENCIA CONTRA LA GENERACION ANTERIOR: EL SALDO
      *> ANTERIOR SALE DEL DEPARTAMENTO Y LA ENTIDAD DONDE QUEDO Y EL
      *> NUEVO ENTRA EN LOS DE HOY. UN EMPLEADO DADO DE BAJA O QUE YA
      *> TOMO Y COBRO LA PRIMA DE SUS DIAS BAJA SU SALDO Y LA
      *> PROVISION SE REVIERTE. LAS TRES FUENTES (SALDOS ANTERIORES,
      *> CUOTAS Y MAESTRO) SE JUNTAN EN UN SORT POR EMPLEADO.
      *> EL ARCHIVO PROVTOT (COPY PVTOREG) LLEVA POR DEPARTAMENTO,
      *> ENTIDAD Y CONCEPTO EL SALDO ANTERIOR Y EL NUEVO, PARA LA
      *> POLIZA DE PROVISION (PROGGLIF CON SYSIN P); EL REPORTE SALE
      *> EN RPTPROV.
      *> EL SYSIN TRAE EL TIPO DE CORRIDA: M ES EL CIERRE DEL MES
      *> (JOB EMPM001); A ES LA REVERSION DEL AGUINALDO CUANDO SE
      *> PAGA (JOB EMPA001, DESPUES DE PROGAGUI): LLEVA A CERO LA
      *> PROVISION DE AGUINALDO DE TODOS, MARCA EL ANIO COMO PAGADO
      *> PARA QUE LOS CIERRES QUE SIGUEN NO LA VUELVAN A CREAR, Y
      *> DEJA LOS OTROS DOS CONCEPTOS COMO ESTABAN.
      *> SIN VACLEDG O SIN SUAEXTR EN EL CIERRE EL PASO NO CORRE
      *> (RC 16): PROVISIONAR SIN ELLOS REVERTIRIA TODO EL PASIVO.
      *> SIN GENERACION ANTERIOR DE PROVSAL ES EL PRIMER CIERRE Y SE
      *> ASIENTA EL SALDO COMPLETO.
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPMAST-FILE    ASSIGN TO "EMPMAST"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS EM-NUMERO
                                   ALTERNATE RECORD KEY IS EM-NOMBRE
                                       WITH DUPLICATES
                                   FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT VACLEDG-FILE    ASSIGN TO "VACLEDG"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS VL-NUMERO
                                   FILE STATUS IS WS-VACLEDG-STATUS.

           SELECT SUAEXTR-FILE    ASSIGN TO "SUAEXTR"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-SUAEXTR-STATUS.

           SELECT PROVSALA-FILE   ASSIGN TO "PROVSALA"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-PROVSALA-STATUS.

           SELECT PROVSAL-FILE    ASSIGN TO "PROVSAL"
                                   ORGANIZATION LINE SEQUENTIAL.

           SELECT PROVTOT-FILE    ASSIGN TO "PROVTOT"
                                   ORGANIZATION LINE SEQUENTIAL.

           SELECT SRTPROV-FILE    ASSIGN TO "SRTPROV".

           SELECT ORDENADO-FILE   ASSIGN TO "ORDPROV"
                                   ORGANIZATION LINE SEQUENTIAL.

           SELECT RPTPROV-FILE    ASSIGN TO "RPTPROV"
                                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPMAST-FILE.
       COPY EMPREC.

       FD  VACLEDG-FILE.
       COPY VACREG.

       FD  SUAEXTR-FILE.
       COPY SUAREG.

      *> LA GENERACION ANTERIOR DE PROVSAL, CON EL MISMO LAYOUT QUE
      *> PSALREG.
       FD  PROVSALA-FILE.
       01  PROVSALA-REGISTRO.
           05 PSA-NUMERO            PIC 9(05).
           05 PSA-DEPARTAMENTO      PIC X(04).
           05 PSA-ENTIDAD           PIC X(02).
           05 PSA-AGUINALDO         PIC 9(07)V99.
           05 PSA-PRIMA-VAC         PIC 9(07)V99.
           05 PSA-CUOTAS            PIC 9(07)V99.
           05 PSA-ANIO-AGUI         PIC 9(04).
           05 PSA-PERIODO           PIC 9(06).

       FD  PROVSAL-FILE.
       COPY PSALREG.

       FD  PROVTOT-FILE.
       COPY PVTOREG.

      *> UN RENGLON POR FUENTE: A = SALDO ANTERIOR, C = CUOTAS DEL
      *> MES, E = EMPLEADO ACTIVO DEL MAESTRO CON LO CALCULADO HOY.
       SD  SRTPROV-FILE.
       01  SRT-REGISTRO.
           05 SRT-NUMERO            PIC 9(05).
           05 SRT-ORIGEN            PIC X(01).
           05 SRT-DEPARTAMENTO      PIC X(04).
           05 SRT-ENTIDAD           PIC X(02).
           05 SRT-AGUINALDO         PIC 9(07)V99.
           05 SRT-PRIMA-VAC         PIC 9(07)V99.
           05 SRT-CUOTAS            PIC 9(07)V99.
           05 SRT-ANIO-AGUI         PIC 9(04).

       FD  ORDENADO-FILE.
       01  ORD-REGISTRO.
           05 OR-NUMERO             PIC 9(05).
           05 OR-ORIGEN             PIC X(01).
               88 OR-DE-SALDO                       VALUE "A".
               88 OR-DE-CUOTAS                      VALUE "C".
               88 OR-DE-EMPLEADO                    VALUE "E".
           05 OR-DEPARTAMENTO       PIC X(04).
           05 OR-ENTIDAD            PIC X(02).
           05 OR-AGUINALDO          PIC 9(07)V99.
           05 OR-PRIMA-VAC          PIC 9(07)V99.
           05 OR-CUOTAS             PIC 9(07)V99.
           05 OR-ANIO-AGUI          PIC 9(04).

       FD  RPTPROV-FILE.
       01  RPTPROV-LINEA            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY RPTHDR.
       COPY PATRTAB.

       01  WS-FECHA-ALTA           PIC 9(08).
       01  WS-FECHA-ALTA-R REDEFINES WS-FECHA-ALTA.
           05 WS-FA-AA             PIC 9(04).
           05 WS-FA-MM             PIC 9(02).
           05 WS-FA-DD             PIC 9(02).

       01  WS-FECHA-HOY            PIC 9(08).
       01  WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
           05 WS-FH-AA             PIC 9(04).
           05 WS-FH-MM             PIC 9(02).
           05 WS-FH-DD             PIC 9(02).

      *> CLAVE Y NOMBRE DE CADA CONCEPTO, EN EL ORDEN DE LAS RANURAS.
       01  WS-CONCEPTOS-VALORES.
           05 FILLER              PIC X(16) VALUE "AGAGUINALDO     ".
           05 FILLER              PIC X(16) VALUE "PVPRIMA VACAC.  ".
           05 FILLER              PIC X(16) VALUE "CPCUOTAS PATRON.".
       01  WS-CONCEPTOS REDEFINES WS-CONCEPTOS-VALORES.
           05 WS-CONCEPTO OCCURS 3 TIMES.
              10 WS-CN-CLAVE        PIC X(02).
              10 WS-CN-NOMBRE       PIC X(14).

      *> SALDOS POR DEPARTAMENTO Y ENTIDAD: EL ANTERIOR Y EL NUEVO DE
      *> CADA CONCEPTO.
       01  WS-TABLA-PROVISION.
           05 WS-TP-RENGLON OCCURS 100 TIMES.
              10 WS-TP-DEPARTAMENTO PIC X(04).
              10 WS-TP-ENTIDAD      PIC X(02).
              10 WS-TP-SALDO-ANT    PIC 9(09)V99 OCCURS 3 TIMES.
              10 WS-TP-SALDO        PIC 9(09)V99 OCCURS 3 TIMES.

      *> EL EMPLEADO EN TURNO DEL ARCHIVO ORDENADO: LO QUE TENIA Y LO
      *> QUE LE TOCA HOY, POR CONCEPTO.
       01  WS-EMPLEADO-TURNO.
           05 WS-ET-NUMERO        PIC 9(05).
           05 WS-ET-CON-SALDO     PIC X(01).
               88 ET-CON-SALDO                   VALUE "S".
           05 WS-ET-CON-EMPLEADO  PIC X(01).
               88 ET-CON-EMPLEADO                VALUE "S".
           05 WS-ET-ANT-DEPTO     PIC X(04).
           05 WS-ET-ANT-ENTIDAD   PIC X(02).
           05 WS-ET-ANT-ANIO-AGUI PIC 9(04).
           05 WS-ET-ANT-IMPORTE   PIC 9(07)V99 OCCURS 3 TIMES.
           05 WS-ET-NVO-DEPTO     PIC X(04).
           05 WS-ET-NVO-ENTIDAD   PIC X(02).
           05 WS-ET-NVO-ANIO-AGUI PIC 9(04).
           05 WS-ET-NVO-IMPORTE   PIC 9(07)V99 OCCURS 3 TIMES.

       01  WS-TOTALES-CONCEPTO.
           05 WS-TC-RENGLON OCCURS 3 TIMES.
              10 WS-TC-ANTERIOR     PIC 9(10)V99   VALUE ZERO.
              10 WS-TC-ACTUAL       PIC 9(10)V99   VALUE ZERO.

       01  WS-AREAS.
           05 WS-EMPMAST-STATUS   PIC X(02).
           05 WS-VACLEDG-STATUS   PIC X(02).
           05 WS-SUAEXTR-STATUS   PIC X(02).
           05 WS-SUAEXTR-EOF      PIC X(01)      VALUE "N".
               88 SUAEXTR-EOF                    VALUE "S".
           05 WS-PROVSALA-STATUS  PIC X(02).
           05 WS-PROVSALA-EOF     PIC X(01)      VALUE "N".
               88 PROVSALA-EOF                   VALUE "S".
           05 WS-ORDENADO-EOF     PIC X(01)      VALUE "N".
               88 ORDENADO-EOF                   VALUE "S".
           05 WS-TIPO-CORRIDA     PIC X(01).
               88 CORRIDA-PAGO-AGUINALDO         VALUE "A".
           05 WS-PERIODO          PIC 9(06).
           05 WS-SALARIO-DIARIO   PIC 9(05)V99.
           05 WS-DIAS-DEVENGADOS  PIC 9(03).
           05 WS-DIAS-PREVIOS     PIC 9(03).
           05 WS-DIAS-PRIMA       PIC 9(03)V99.
           05 WS-AGUINALDO        PIC 9(07)V99.
           05 WS-PRIMA-VAC        PIC 9(07)V99.
           05 WS-REG-EMPLEADO     PIC X(02).
           05 WS-REG-POS          PIC 9(02).
           05 WS-ENT-POS          PIC 9(02).
           05 WS-ENTIDAD-EMP      PIC X(02).
           05 WS-BUSCA-DEPTO      PIC X(04).
           05 WS-BUSCA-ENTIDAD    PIC X(02).
           05 WS-NUM-RENGLONES    PIC 9(03)      VALUE ZERO.
           05 WS-INDICE           PIC 9(03).
           05 WS-TP-POS           PIC 9(03).
           05 WS-CN               PIC 9(01).
           05 WS-TOT-LEIDOS       PIC 9(05)      VALUE ZERO.
           05 WS-TOT-SALDOS-ANT   PIC 9(05)      VALUE ZERO.
           05 WS-TOT-SALDOS       PIC 9(05)      VALUE ZERO.
           05 WS-TOT-RENGLONES    PIC 9(05)      VALUE ZERO.
           05 WS-CODIGO-RETORNO   PIC 9(02)      VALUE ZERO.
           05 WS-RC-NUEVO         PIC 9(02).
           05 WS-DESCRIPCION-ERROR PIC X(40).

       01  WS-EDITADOS.
           05 WS-ANTERIOR-ED      PIC ZZZ,ZZZ,ZZ9.99.
           05 WS-ACTUAL-ED        PIC ZZZ,ZZZ,ZZ9.99.
           05 WS-MOVIMIENTO       PIC S9(10)V99.
           05 WS-MOVIMIENTO-ED    PIC -ZZZ,ZZZ,ZZ9.99.
           05 WS-CUENTA-ED        PIC ZZZZ9.

       PROCEDURE DIVISION.
       000-RAIZ.
           MOVE ZERO TO RETURN-CODE
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           MOVE WS-FECHA-HOY (1:6) TO WS-PERIODO
           DISPLAY "TIPO DE CORRIDA (M = CIERRE DEL MES, A = PAGO DE "
                   "AGUINALDO): "
           ACCEPT WS-TIPO-CORRIDA
           IF NOT CORRIDA-PAGO-AGUINALDO
               MOVE "M" TO WS-TIPO-CORRIDA
               PERFORM 003-ABRE-FUENTES THRU 003-FIN
               IF WS-CODIGO-RETORNO NOT LESS 16
                   MOVE WS-CODIGO-RETORNO TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           PERFORM 005-ABRE-EMPMAST THRU 005-FIN
           CALL "PROGCPAT" USING PT-PATRONES
           SORT SRTPROV-FILE
                ON ASCENDING KEY SRT-NUMERO
                                 SRT-ORIGEN
                INPUT PROCEDURE 020-ALIMENTA-SORT THRU 020-FIN
                GIVING ORDENADO-FILE
           CLOSE EMPMAST-FILE
           IF NOT CORRIDA-PAGO-AGUINALDO
               CLOSE VACLEDG-FILE
           END-IF
           OPEN INPUT ORDENADO-FILE
           OPEN OUTPUT PROVSAL-FILE
           MOVE ZERO TO WS-ET-NUMERO
           PERFORM 030-LEE-ORDENADO THRU 030-FIN
           PERFORM 032-PROCESA-ORDENADO THRU 032-FIN
                   UNTIL ORDENADO-EOF
           IF WS-ET-NUMERO NOT = ZERO
               PERFORM 040-CIERRA-EMPLEADO THRU 040-FIN
           END-IF
           CLOSE ORDENADO-FILE
           CLOSE PROVSAL-FILE
           OPEN OUTPUT PROVTOT-FILE
           OPEN OUTPUT RPTPROV-FILE
           PERFORM 010-ESCRIBE-ENCABEZADO THRU 010-FIN
           PERFORM 060-ESCRIBE-RENGLON THRU 060-FIN
                   VARYING WS-TP-POS FROM 1 BY 1
                   UNTIL WS-TP-POS GREATER WS-NUM-RENGLONES
           PERFORM 090-ESCRIBE-PIE THRU 090-FIN
           CLOSE PROVTOT-FILE
           CLOSE RPTPROV-FILE
           DISPLAY "EMPLEADOS ACTIVOS: " WS-TOT-LEIDOS
                   " SALDOS ANTERIORES: " WS-TOT-SALDOS-ANT
                   " SALDOS NUEVOS: " WS-TOT-SALDOS
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE
           GOBACK.

      *> EN EL CIERRE SE NECESITAN EL LIBRO DE VACACIONES Y EL
      *> EXTRACTO DE CUOTAS DEL MES; SIN CUALQUIERA DE LOS DOS LA
      *> PROVISION DE ESE CONCEPTO SE REVERTIRIA COMPLETA, Y EL PASO
      *> SE DETIENE (RC 16).
       003-ABRE-FUENTES.
           OPEN INPUT VACLEDG-FILE
           IF WS-VACLEDG-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR VACLEDG, SE TERMINA"
               MOVE 16 TO WS-RC-NUEVO
               MOVE "PROVISION: NO SE PUDO ABRIR VACLEDG"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               GO TO 003-FIN
           END-IF
           OPEN INPUT SUAEXTR-FILE
           IF WS-SUAEXTR-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR SUAEXTR, SE TERMINA"
               MOVE 16 TO WS-RC-NUEVO
               MOVE "PROVISION: NO SE PUDO ABRIR SUAEXTR"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               CLOSE VACLEDG-FILE
           END-IF.
       003-FIN.  EXIT.

      *> ABRE EL MAESTRO DE EMPLEADOS EN INPUT; SI TODAVIA NO EXISTE LO
      *> CREA VACIO Y LO VUELVE A ABRIR.
       005-ABRE-EMPMAST.
           OPEN INPUT EMPMAST-FILE
           IF WS-EMPMAST-STATUS = "35"
               OPEN OUTPUT EMPMAST-FILE
               CLOSE EMPMAST-FILE
               OPEN INPUT EMPMAST-FILE
           END-IF.
       005-FIN.  EXIT.

       010-ESCRIBE-ENCABEZADO.
           MOVE "PROVISION DE PASIVOS LABORALES - PROGPROV"
                TO RPT-TITULO
           ACCEPT RPT-FECHA FROM DATE
           MOVE RPT-ENCABEZADO TO RPTPROV-LINEA
           WRITE RPTPROV-LINEA
           MOVE SPACES TO RPTPROV-LINEA
           IF CORRIDA-PAGO-AGUINALDO
               STRING "REVERSION POR PAGO DEL AGUINALDO DEL ANIO "
                                       DELIMITED BY SIZE
                      WS-FH-AA         DELIMITED BY SIZE
                      INTO RPTPROV-LINEA
           ELSE
               STRING "CIERRE DEL MES "  DELIMITED BY SIZE
                      WS-PERIODO         DELIMITED BY SIZE
                      INTO RPTPROV-LINEA
           END-IF
           WRITE RPTPROV-LINEA
           MOVE SPACES TO RPTPROV-LINEA
           WRITE RPTPROV-LINEA
           MOVE SPACES TO RPTPROV-LINEA
           STRING "DEPT EN  CONCEPTO       "  DELIMITED BY SIZE
                  "SALDO ANTERIOR   SALDO ACTUAL"
                                               DELIMITED BY SIZE
                  "      MOVIMIENTO"          DELIMITED BY SIZE
                  INTO RPTPROV-LINEA
           WRITE RPTPROV-LINEA.
       010-FIN.  EXIT.

      *> ALIMENTA EL SORT CON LAS TRES FUENTES. EN LA REVERSION DEL
      *> AGUINALDO NO SE LEEN CUOTAS NI SE CALCULA NADA: DEL MAESTRO
      *> SOLO IMPORTAN EL DEPARTAMENTO Y LA ENTIDAD.
       020-ALIMENTA-SORT.
           OPEN INPUT PROVSALA-FILE
           IF WS-PROVSALA-STATUS = "00"
               PERFORM 021-LEE-SALDO THRU 021-FIN
               PERFORM 022-SUELTA-SALDO THRU 022-FIN
                       UNTIL PROVSALA-EOF
               CLOSE PROVSALA-FILE
           ELSE
               DISPLAY "SIN SALDOS ANTERIORES EN PROVSAL; SE "
                       "PROVISIONA EL SALDO COMPLETO"
           END-IF
           IF NOT CORRIDA-PAGO-AGUINALDO
               PERFORM 023-LEE-CUOTAS THRU 023-FIN
               PERFORM 024-SUELTA-CUOTAS THRU 024-FIN
                       UNTIL SUAEXTR-EOF
               CLOSE SUAEXTR-FILE
           END-IF
           MOVE ZEROS TO EM-NUMERO
           START EMPMAST-FILE KEY IS NOT LESS THAN EM-NUMERO
               INVALID KEY
                   MOVE "10" TO WS-EMPMAST-STATUS
           END-START
           IF WS-EMPMAST-STATUS = "10"
               GO TO 020-FIN
           END-IF
           MOVE "00" TO WS-EMPMAST-STATUS
           PERFORM 026-SUELTA-EMPLEADO THRU 026-FIN
                   UNTIL WS-EMPMAST-STATUS NOT = "00".
       020-FIN.  EXIT.

       021-LEE-SALDO.
           READ PROVSALA-FILE
               AT END
                   SET PROVSALA-EOF TO TRUE
           END-READ.
       021-FIN.  EXIT.

       022-SUELTA-SALDO.
           MOVE PSA-NUMERO        TO SRT-NUMERO
           MOVE "A"               TO SRT-ORIGEN
           MOVE PSA-DEPARTAMENTO  TO SRT-DEPARTAMENTO
           MOVE PSA-ENTIDAD       TO SRT-ENTIDAD
           MOVE PSA-AGUINALDO     TO SRT-AGUINALDO
           MOVE PSA-PRIMA-VAC     TO SRT-PRIMA-VAC
           MOVE PSA-CUOTAS        TO SRT-CUOTAS
           MOVE PSA-ANIO-AGUI     TO SRT-ANIO-AGUI
           RELEASE SRT-REGISTRO
           ADD 1 TO WS-TOT-SALDOS-ANT
           PERFORM 021-LEE-SALDO THRU 021-FIN.
       022-FIN.  EXIT.

       023-LEE-CUOTAS.
           READ SUAEXTR-FILE
               AT END
                   SET SUAEXTR-EOF TO TRUE
           END-READ.
       023-FIN.  EXIT.

      *> SOLO LOS DETALLES DEL EXTRACTO (EMPIEZAN CON UN DIGITO); LOS
      *> ENCABEZADOS H Y CIERRES T DE CADA LOTE SE SALTAN.
       024-SUELTA-CUOTAS.
           IF SU-NUMERO NOT NUMERIC
               GO TO 024-SIGUIENTE
           END-IF
           MOVE SU-NUMERO         TO SRT-NUMERO
           MOVE "C"               TO SRT-ORIGEN
           MOVE SPACES            TO SRT-DEPARTAMENTO
           MOVE SPACES            TO SRT-ENTIDAD
           MOVE ZERO              TO SRT-AGUINALDO
           MOVE ZERO              TO SRT-PRIMA-VAC
           COMPUTE SRT-CUOTAS = SU-IMSS-PATRON + SU-RCV + SU-INFONAVIT
           MOVE ZERO              TO SRT-ANIO-AGUI
           RELEASE SRT-REGISTRO.
       024-SIGUIENTE.
           PERFORM 023-LEE-CUOTAS THRU 023-FIN.
       024-FIN.  EXIT.

      *> CADA ACTIVO DEL MAESTRO CON SU DEPARTAMENTO, SU ENTIDAD Y, EN
      *> EL CIERRE, SU AGUINALDO DEVENGADO Y SU PRIMA PENDIENTE.
       026-SUELTA-EMPLEADO.
           READ EMPMAST-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-EMPMAST-STATUS
                   GO TO 026-FIN
           END-READ
           IF NOT EM-ACTIVO
               GO TO 026-FIN
           END-IF
           ADD 1 TO WS-TOT-LEIDOS
           MOVE ZERO TO WS-AGUINALDO
           MOVE ZERO TO WS-PRIMA-VAC
           IF NOT CORRIDA-PAGO-AGUINALDO
               PERFORM 027-CALCULA-AGUINALDO THRU 027-FIN
               PERFORM 028-CALCULA-PRIMA THRU 028-FIN
           END-IF
           PERFORM 029-UBICA-ENTIDAD THRU 029-FIN
           MOVE EM-NUMERO         TO SRT-NUMERO
           MOVE "E"               TO SRT-ORIGEN
           MOVE EM-DEPARTAMENTO   TO SRT-DEPARTAMENTO
           MOVE WS-ENTIDAD-EMP    TO SRT-ENTIDAD
           MOVE WS-AGUINALDO      TO SRT-AGUINALDO
           MOVE WS-PRIMA-VAC      TO SRT-PRIMA-VAC
           MOVE ZERO              TO SRT-CUOTAS
           MOVE ZERO              TO SRT-ANIO-AGUI
           RELEASE SRT-REGISTRO.
       026-FIN.  EXIT.

      *> 15 DIAS DE SALARIO DIARIO POR LOS DIAS DEL ANIO CORRIDOS HASTA
      *> EL FIN DEL MES DE CIERRE (BASE COMERCIAL 360); EL CONTRATADO
      *> DURANTE EL ANIO CUENTA DESDE SU ALTA, COMO EN PROGAGUI.
       027-CALCULA-AGUINALDO.
           MOVE EM-FECHA-ALTA TO WS-FECHA-ALTA
           COMPUTE WS-SALARIO-DIARIO ROUNDED = EM-SALARIO / 30
           COMPUTE WS-DIAS-DEVENGADOS = WS-FH-MM * 30
           IF WS-FA-AA GREATER WS-FH-AA
               GO TO 027-FIN
           END-IF
           IF WS-FA-AA = WS-FH-AA
               COMPUTE WS-DIAS-PREVIOS =
                       (WS-FA-MM - 1) * 30 + WS-FA-DD - 1
               IF WS-DIAS-PREVIOS NOT LESS WS-DIAS-DEVENGADOS
                   GO TO 027-FIN
               END-IF
               SUBTRACT WS-DIAS-PREVIOS FROM WS-DIAS-DEVENGADOS
           END-IF
           COMPUTE WS-AGUINALDO ROUNDED =
                   WS-SALARIO-DIARIO * 15 * WS-DIAS-DEVENGADOS / 360.
       027-FIN.  EXIT.

      *> LOS DIAS ABONADOS EN EL LIBRO CUYA PRIMA TODAVIA NO PAGA
      *> PROGNOMI (ACUMULADOS MENOS LOS YA PAGADOS CON PRIMA; UN
      *> LIBRO SIN LOS CAMPOS DE LA PRIMA CUENTA LO TOMADO COMO
      *> PAGADO), AL 25% DEL SALARIO DIARIO.
       028-CALCULA-PRIMA.
           MOVE EM-NUMERO TO VL-NUMERO
           READ VACLEDG-FILE
               INVALID KEY
                   GO TO 028-FIN
           END-READ
           MOVE ZERO TO WS-DIAS-PRIMA
           IF VL-DIAS-PRIMA NUMERIC
               IF VL-DIAS-ACUMULADOS GREATER VL-DIAS-PRIMA
                   COMPUTE WS-DIAS-PRIMA =
                           VL-DIAS-ACUMULADOS - VL-DIAS-PRIMA
               END-IF
           ELSE
               IF VL-DIAS-ACUMULADOS GREATER VL-DIAS-TOMADOS
                   COMPUTE WS-DIAS-PRIMA =
                           VL-DIAS-ACUMULADOS - VL-DIAS-TOMADOS
               END-IF
           END-IF
           COMPUTE WS-PRIMA-VAC ROUNDED =
                   WS-DIAS-PRIMA * EM-SALARIO / 30 * 0.25.
       028-FIN.  EXIT.

      *> ENTIDAD DEL EMPLEADO POR SU REGISTRO PATRONAL (ESPACIOS ES EL
      *> 01); UNO QUE NO ESTA EN EL CATALOGO VA A LA ENTIDAD DEL
      *> PRIMER REGISTRO, COMO EN PROGPATR.
       029-UBICA-ENTIDAD.
           MOVE EM-REG-PATRONAL TO WS-REG-EMPLEADO
           IF WS-REG-EMPLEADO = SPACES
               MOVE "01" TO WS-REG-EMPLEADO
           END-IF
           MOVE ZERO TO WS-REG-POS
           PERFORM 019-BUSCA-REGISTRO THRU 019-FIN
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE GREATER PT-NUM-REGISTROS
                      OR WS-REG-POS NOT = ZERO
           IF WS-REG-POS = ZERO
               MOVE 1 TO WS-REG-POS
           END-IF
           MOVE PT-R-ENT-POS (WS-REG-POS) TO WS-ENT-POS
           MOVE PT-E-ENTIDAD (WS-ENT-POS) TO WS-ENTIDAD-EMP.
       029-FIN.  EXIT.

       019-BUSCA-REGISTRO.
           IF PT-R-CODIGO (WS-INDICE) = WS-REG-EMPLEADO
               MOVE WS-INDICE TO WS-REG-POS
           END-IF.
       019-FIN.  EXIT.

       030-LEE-ORDENADO.
           READ ORDENADO-FILE
               AT END
                   SET ORDENADO-EOF TO TRUE
           END-READ.
       030-FIN.  EXIT.

      *> CORTE POR EMPLEADO: AL CAMBIAR DE NUMERO SE CIERRA EL
      *> ANTERIOR Y SE EMPIEZA EL NUEVO CON TODO EN CERO.
       032-PROCESA-ORDENADO.
           IF OR-NUMERO NOT = WS-ET-NUMERO
               IF WS-ET-NUMERO NOT = ZERO
                   PERFORM 040-CIERRA-EMPLEADO THRU 040-FIN
               END-IF
               PERFORM 034-NUEVO-EMPLEADO THRU 034-FIN
           END-IF
           IF OR-DE-SALDO
               SET ET-CON-SALDO TO TRUE
               MOVE OR-DEPARTAMENTO TO WS-ET-ANT-DEPTO
               MOVE OR-ENTIDAD      TO WS-ET-ANT-ENTIDAD
               MOVE OR-ANIO-AGUI    TO WS-ET-ANT-ANIO-AGUI
               MOVE OR-AGUINALDO    TO WS-ET-ANT-IMPORTE (1)
               MOVE OR-PRIMA-VAC    TO WS-ET-ANT-IMPORTE (2)
               MOVE OR-CUOTAS       TO WS-ET-ANT-IMPORTE (3)
           END-IF
           IF OR-DE-CUOTAS
               ADD OR-CUOTAS TO WS-ET-NVO-IMPORTE (3)
           END-IF
           IF OR-DE-EMPLEADO
               SET ET-CON-EMPLEADO TO TRUE
               MOVE OR-DEPARTAMENTO TO WS-ET-NVO-DEPTO
               MOVE OR-ENTIDAD      TO WS-ET-NVO-ENTIDAD
               MOVE OR-AGUINALDO    TO WS-ET-NVO-IMPORTE (1)
               MOVE OR-PRIMA-VAC    TO WS-ET-NVO-IMPORTE (2)
           END-IF
           PERFORM 030-LEE-ORDENADO THRU 030-FIN.
       032-FIN.  EXIT.

       034-NUEVO-EMPLEADO.
           MOVE OR-NUMERO TO WS-ET-NUMERO
           MOVE "N" TO WS-ET-CON-SALDO
           MOVE "N" TO WS-ET-CON-EMPLEADO
           MOVE SPACES TO WS-ET-ANT-DEPTO
           MOVE SPACES TO WS-ET-ANT-ENTIDAD
           MOVE ZERO TO WS-ET-ANT-ANIO-AGUI
           MOVE SPACES TO WS-ET-NVO-DEPTO
           MOVE "01" TO WS-ET-NVO-ENTIDAD
           MOVE ZERO TO WS-ET-NVO-ANIO-AGUI
           PERFORM 035-LIMPIA-IMPORTES THRU 035-FIN
                   VARYING WS-CN FROM 1 BY 1
                   UNTIL WS-CN GREATER 3.
       034-FIN.  EXIT.

       035-LIMPIA-IMPORTES.
           MOVE ZERO TO WS-ET-ANT-IMPORTE (WS-CN)
           MOVE ZERO TO WS-ET-NVO-IMPORTE (WS-CN).
       035-FIN.  EXIT.

      *> CIERRA AL EMPLEADO EN TURNO: FIJA SU SALDO NUEVO SEGUN EL TIPO
      *> DE CORRIDA, SACA EL ANTERIOR DE SU DEPARTAMENTO Y ENTIDAD DE
      *> ANTES, METE EL NUEVO EN LOS DE HOY Y DEJA SU RENGLON EN
      *> PROVSAL SI LE QUEDA ALGO (O SI SU AGUINALDO DEL ANIO YA SE
      *> PAGO, PARA NO VOLVERLO A PROVISIONAR).
       040-CIERRA-EMPLEADO.
           IF NOT ET-CON-EMPLEADO
               IF ET-CON-SALDO
                   MOVE WS-ET-ANT-DEPTO   TO WS-ET-NVO-DEPTO
                   MOVE WS-ET-ANT-ENTIDAD TO WS-ET-NVO-ENTIDAD
               END-IF
           END-IF
           IF CORRIDA-PAGO-AGUINALDO
               MOVE ZERO TO WS-ET-NVO-IMPORTE (1)
               MOVE WS-ET-ANT-IMPORTE (2) TO WS-ET-NVO-IMPORTE (2)
               MOVE WS-ET-ANT-IMPORTE (3) TO WS-ET-NVO-IMPORTE (3)
               MOVE WS-FH-AA TO WS-ET-NVO-ANIO-AGUI
           ELSE
               IF WS-ET-ANT-ANIO-AGUI = WS-FH-AA
                   MOVE ZERO TO WS-ET-NVO-IMPORTE (1)
                   MOVE WS-ET-ANT-ANIO-AGUI TO WS-ET-NVO-ANIO-AGUI
               END-IF
           END-IF
           IF ET-CON-SALDO
               MOVE WS-ET-ANT-DEPTO   TO WS-BUSCA-DEPTO
               MOVE WS-ET-ANT-ENTIDAD TO WS-BUSCA-ENTIDAD
               PERFORM 045-UBICA-RENGLON THRU 045-FIN
               IF WS-TP-POS NOT = ZERO
                   PERFORM 047-SUMA-ANTERIOR THRU 047-FIN
                           VARYING WS-CN FROM 1 BY 1
                           UNTIL WS-CN GREATER 3
               END-IF
           END-IF
           MOVE WS-ET-NVO-DEPTO   TO WS-BUSCA-DEPTO
           MOVE WS-ET-NVO-ENTIDAD TO WS-BUSCA-ENTIDAD
           PERFORM 045-UBICA-RENGLON THRU 045-FIN
           IF WS-TP-POS NOT = ZERO
               PERFORM 048-SUMA-NUEVO THRU 048-FIN
                       VARYING WS-CN FROM 1 BY 1
                       UNTIL WS-CN GREATER 3
           END-IF
           IF WS-ET-NVO-IMPORTE (1) = ZERO
              AND WS-ET-NVO-IMPORTE (2) = ZERO
              AND WS-ET-NVO-IMPORTE (3) = ZERO
              AND WS-ET-NVO-ANIO-AGUI NOT = WS-FH-AA
               GO TO 040-FIN
           END-IF
           MOVE WS-ET-NUMERO          TO PS-NUMERO
           MOVE WS-ET-NVO-DEPTO       TO PS-DEPARTAMENTO
           MOVE WS-ET-NVO-ENTIDAD     TO PS-ENTIDAD
           MOVE WS-ET-NVO-IMPORTE (1) TO PS-AGUINALDO
           MOVE WS-ET-NVO-IMPORTE (2) TO PS-PRIMA-VAC
           MOVE WS-ET-NVO-IMPORTE (3) TO PS-CUOTAS
           MOVE WS-ET-NVO-ANIO-AGUI   TO PS-ANIO-AGUI
           MOVE WS-PERIODO            TO PS-PERIODO
           WRITE PS-REGISTRO
           ADD 1 TO WS-TOT-SALDOS.
       040-FIN.  EXIT.

      *> RANURA (WS-TP-POS) DEL DEPARTAMENTO Y LA ENTIDAD BUSCADOS; LA
      *> ABRE SI ES NUEVA. CON LA TABLA LLENA EL IMPORTE NO SE PUEDE
      *> ASENTAR Y EL PASO TERMINA CON RC 08.
       045-UBICA-RENGLON.
           MOVE ZERO TO WS-TP-POS
           PERFORM 046-BUSCA-RENGLON THRU 046-FIN
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE GREATER WS-NUM-RENGLONES
                      OR WS-TP-POS NOT = ZERO
           IF WS-TP-POS NOT = ZERO
               GO TO 045-FIN
           END-IF
           IF WS-NUM-RENGLONES NOT LESS 100
               DISPLAY "TABLA DE PROVISION LLENA; NO SE ASIENTA EL "
                       "EMPLEADO " WS-ET-NUMERO
               MOVE 08 TO WS-RC-NUEVO
               MOVE "PROVISION: TABLA DE DEPARTAMENTOS LLENA"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               GO TO 045-FIN
           END-IF
           ADD 1 TO WS-NUM-RENGLONES
           MOVE WS-NUM-RENGLONES TO WS-TP-POS
           MOVE WS-BUSCA-DEPTO   TO WS-TP-DEPARTAMENTO (WS-TP-POS)
           MOVE WS-BUSCA-ENTIDAD TO WS-TP-ENTIDAD (WS-TP-POS)
           PERFORM 049-LIMPIA-RENGLON THRU 049-FIN
                   VARYING WS-CN FROM 1 BY 1
                   UNTIL WS-CN GREATER 3.
       045-FIN.  EXIT.

       046-BUSCA-RENGLON.
           IF WS-TP-DEPARTAMENTO (WS-INDICE) = WS-BUSCA-DEPTO
              AND WS-TP-ENTIDAD (WS-INDICE) = WS-BUSCA-ENTIDAD
               MOVE WS-INDICE TO WS-TP-POS
           END-IF.
       046-FIN.  EXIT.

       047-SUMA-ANTERIOR.
           ADD WS-ET-ANT-IMPORTE (WS-CN)
               TO WS-TP-SALDO-ANT (WS-TP-POS WS-CN).
       047-FIN.  EXIT.

       048-SUMA-NUEVO.
           ADD WS-ET-NVO-IMPORTE (WS-CN)
               TO WS-TP-SALDO (WS-TP-POS WS-CN).
       048-FIN.  EXIT.

       049-LIMPIA-RENGLON.
           MOVE ZERO TO WS-TP-SALDO-ANT (WS-TP-POS WS-CN)
           MOVE ZERO TO WS-TP-SALDO (WS-TP-POS WS-CN).
       049-FIN.  EXIT.

      *> LOS TRES CONCEPTOS DE UN DEPARTAMENTO Y ENTIDAD.
       060-ESCRIBE-RENGLON.
           PERFORM 062-ESCRIBE-CONCEPTO THRU 062-FIN
                   VARYING WS-CN FROM 1 BY 1
                   UNTIL WS-CN GREATER 3.
       060-FIN.  EXIT.

      *> RENGLON DE PROVTOT Y DEL REPORTE DE UN CONCEPTO, SI TUVO
      *> SALDO ANTES O AHORA.
       062-ESCRIBE-CONCEPTO.
           IF WS-TP-SALDO-ANT (WS-TP-POS WS-CN) = ZERO
              AND WS-TP-SALDO (WS-TP-POS WS-CN) = ZERO
               GO TO 062-FIN
           END-IF
           MOVE WS-PERIODO                    TO PV-PERIODO
           MOVE WS-TP-DEPARTAMENTO (WS-TP-POS) TO PV-DEPARTAMENTO
           MOVE WS-TP-ENTIDAD (WS-TP-POS)     TO PV-ENTIDAD
           MOVE WS-CN-CLAVE (WS-CN)           TO PV-CONCEPTO
           MOVE WS-TP-SALDO-ANT (WS-TP-POS WS-CN) TO PV-SALDO-ANT
           MOVE WS-TP-SALDO (WS-TP-POS WS-CN) TO PV-SALDO
           WRITE PV-REGISTRO
           ADD 1 TO WS-TOT-RENGLONES
           ADD PV-SALDO-ANT TO WS-TC-ANTERIOR (WS-CN)
           ADD PV-SALDO     TO WS-TC-ACTUAL (WS-CN)
           COMPUTE WS-MOVIMIENTO = PV-SALDO - PV-SALDO-ANT
           MOVE PV-SALDO-ANT  TO WS-ANTERIOR-ED
           MOVE PV-SALDO      TO WS-ACTUAL-ED
           MOVE WS-MOVIMIENTO TO WS-MOVIMIENTO-ED
           MOVE SPACES TO RPTPROV-LINEA
           STRING PV-DEPARTAMENTO      DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  PV-ENTIDAD           DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  WS-CN-NOMBRE (WS-CN) DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-ANTERIOR-ED       DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-ACTUAL-ED         DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-MOVIMIENTO-ED     DELIMITED BY SIZE
                  INTO RPTPROV-LINEA
           WRITE RPTPROV-LINEA
           ADD 1 TO RPT-TOTAL-REGS.
       062-FIN.  EXIT.

      *> ELEVA WS-CODIGO-RETORNO A WS-RC-NUEVO SI ESTE ES MAS SEVERO Y
      *> DEJA CONSTANCIA EN LA BITACORA COMUN DE ERRORES (ERRLOG).
       080-ACTUALIZA-RC.
           IF WS-RC-NUEVO GREATER WS-CODIGO-RETORNO
               MOVE WS-RC-NUEVO TO WS-CODIGO-RETORNO
           END-IF
           CALL "PROGERRL" USING "PROGPROV" WS-RC-NUEVO
                   WS-DESCRIPCION-ERROR.
       080-FIN.  EXIT.

      *> PIE CON LOS TOTALES DE CADA CONCEPTO Y LOS CONTEOS.
       090-ESCRIBE-PIE.
           MOVE SPACES TO RPTPROV-LINEA
           WRITE RPTPROV-LINEA
           PERFORM 092-TOTAL-CONCEPTO THRU 092-FIN
                   VARYING WS-CN FROM 1 BY 1
                   UNTIL WS-CN GREATER 3
           MOVE WS-TOT-SALDOS TO WS-CUENTA-ED
           MOVE SPACES TO RPTPROV-LINEA
           STRING "EMPLEADOS CON SALDO: " DELIMITED BY SIZE
                  WS-CUENTA-ED            DELIMITED BY SIZE
                  INTO RPTPROV-LINEA
           WRITE RPTPROV-LINEA
           MOVE RPT-TOTAL-REGS TO RPT-TOTAL-REGS-ED
           MOVE RPT-PIE TO RPTPROV-LINEA
           WRITE RPTPROV-LINEA.
       090-FIN.  EXIT.

       092-TOTAL-CONCEPTO.
           COMPUTE WS-MOVIMIENTO = WS-TC-ACTUAL (WS-CN)
                                 - WS-TC-ANTERIOR (WS-CN)
           MOVE WS-TC-ANTERIOR (WS-CN) TO WS-ANTERIOR-ED
           MOVE WS-TC-ACTUAL (WS-CN)   TO WS-ACTUAL-ED
           MOVE WS-MOVIMIENTO          TO WS-MOVIMIENTO-ED
           MOVE SPACES TO RPTPROV-LINEA
           STRING "TOTAL   "           DELIMITED BY SIZE
                  WS-CN-NOMBRE (WS-CN) DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-ANTERIOR-ED       DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-ACTUAL-ED         DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-MOVIMIENTO-ED     DELIMITED BY SIZE
                  INTO RPTPROV-LINEA
           WRITE RPTPROV-LINEA.
       092-FIN.  EXIT.
