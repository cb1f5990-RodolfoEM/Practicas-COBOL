      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGOJRP.
      *AUTHOR.                    FERNANDO TOLEDO.
      *INSTALLATION.              CENTRO DE CAPACITACION.
      *DATE-WRITTEN.              2026-10-15.
      *DATE-COMPILED.
      *SECURITY.                  NO ES CONFIDENCIAL.
      *> ------------------------------------------------------
      *> INFORME MENSUAL DE PENSIONES ALIMENTICIAS POR EXPEDIENTE,
      *> PARA CONTESTAR LOS REQUERIMIENTOS DE LOS JUZGADOS: ORDENA
      *> EL MAESTRO DE ORDENES JUDICIALES (ORDJUD, COPY OJUDREG) POR
      *> JUZGADO Y EXPEDIENTE (MISMO PATRON DE SORT QUE PROGRECI) E
      *> IMPRIME POR CADA EXPEDIENTE AL EMPLEADO, AL BENEFICIARIO, LA
      *> BASE DEL DESCUENTO, LO RETENIDO EN EL MES PEDIDO Y LO
      *> RETENIDO DESDE EL INICIO DE LA ORDEN, CON SUBTOTAL POR
      *> JUZGADO. EL MES (AAAAMM, 0 = MES EN CURSO) LLEGA POR SYSIN;
      *> EL MAESTRO GUARDA EL MES EN CURSO Y EL ANTERIOR DE CADA
      *> ORDEN. UNA ORDEN VIGENTE SIN RETENCION EN EL MES SE MARCA Y
      *> EL PASO TERMINA CON RC 04, PARA QUE NADIE SE ENTERE POR EL
      *> JUZGADO.
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDJUD-FILE     ASSIGN TO "ORDJUD"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS OJ-LLAVE
                                   FILE STATUS IS WS-ORDJUD-STATUS.

           SELECT EMPMAST-FILE    ASSIGN TO "EMPMAST"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS EM-NUMERO
                                   ALTERNATE RECORD KEY IS EM-NOMBRE
                                       WITH DUPLICATES
                                   FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT SRTOJRP-FILE    ASSIGN TO "SRTOJRP".

           SELECT ORDENADO-FILE   ASSIGN TO "ORDOJRP"
                                   ORGANIZATION LINE SEQUENTIAL.

           SELECT RPTOJRP-FILE    ASSIGN TO "RPTOJRP"
                                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDJUD-FILE.
       COPY OJUDREG.

       FD  EMPMAST-FILE.
       COPY EMPREC.

       SD  SRTOJRP-FILE.
       01  SRT-REGISTRO.
           05 SRT-JUZGADO           PIC X(30).
           05 SRT-EXPEDIENTE        PIC X(20).
           05 SRT-NUMERO            PIC 9(05).
           05 SRT-BENEFICIARIO      PIC X(35).
           05 SRT-BASE              PIC X(01).
           05 SRT-PORCENTAJE        PIC 9(02)V99.
           05 SRT-IMPORTE           PIC 9(07)V99.
           05 SRT-RETENIDO          PIC 9(07)V99.
           05 SRT-ACUMULADO         PIC 9(09)V99.
           05 SRT-ESTADO            PIC X(01).

       FD  ORDENADO-FILE.
       01  ORD-REGISTRO.
           05 OR-JUZGADO            PIC X(30).
           05 OR-EXPEDIENTE         PIC X(20).
           05 OR-NUMERO             PIC 9(05).
           05 OR-BENEFICIARIO       PIC X(35).
           05 OR-BASE               PIC X(01).
               88 OR-PCT-NETO                       VALUE "N".
               88 OR-PCT-BRUTO                      VALUE "B".
           05 OR-PORCENTAJE         PIC 9(02)V99.
           05 OR-IMPORTE            PIC 9(07)V99.
           05 OR-RETENIDO           PIC 9(07)V99.
           05 OR-ACUMULADO          PIC 9(09)V99.
           05 OR-ESTADO             PIC X(01).
               88 OR-VIGENTE                        VALUE "V".

       FD  RPTOJRP-FILE.
       01  RPTOJRP-LINEA            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY RPTHDR.

       01  WS-AREAS.
           05 WS-ORDJUD-STATUS    PIC X(02).
           05 WS-EMPMAST-STATUS   PIC X(02).
           05 WS-ORDENADO-EOF     PIC X(01)      VALUE "N".
               88 ORDENADO-EOF                   VALUE "S".
           05 WS-PERIODO          PIC 9(06).
           05 WS-FECHA-HOY        PIC 9(08).
           05 WS-JUZGADO-ANTERIOR PIC X(30)      VALUE LOW-VALUES.
           05 WS-NOMBRE           PIC X(35).
           05 WS-BASE-DESC        PIC X(24).
           05 WS-SUB-RETENIDO     PIC 9(09)V99   VALUE ZERO.
           05 WS-TOT-RETENIDO     PIC 9(09)V99   VALUE ZERO.
           05 WS-SIN-RETENCION    PIC 9(05)      VALUE ZERO.
           05 WS-CODIGO-RETORNO   PIC 9(02)      VALUE ZERO.
           05 WS-RC-NUEVO         PIC 9(02).
           05 WS-DESCRIPCION-ERROR PIC X(40).

       01  WS-EDITADOS.
           05 WS-PORCENTAJE-ED    PIC Z9.99.
           05 WS-IMPORTE-ED       PIC ZZZ,ZZ9.99.
           05 WS-ACUMULADO-ED     PIC ZZZ,ZZZ,ZZ9.99.
           05 WS-TOTAL-ED         PIC ZZZ,ZZZ,ZZ9.99.
           05 WS-CUENTA-ED        PIC ZZZZ9.

       PROCEDURE DIVISION.
       000-RAIZ.
           MOVE ZERO TO RETURN-CODE
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           DISPLAY "MES A INFORMAR (AAAAMM, 0 = MES EN CURSO): "
           ACCEPT WS-PERIODO
           IF WS-PERIODO NOT NUMERIC OR WS-PERIODO = ZERO
               MOVE WS-FECHA-HOY (1:6) TO WS-PERIODO
           END-IF
           OPEN INPUT ORDJUD-FILE
           IF WS-ORDJUD-STATUS NOT = "00"
               DISPLAY "SIN MAESTRO DE ORDENES JUDICIALES QUE INFORMAR"
               GOBACK
           END-IF
           SORT SRTOJRP-FILE
                ON ASCENDING KEY SRT-JUZGADO
                                 SRT-EXPEDIENTE
                INPUT PROCEDURE 050-ALIMENTA-SORT THRU 050-FIN
                GIVING ORDENADO-FILE
           CLOSE ORDJUD-FILE
           OPEN INPUT EMPMAST-FILE
           OPEN INPUT ORDENADO-FILE
           OPEN OUTPUT RPTOJRP-FILE
           PERFORM 010-ESCRIBE-ENCABEZADO THRU 010-FIN
           PERFORM 015-LEE-ORDENADO THRU 015-FIN
           PERFORM 020-IMPRIME-EXPEDIENTE THRU 020-FIN
                   UNTIL ORDENADO-EOF
           IF WS-JUZGADO-ANTERIOR NOT = LOW-VALUES
               PERFORM 030-SUBTOTAL-JUZGADO THRU 030-FIN
           END-IF
           PERFORM 090-ESCRIBE-PIE THRU 090-FIN
           CLOSE EMPMAST-FILE
           CLOSE ORDENADO-FILE
           CLOSE RPTOJRP-FILE
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE
           GOBACK.

      *> INPUT PROCEDURE DEL SORT: SUELTA CADA ORDEN QUE TOCA EL MES
      *> PEDIDO CON LO RETENIDO EN ESE MES (EL EN CURSO O EL
      *> ANTERIOR DE LA ORDEN). LAS CANCELADAS SOLO ENTRAN SI
      *> RETUVIERON EN EL MES, Y LAS QUE EMPIEZAN DESPUES NO ENTRAN.
       050-ALIMENTA-SORT.
           MOVE LOW-VALUES TO OJ-LLAVE
           START ORDJUD-FILE KEY IS NOT LESS THAN OJ-LLAVE
               INVALID KEY
                   GO TO 050-FIN
           END-START
           PERFORM 055-SUELTA-ORDEN THRU 055-FIN
                   UNTIL WS-ORDJUD-STATUS NOT = "00".
       050-FIN.  EXIT.

       055-SUELTA-ORDEN.
           READ ORDJUD-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-ORDJUD-STATUS
                   GO TO 055-FIN
           END-READ
           IF OJ-FECHA-INICIO (1:6) GREATER WS-PERIODO
               GO TO 055-FIN
           END-IF
           EVALUATE TRUE
               WHEN OJ-PERIODO = WS-PERIODO
                   MOVE OJ-RETENIDO-MES TO SRT-RETENIDO
               WHEN OJ-PERIODO-ANT = WS-PERIODO
                   MOVE OJ-RETENIDO-ANT TO SRT-RETENIDO
               WHEN OTHER
                   MOVE ZERO TO SRT-RETENIDO
           END-EVALUATE
           IF OJ-CANCELADA AND SRT-RETENIDO = ZERO
               GO TO 055-FIN
           END-IF
           MOVE OJ-JUZGADO      TO SRT-JUZGADO
           MOVE OJ-EXPEDIENTE   TO SRT-EXPEDIENTE
           MOVE OJ-NUMERO       TO SRT-NUMERO
           MOVE OJ-BENEFICIARIO TO SRT-BENEFICIARIO
           MOVE OJ-BASE         TO SRT-BASE
           MOVE OJ-PORCENTAJE   TO SRT-PORCENTAJE
           MOVE OJ-IMPORTE      TO SRT-IMPORTE
           MOVE OJ-ACUMULADO    TO SRT-ACUMULADO
           MOVE OJ-ESTADO       TO SRT-ESTADO
           RELEASE SRT-REGISTRO.
       055-FIN.  EXIT.

       010-ESCRIBE-ENCABEZADO.
           MOVE "PENSIONES ALIMENTICIAS POR EXPEDIENTE" TO RPT-TITULO
           ACCEPT RPT-FECHA FROM DATE
           MOVE RPT-ENCABEZADO TO RPTOJRP-LINEA
           WRITE RPTOJRP-LINEA
           MOVE SPACES TO RPTOJRP-LINEA
           STRING "MES: " DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
                  INTO RPTOJRP-LINEA
           WRITE RPTOJRP-LINEA.
       010-FIN.  EXIT.

       015-LEE-ORDENADO.
           READ ORDENADO-FILE
               AT END
                   SET ORDENADO-EOF TO TRUE
           END-READ.
       015-FIN.  EXIT.

      *> IMPRIME EL BLOQUE DE UN EXPEDIENTE, ABRIENDO EL JUZGADO CADA
      *> VEZ QUE CAMBIA (CON EL SUBTOTAL DEL ANTERIOR).
       020-IMPRIME-EXPEDIENTE.
           IF OR-JUZGADO NOT = WS-JUZGADO-ANTERIOR
               IF WS-JUZGADO-ANTERIOR NOT = LOW-VALUES
                   PERFORM 030-SUBTOTAL-JUZGADO THRU 030-FIN
               END-IF
               MOVE OR-JUZGADO TO WS-JUZGADO-ANTERIOR
               MOVE SPACES TO RPTOJRP-LINEA
               WRITE RPTOJRP-LINEA
               MOVE SPACES TO RPTOJRP-LINEA
               STRING "JUZGADO: " DELIMITED BY SIZE
                      OR-JUZGADO  DELIMITED BY SIZE
                      INTO RPTOJRP-LINEA
               WRITE RPTOJRP-LINEA
           END-IF
           MOVE OR-NUMERO TO EM-NUMERO
           READ EMPMAST-FILE
               INVALID KEY
                   MOVE "*** NO ESTA EN EL MAESTRO ***" TO WS-NOMBRE
               NOT INVALID KEY
                   MOVE EM-NOMBRE TO WS-NOMBRE
           END-READ
           MOVE OR-PORCENTAJE TO WS-PORCENTAJE-ED
           MOVE SPACES TO WS-BASE-DESC
           EVALUATE TRUE
               WHEN OR-PCT-NETO
                   STRING WS-PORCENTAJE-ED " PCT DEL NETO"
                          DELIMITED BY SIZE INTO WS-BASE-DESC
               WHEN OR-PCT-BRUTO
                   STRING WS-PORCENTAJE-ED " PCT DEL BRUTO"
                          DELIMITED BY SIZE INTO WS-BASE-DESC
               WHEN OTHER
                   MOVE OR-IMPORTE TO WS-IMPORTE-ED
                   STRING "FIJO " WS-IMPORTE-ED
                          DELIMITED BY SIZE INTO WS-BASE-DESC
           END-EVALUATE
           MOVE SPACES TO RPTOJRP-LINEA
           STRING "  EXPEDIENTE: " DELIMITED BY SIZE
                  OR-EXPEDIENTE    DELIMITED BY SIZE
                  "  EMPLEADO: "   DELIMITED BY SIZE
                  OR-NUMERO        DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-NOMBRE (1:20) DELIMITED BY SIZE
                  INTO RPTOJRP-LINEA
           WRITE RPTOJRP-LINEA
           MOVE SPACES TO RPTOJRP-LINEA
           STRING "    BENEFICIARIO: " DELIMITED BY SIZE
                  OR-BENEFICIARIO      DELIMITED BY SIZE
                  " BASE: "            DELIMITED BY SIZE
                  WS-BASE-DESC         DELIMITED BY SIZE
                  INTO RPTOJRP-LINEA
           WRITE RPTOJRP-LINEA
           MOVE OR-RETENIDO  TO WS-IMPORTE-ED
           MOVE OR-ACUMULADO TO WS-ACUMULADO-ED
           MOVE SPACES TO RPTOJRP-LINEA
           STRING "    RETENIDO EN EL MES: " DELIMITED BY SIZE
                  WS-IMPORTE-ED              DELIMITED BY SIZE
                  "  DESDE EL INICIO: "      DELIMITED BY SIZE
                  WS-ACUMULADO-ED            DELIMITED BY SIZE
                  INTO RPTOJRP-LINEA
           WRITE RPTOJRP-LINEA
           IF OR-VIGENTE AND OR-RETENIDO = ZERO
               MOVE "    *** ORDEN VIGENTE SIN RETENCION EN EL MES ***"
                    TO RPTOJRP-LINEA
               WRITE RPTOJRP-LINEA
               ADD 1 TO WS-SIN-RETENCION
           END-IF
           IF NOT OR-VIGENTE
               MOVE "    ORDEN CANCELADA" TO RPTOJRP-LINEA
               WRITE RPTOJRP-LINEA
           END-IF
           ADD OR-RETENIDO TO WS-SUB-RETENIDO
           ADD OR-RETENIDO TO WS-TOT-RETENIDO
           ADD 1 TO RPT-TOTAL-REGS
           PERFORM 015-LEE-ORDENADO THRU 015-FIN.
       020-FIN.  EXIT.

       030-SUBTOTAL-JUZGADO.
           MOVE WS-SUB-RETENIDO TO WS-TOTAL-ED
           MOVE SPACES TO RPTOJRP-LINEA
           STRING "  TOTAL RETENIDO DEL JUZGADO EN EL MES: "
                                           DELIMITED BY SIZE
                  WS-TOTAL-ED              DELIMITED BY SIZE
                  INTO RPTOJRP-LINEA
           WRITE RPTOJRP-LINEA
           MOVE ZERO TO WS-SUB-RETENIDO.
       030-FIN.  EXIT.

      *> ELEVA WS-CODIGO-RETORNO A WS-RC-NUEVO SI ESTE ES MAS SEVERO Y
      *> DEJA CONSTANCIA EN LA BITACORA COMUN DE ERRORES (ERRLOG).
       080-ACTUALIZA-RC.
           IF WS-RC-NUEVO GREATER WS-CODIGO-RETORNO
               MOVE WS-RC-NUEVO TO WS-CODIGO-RETORNO
           END-IF
           CALL "PROGERRL" USING "PROGOJRP" WS-RC-NUEVO
                   WS-DESCRIPCION-ERROR.
       080-FIN.  EXIT.

      *> ESCRIBE EL PIE CON EL TOTAL DEL MES Y LAS ORDENES SIN
      *> RETENCION.
       090-ESCRIBE-PIE.
           MOVE SPACES TO RPTOJRP-LINEA
           WRITE RPTOJRP-LINEA
           MOVE WS-TOT-RETENIDO TO WS-TOTAL-ED
           MOVE SPACES TO RPTOJRP-LINEA
           STRING "TOTAL RETENIDO EN EL MES:        " DELIMITED BY SIZE
                  WS-TOTAL-ED                          DELIMITED BY SIZE
                  INTO RPTOJRP-LINEA
           WRITE RPTOJRP-LINEA
           MOVE WS-SIN-RETENCION TO WS-CUENTA-ED
           MOVE SPACES TO RPTOJRP-LINEA
           STRING "ORDENES VIGENTES SIN RETENCION:  " DELIMITED BY SIZE
                  WS-CUENTA-ED                         DELIMITED BY SIZE
                  INTO RPTOJRP-LINEA
           WRITE RPTOJRP-LINEA
           IF WS-SIN-RETENCION GREATER ZERO
               MOVE 04 TO WS-RC-NUEVO
               MOVE "PENSIONES: ORDEN VIGENTE SIN RETENCION"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
           END-IF
           MOVE RPT-TOTAL-REGS TO RPT-TOTAL-REGS-ED
           MOVE RPT-PIE TO RPTOJRP-LINEA
           WRITE RPTOJRP-LINEA.
       090-FIN.  EXIT.
