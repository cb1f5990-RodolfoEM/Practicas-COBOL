      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGCRRP.
      *AUTHOR.                    FERNANDO TOLEDO.
      *INSTALLATION.              CENTRO DE CAPACITACION.
      *DATE-WRITTEN.              2026-10-15.
      *DATE-COMPILED.
      *SECURITY.                  NO ES CONFIDENCIAL.
      *> ------------------------------------------------------
      *> REPORTE MENSUAL DE CREDITOS INFONAVIT Y FONACOT DEL MAESTRO
      *> DE DESCUENTOS (DEDMAST, COPY DEDREC), PARA EL MES (AAAAMM)
      *> QUE TRAE EL SYSIN (0 = MES EN CURSO): 1) EL ENTERO POR
      *> ACREEDOR, CON LO QUE PROGNOMI RETUVO EN EL MES A CADA
      *> EMPLEADO Y SU CREDITO, Y EL TOTAL A PAGAR A CADA UNO; 2) LA
      *> CONCILIACION DE LO RETENIDO CONTRA LO SOLICITADO (LA CEDULA
      *> DEL FONACOT Y LA CUOTA DEL AVISO DEL INFONAVIT), MARCANDO
      *> CADA DIFERENCIA Y CADA CREDITO INFONAVIT VIGENTE QUE NO TUVO
      *> CALCULO EN EL MES. CON DIFERENCIAS TERMINA CON RC 04.
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEDMAST-FILE    ASSIGN TO "DEDMAST"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS DD-LLAVE
                                   FILE STATUS IS WS-DEDMAST-STATUS.

           SELECT EMPMAST-FILE    ASSIGN TO "EMPMAST"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS EM-NUMERO
                                   ALTERNATE RECORD KEY IS EM-NOMBRE
                                       WITH DUPLICATES
                                   FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT RPTCRRP-FILE    ASSIGN TO "RPTCRRP"
                                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DEDMAST-FILE.
       COPY DEDREC.

       FD  EMPMAST-FILE.
       COPY EMPREC.

       FD  RPTCRRP-FILE.
       01  RPTCRRP-LINEA            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY RPTHDR.

       01  WS-AREAS.
           05 WS-DEDMAST-STATUS   PIC X(02).
           05 WS-EMPMAST-STATUS   PIC X(02).
           05 WS-PERIODO          PIC 9(06).
           05 WS-FECHA-HOY        PIC 9(08).
           05 WS-TIPO-PASO        PIC X(02).
           05 WS-NOMBRE-ACREEDOR  PIC X(10).
           05 WS-NOMBRE           PIC X(35).
           05 WS-SOLICITADO       PIC 9(07)V99.
           05 WS-RETENIDO         PIC 9(07)V99.
           05 WS-DIFERENCIA       PIC S9(07)V99.
           05 WS-MARCA            PIC X(20).
           05 WS-TOT-ACREEDOR     PIC 9(09)V99.
           05 WS-CTA-ACREEDOR     PIC 9(05).
           05 WS-TOT-SOLICITADO   PIC 9(09)V99   VALUE ZERO.
           05 WS-TOT-RETENIDO     PIC 9(09)V99   VALUE ZERO.
           05 WS-TOT-DIFERENCIAS  PIC 9(05)      VALUE ZERO.
           05 WS-CODIGO-RETORNO   PIC 9(02)      VALUE ZERO.
           05 WS-RC-NUEVO         PIC 9(02).
           05 WS-DESCRIPCION-ERROR PIC X(40).

       01  WS-EDITADOS.
           05 WS-SOLICITADO-ED    PIC ZZZ,ZZ9.99.
           05 WS-RETENIDO-ED      PIC ZZZ,ZZ9.99.
           05 WS-DIFERENCIA-ED    PIC -ZZZ,ZZ9.99.
           05 WS-TOTAL-ED         PIC ZZZ,ZZZ,ZZ9.99.
           05 WS-CUENTA-ED        PIC ZZZZ9.

       PROCEDURE DIVISION.
       000-RAIZ.
           MOVE ZERO TO RETURN-CODE
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           DISPLAY "MES A REPORTAR (AAAAMM, 0 = MES EN CURSO): "
           ACCEPT WS-PERIODO
           IF WS-PERIODO NOT NUMERIC OR WS-PERIODO = ZERO
               MOVE WS-FECHA-HOY (1:6) TO WS-PERIODO
           END-IF
           OPEN INPUT DEDMAST-FILE
           IF WS-DEDMAST-STATUS NOT = "00"
               DISPLAY "SIN MAESTRO DE DESCUENTOS QUE REPORTAR"
               GOBACK
           END-IF
           OPEN INPUT EMPMAST-FILE
           OPEN OUTPUT RPTCRRP-FILE
           PERFORM 010-ESCRIBE-ENCABEZADO THRU 010-FIN
           MOVE "IN" TO WS-TIPO-PASO
           MOVE "INFONAVIT" TO WS-NOMBRE-ACREEDOR
           PERFORM 020-ENTERO-ACREEDOR THRU 020-FIN
           MOVE "FN" TO WS-TIPO-PASO
           MOVE "FONACOT" TO WS-NOMBRE-ACREEDOR
           PERFORM 020-ENTERO-ACREEDOR THRU 020-FIN
           PERFORM 040-CONCILIACION THRU 040-FIN
           PERFORM 090-ESCRIBE-PIE THRU 090-FIN
           CLOSE DEDMAST-FILE
           CLOSE EMPMAST-FILE
           CLOSE RPTCRRP-FILE
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE
           GOBACK.

       010-ESCRIBE-ENCABEZADO.
           MOVE "ENTERO Y CONCILIACION DE CREDITOS-PROGCRRP"
                TO RPT-TITULO
           ACCEPT RPT-FECHA FROM DATE
           MOVE RPT-ENCABEZADO TO RPTCRRP-LINEA
           WRITE RPTCRRP-LINEA
           MOVE SPACES TO RPTCRRP-LINEA
           STRING "MES: " DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
                  INTO RPTCRRP-LINEA
           WRITE RPTCRRP-LINEA.
       010-FIN.  EXIT.

      *> ---------------------------------------------------------
      *> ENTERO DEL ACREEDOR EN TURNO: LO RETENIDO EN EL MES A CADA
      *> EMPLEADO, CON SU CREDITO, Y EL TOTAL A PAGARLE.
      *> ---------------------------------------------------------
       020-ENTERO-ACREEDOR.
           MOVE ZERO TO WS-TOT-ACREEDOR
           MOVE ZERO TO WS-CTA-ACREEDOR
           MOVE SPACES TO RPTCRRP-LINEA
           WRITE RPTCRRP-LINEA
           MOVE SPACES TO RPTCRRP-LINEA
           STRING "ENTERO A " DELIMITED BY SIZE
                  WS-NOMBRE-ACREEDOR DELIMITED BY SPACE
                  ":" DELIMITED BY SIZE
                  INTO RPTCRRP-LINEA
           WRITE RPTCRRP-LINEA
           MOVE "NUM.  NOMBRE                    CREDITO       RETENIDO"
                TO RPTCRRP-LINEA
           WRITE RPTCRRP-LINEA
           MOVE LOW-VALUES TO DD-LLAVE
           START DEDMAST-FILE KEY IS NOT LESS THAN DD-LLAVE
               INVALID KEY
                   MOVE "10" TO WS-DEDMAST-STATUS
           END-START
           PERFORM 025-ENTERO-EMPLEADO THRU 025-FIN
                   UNTIL WS-DEDMAST-STATUS NOT = "00"
           MOVE WS-TOT-ACREEDOR TO WS-TOTAL-ED
           MOVE WS-CTA-ACREEDOR TO WS-CUENTA-ED
           MOVE SPACES TO RPTCRRP-LINEA
           STRING "TOTAL A ENTERAR A " DELIMITED BY SIZE
                  WS-NOMBRE-ACREEDOR   DELIMITED BY SIZE
                  " EMPLEADOS: "       DELIMITED BY SIZE
                  WS-CUENTA-ED         DELIMITED BY SIZE
                  "  IMPORTE: "        DELIMITED BY SIZE
                  WS-TOTAL-ED          DELIMITED BY SIZE
                  INTO RPTCRRP-LINEA
           WRITE RPTCRRP-LINEA.
       020-FIN.  EXIT.

       025-ENTERO-EMPLEADO.
           READ DEDMAST-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-DEDMAST-STATUS
                   GO TO 025-FIN
           END-READ
           IF DD-TIPO NOT = WS-TIPO-PASO
              OR DD-PERIODO NOT = WS-PERIODO
              OR DD-RETENIDO = ZERO
               GO TO 025-FIN
           END-IF
           PERFORM 030-NOMBRE-EMPLEADO THRU 030-FIN
           MOVE DD-RETENIDO TO WS-RETENIDO-ED
           MOVE SPACES TO RPTCRRP-LINEA
           STRING DD-NUMERO          DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-NOMBRE (1:25)   DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  DD-CREDITO         DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-RETENIDO-ED     DELIMITED BY SIZE
                  INTO RPTCRRP-LINEA
           WRITE RPTCRRP-LINEA
           ADD 1 TO RPT-TOTAL-REGS
           ADD 1 TO WS-CTA-ACREEDOR
           ADD DD-RETENIDO TO WS-TOT-ACREEDOR.
       025-FIN.  EXIT.

       030-NOMBRE-EMPLEADO.
           MOVE DD-NUMERO TO EM-NUMERO
           READ EMPMAST-FILE
               INVALID KEY
                   MOVE "*** NO ESTA EN EL MAESTRO ***" TO WS-NOMBRE
                   GO TO 030-FIN
           END-READ
           MOVE EM-NOMBRE TO WS-NOMBRE.
       030-FIN.  EXIT.

      *> ---------------------------------------------------------
      *> CONCILIACION: TODO CREDITO DEL MES (Y TODO INFONAVIT
      *> VIGENTE, AUNQUE NO SE HAYA CALCULADO EN EL MES) CON LO
      *> SOLICITADO CONTRA LO RETENIDO.
      *> ---------------------------------------------------------
       040-CONCILIACION.
           MOVE SPACES TO RPTCRRP-LINEA
           WRITE RPTCRRP-LINEA
           MOVE "CONCILIACION RETENIDO CONTRA SOLICITADO:"
                TO RPTCRRP-LINEA
           WRITE RPTCRRP-LINEA
           MOVE "NUM.  TP CREDITO    SOLICITADO   RETENIDO  DIFERENCIA"
                TO RPTCRRP-LINEA
           WRITE RPTCRRP-LINEA
           MOVE LOW-VALUES TO DD-LLAVE
           START DEDMAST-FILE KEY IS NOT LESS THAN DD-LLAVE
               INVALID KEY
                   MOVE "10" TO WS-DEDMAST-STATUS
           END-START
           PERFORM 045-CONCILIA-CREDITO THRU 045-FIN
                   UNTIL WS-DEDMAST-STATUS NOT = "00".
       040-FIN.  EXIT.

       045-CONCILIA-CREDITO.
           READ DEDMAST-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-DEDMAST-STATUS
                   GO TO 045-FIN
           END-READ
           IF NOT DD-CREDITO-EXTERNO
               GO TO 045-FIN
           END-IF
           MOVE SPACES TO WS-MARCA
           IF DD-PERIODO = WS-PERIODO
               MOVE DD-SOLICITADO TO WS-SOLICITADO
               MOVE DD-RETENIDO   TO WS-RETENIDO
           ELSE
               IF DD-INFONAVIT AND DD-VIGENTE
                   MOVE ZERO TO WS-SOLICITADO
                   MOVE ZERO TO WS-RETENIDO
                   MOVE "SIN CALCULO EN EL MES" TO WS-MARCA
               ELSE
                   GO TO 045-FIN
               END-IF
           END-IF
           COMPUTE WS-DIFERENCIA = WS-SOLICITADO - WS-RETENIDO
           IF WS-DIFERENCIA NOT = ZERO
               MOVE "DIFERENCIA" TO WS-MARCA
           END-IF
           IF WS-MARCA NOT = SPACES
               ADD 1 TO WS-TOT-DIFERENCIAS
           END-IF
           ADD WS-SOLICITADO TO WS-TOT-SOLICITADO
           ADD WS-RETENIDO   TO WS-TOT-RETENIDO
           MOVE WS-SOLICITADO TO WS-SOLICITADO-ED
           MOVE WS-RETENIDO   TO WS-RETENIDO-ED
           MOVE WS-DIFERENCIA TO WS-DIFERENCIA-ED
           MOVE SPACES TO RPTCRRP-LINEA
           STRING DD-NUMERO          DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  DD-TIPO            DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  DD-CREDITO         DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-SOLICITADO-ED   DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-RETENIDO-ED     DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-DIFERENCIA-ED   DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-MARCA           DELIMITED BY SIZE
                  INTO RPTCRRP-LINEA
           WRITE RPTCRRP-LINEA
           ADD 1 TO RPT-TOTAL-REGS.
       045-FIN.  EXIT.

      *> ELEVA WS-CODIGO-RETORNO A WS-RC-NUEVO SI ESTE ES MAS SEVERO Y
      *> DEJA CONSTANCIA EN LA BITACORA COMUN DE ERRORES (ERRLOG).
       080-ACTUALIZA-RC.
           IF WS-RC-NUEVO GREATER WS-CODIGO-RETORNO
               MOVE WS-RC-NUEVO TO WS-CODIGO-RETORNO
           END-IF
           CALL "PROGERRL" USING "PROGCRRP" WS-RC-NUEVO
                   WS-DESCRIPCION-ERROR.
       080-FIN.  EXIT.

      *> ESCRIBE EL PIE CON LOS TOTALES DE LA CONCILIACION.
       090-ESCRIBE-PIE.
           MOVE SPACES TO RPTCRRP-LINEA
           WRITE RPTCRRP-LINEA
           MOVE WS-TOT-SOLICITADO TO WS-TOTAL-ED
           MOVE SPACES TO RPTCRRP-LINEA
           STRING "TOTAL SOLICITADO:        " DELIMITED BY SIZE
                  WS-TOTAL-ED                  DELIMITED BY SIZE
                  INTO RPTCRRP-LINEA
           WRITE RPTCRRP-LINEA
           MOVE WS-TOT-RETENIDO TO WS-TOTAL-ED
           MOVE SPACES TO RPTCRRP-LINEA
           STRING "TOTAL RETENIDO:          " DELIMITED BY SIZE
                  WS-TOTAL-ED                  DELIMITED BY SIZE
                  INTO RPTCRRP-LINEA
           WRITE RPTCRRP-LINEA
           MOVE WS-TOT-DIFERENCIAS TO WS-CUENTA-ED
           MOVE SPACES TO RPTCRRP-LINEA
           STRING "CREDITOS CON DIFERENCIA: " DELIMITED BY SIZE
                  WS-CUENTA-ED                 DELIMITED BY SIZE
                  INTO RPTCRRP-LINEA
           WRITE RPTCRRP-LINEA
           IF WS-TOT-DIFERENCIAS GREATER ZERO
               MOVE 04 TO WS-RC-NUEVO
               MOVE "CREDITOS: RETENIDO DISTINTO A SOLICITADO"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
           END-IF
           MOVE RPT-TOTAL-REGS TO RPT-TOTAL-REGS-ED
           MOVE RPT-PIE TO RPTCRRP-LINEA
           WRITE RPTCRRP-LINEA.
       090-FIN.  EXIT.
