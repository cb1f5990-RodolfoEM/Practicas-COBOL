      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGREQA.
      *AUTHOR.                    FERNANDO TOLEDO.
      *INSTALLATION.              CENTRO DE CAPACITACION.
      *DATE-WRITTEN.              2026-10-15.
      *DATE-COMPILED.
      *SECURITY.                  NO ES CONFIDENCIAL.
      *> ------------------------------------------------------
      *> ANTIGUEDAD DE LAS REQUISICIONES DE PERSONAL (REQUISIC,
      *> COPY REQSREG): ORDENA POR DEPARTAMENTO (MISMO PATRON DE
      *> SORT QUE PROGVENC) LAS REQUISICIONES PENDIENTES (ABIERTAS O
      *> APROBADAS) CON LOS DIAS QUE LLEVAN ABIERTAS A LA FECHA, Y
      *> LAS CUBIERTAS DENTRO DEL HORIZONTE DEL SYSIN (DIAS HACIA
      *> ATRAS, 0 = 90) CON LOS DIAS QUE TARDARON EN CUBRIRSE DESDE
      *> SU APERTURA HASTA EL ALTA QUE LAS CERRO. LOS DIAS SALEN DE
      *> PROGCDIA. CADA DEPARTAMENTO CIERRA CON SU CUENTA Y PROMEDIO
      *> DE DIAS DE PENDIENTES Y DE CUBIERTAS; LAS CANCELADAS NO SE
      *> REPORTAN. SIN ARCHIVO DE REQUISICIONES EL REPORTE SALE
      *> VACIO CON ADVERTENCIA 04.
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUISIC-FILE   ASSIGN TO "REQUISIC"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS RQ-NUMERO
                                   FILE STATUS IS WS-REQUISIC-STATUS.

           SELECT SRTREQA-FILE    ASSIGN TO "SRTREQA".

           SELECT ORDENADO-FILE   ASSIGN TO "ORDREQA"
                                   ORGANIZATION LINE SEQUENTIAL.

           SELECT RPTREQA-FILE    ASSIGN TO "RPTREQA"
                                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUISIC-FILE.
       COPY REQSREG.

       SD  SRTREQA-FILE.
       01  SRT-REGISTRO.
           05 SRT-DEPARTAMENTO      PIC X(04).
           05 SRT-GRUPO             PIC 9(01).
           05 SRT-NUMERO            PIC 9(06).
           05 SRT-PUESTO            PIC X(04).
           05 SRT-ESTADO            PIC X(01).
           05 SRT-FECHA-APERTURA    PIC 9(08).
           05 SRT-FECHA-CIERRE      PIC 9(08).
           05 SRT-EMPLEADO          PIC 9(05).
           05 SRT-SOLICITANTE       PIC X(08).

       FD  ORDENADO-FILE.
       01  OR-REGISTRO.
           05 OR-DEPARTAMENTO       PIC X(04).
           05 OR-GRUPO              PIC 9(01).
               88 OR-PENDIENTE                      VALUE 1.
           05 OR-NUMERO             PIC 9(06).
           05 OR-PUESTO             PIC X(04).
           05 OR-ESTADO             PIC X(01).
               88 OR-ABIERTA                        VALUE "A".
           05 OR-FECHA-APERTURA     PIC 9(08).
           05 OR-FECHA-CIERRE       PIC 9(08).
           05 OR-EMPLEADO           PIC 9(05).
           05 OR-SOLICITANTE        PIC X(08).

       FD  RPTREQA-FILE.
       01  RPTREQA-LINEA            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY RPTHDR.

       01  WS-AREAS.
           05 WS-REQUISIC-STATUS  PIC X(02).
           05 WS-REQUISIC-ABIERTO PIC X(01)      VALUE "N".
               88 REQUISIC-ABIERTO               VALUE "S".
           05 WS-ORDENADO-EOF     PIC X(01)      VALUE "N".
               88 ORDENADO-EOF                   VALUE "S".
           05 WS-FECHA-HOY        PIC 9(08).
           05 WS-HORIZONTE        PIC 9(03).
           05 WS-DIAS             PIC S9(05).
           05 WS-DEPTO-ANTERIOR   PIC X(04)      VALUE LOW-VALUES.
           05 WS-DEPTO-NOMBRE     PIC X(20).
           05 WS-DEPTO-VALIDO     PIC X(01).
               88 DEPTO-VALIDO                   VALUE "S".
           05 WS-ESTADO-DESC      PIC X(09).
           05 WS-SUB-PENDIENTES   PIC 9(05)      VALUE ZERO.
           05 WS-SUB-DIAS-PEND    PIC 9(07)      VALUE ZERO.
           05 WS-SUB-CUBIERTAS    PIC 9(05)      VALUE ZERO.
           05 WS-SUB-DIAS-CUB     PIC 9(07)      VALUE ZERO.
           05 WS-TOT-PENDIENTES   PIC 9(05)      VALUE ZERO.
           05 WS-TOT-DIAS-PEND    PIC 9(07)      VALUE ZERO.
           05 WS-TOT-CUBIERTAS    PIC 9(05)      VALUE ZERO.
           05 WS-TOT-DIAS-CUB     PIC 9(07)      VALUE ZERO.
           05 WS-PROMEDIO         PIC 9(05).
           05 WS-CODIGO-RETORNO   PIC 9(02)      VALUE ZERO.
           05 WS-RC-NUEVO         PIC 9(02).
           05 WS-DESCRIPCION-ERROR PIC X(40).

       01  WS-EDITADOS.
           05 WS-DIAS-ED          PIC -ZZZ9.
           05 WS-CUENTA-ED        PIC ZZZZ9.
           05 WS-PROMEDIO-ED      PIC ZZZZ9.

       PROCEDURE DIVISION.
       000-RAIZ.
           MOVE ZERO TO RETURN-CODE
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           DISPLAY "DIAS HACIA ATRAS DE CUBIERTAS A REPORTAR (0 = 90): "
           ACCEPT WS-HORIZONTE
           IF WS-HORIZONTE NOT NUMERIC OR WS-HORIZONTE = ZERO
               MOVE 90 TO WS-HORIZONTE
           END-IF
           OPEN INPUT REQUISIC-FILE
           IF WS-REQUISIC-STATUS = "00"
               MOVE "S" TO WS-REQUISIC-ABIERTO
           ELSE
               DISPLAY "NO SE PUDO ABRIR REQUISIC: " WS-REQUISIC-STATUS
               MOVE 04 TO WS-RC-NUEVO
               MOVE "REQUISICIONES: SIN ARCHIVO REQUISIC"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
           END-IF
           SORT SRTREQA-FILE
                ON ASCENDING KEY SRT-DEPARTAMENTO
                                 SRT-GRUPO
                                 SRT-NUMERO
                INPUT PROCEDURE 050-ALIMENTA-SORT THRU 050-FIN
                GIVING ORDENADO-FILE
           IF REQUISIC-ABIERTO
               CLOSE REQUISIC-FILE
           END-IF
           OPEN INPUT ORDENADO-FILE
           OPEN OUTPUT RPTREQA-FILE
           PERFORM 010-ESCRIBE-ENCABEZADO THRU 010-FIN
           PERFORM 015-LEE-ORDENADO THRU 015-FIN
           PERFORM 020-IMPRIME-REQUISICION THRU 020-FIN
                   UNTIL ORDENADO-EOF
           IF WS-DEPTO-ANTERIOR NOT = LOW-VALUES
               PERFORM 030-SUBTOTAL-DEPTO THRU 030-FIN
           END-IF
           PERFORM 090-ESCRIBE-PIE THRU 090-FIN
           CLOSE ORDENADO-FILE
           CLOSE RPTREQA-FILE
           DISPLAY "REQUISICIONES PENDIENTES: " WS-TOT-PENDIENTES
                   " CUBIERTAS: " WS-TOT-CUBIERTAS
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE
           GOBACK.

      *> INPUT PROCEDURE DEL SORT: SUELTA LAS PENDIENTES (GRUPO 1) Y
      *> LAS CUBIERTAS DENTRO DEL HORIZONTE (GRUPO 2). SIN ARCHIVO
      *> NO SUELTA NADA Y EL REPORTE SALE VACIO.
       050-ALIMENTA-SORT.
           IF NOT REQUISIC-ABIERTO
               GO TO 050-FIN
           END-IF
           MOVE ZEROS TO RQ-NUMERO
           START REQUISIC-FILE KEY IS NOT LESS THAN RQ-NUMERO
               INVALID KEY
                   GO TO 050-FIN
           END-START
           PERFORM 055-SUELTA-REQUISICION THRU 055-FIN
                   UNTIL WS-REQUISIC-STATUS NOT = "00".
       050-FIN.  EXIT.

       055-SUELTA-REQUISICION.
           READ REQUISIC-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-REQUISIC-STATUS
                   GO TO 055-FIN
           END-READ
           EVALUATE TRUE
               WHEN RQ-PENDIENTE
                   MOVE 1 TO SRT-GRUPO
               WHEN RQ-CUBIERTA
                   CALL "PROGCDIA" USING RQ-FECHA-CIERRE
                                          WS-FECHA-HOY
                                          WS-DIAS
                   IF WS-DIAS GREATER WS-HORIZONTE
                       GO TO 055-FIN
                   END-IF
                   MOVE 2 TO SRT-GRUPO
               WHEN OTHER
                   GO TO 055-FIN
           END-EVALUATE
           MOVE RQ-DEPARTAMENTO   TO SRT-DEPARTAMENTO
           MOVE RQ-NUMERO         TO SRT-NUMERO
           MOVE RQ-PUESTO         TO SRT-PUESTO
           MOVE RQ-ESTADO         TO SRT-ESTADO
           MOVE RQ-FECHA-APERTURA TO SRT-FECHA-APERTURA
           MOVE RQ-FECHA-CIERRE   TO SRT-FECHA-CIERRE
           MOVE RQ-EMPLEADO       TO SRT-EMPLEADO
           MOVE RQ-SOLICITANTE    TO SRT-SOLICITANTE
           RELEASE SRT-REGISTRO.
       055-FIN.  EXIT.

       010-ESCRIBE-ENCABEZADO.
           MOVE "ANTIGUEDAD DE REQUISICIONES - PROGREQA" TO RPT-TITULO
           ACCEPT RPT-FECHA FROM DATE
           MOVE RPT-ENCABEZADO TO RPTREQA-LINEA
           WRITE RPTREQA-LINEA
           MOVE SPACES TO RPTREQA-LINEA
           STRING "PENDIENTES A LA FECHA Y CUBIERTAS EN LOS ULTIMOS "
                                              DELIMITED BY SIZE
                  WS-HORIZONTE                DELIMITED BY SIZE
                  " DIAS"                     DELIMITED BY SIZE
                  INTO RPTREQA-LINEA
           WRITE RPTREQA-LINEA
           MOVE SPACES TO RPTREQA-LINEA
           STRING "  REQUIS PSTO ESTADO    APERTURA CIERRE    "
                                              DELIMITED BY SIZE
                  " DIAS EMPL. PIDIO"         DELIMITED BY SIZE
                  INTO RPTREQA-LINEA
           WRITE RPTREQA-LINEA.
       010-FIN.  EXIT.

       015-LEE-ORDENADO.
           READ ORDENADO-FILE
               AT END
                   SET ORDENADO-EOF TO TRUE
           END-READ.
       015-FIN.  EXIT.

      *> IMPRIME EL RENGLON DE UNA REQUISICION, ABRIENDO EL
      *> DEPARTAMENTO CADA VEZ QUE CAMBIA (CON EL SUBTOTAL DEL
      *> ANTERIOR). LA PENDIENTE LLEVA LOS DIAS QUE VA ABIERTA; LA
      *> CUBIERTA, LOS DIAS QUE TARDO EN CUBRIRSE.
       020-IMPRIME-REQUISICION.
           IF OR-DEPARTAMENTO NOT = WS-DEPTO-ANTERIOR
               IF WS-DEPTO-ANTERIOR NOT = LOW-VALUES
                   PERFORM 030-SUBTOTAL-DEPTO THRU 030-FIN
               END-IF
               MOVE OR-DEPARTAMENTO TO WS-DEPTO-ANTERIOR
               CALL "PROGVDEP" USING OR-DEPARTAMENTO
                                      WS-DEPTO-NOMBRE
                                      WS-DEPTO-VALIDO
               IF NOT DEPTO-VALIDO
                   MOVE "*** NO CATALOGADO ***" TO WS-DEPTO-NOMBRE
               END-IF
               MOVE SPACES TO RPTREQA-LINEA
               WRITE RPTREQA-LINEA
               MOVE SPACES TO RPTREQA-LINEA
               STRING "DEPARTAMENTO: "  DELIMITED BY SIZE
                      OR-DEPARTAMENTO   DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      WS-DEPTO-NOMBRE   DELIMITED BY SIZE
                      INTO RPTREQA-LINEA
               WRITE RPTREQA-LINEA
           END-IF
           IF OR-PENDIENTE
               CALL "PROGCDIA" USING OR-FECHA-APERTURA
                                      WS-FECHA-HOY
                                      WS-DIAS
               IF OR-ABIERTA
                   MOVE "ABIERTA" TO WS-ESTADO-DESC
               ELSE
                   MOVE "APROBADA" TO WS-ESTADO-DESC
               END-IF
               ADD 1 TO WS-SUB-PENDIENTES
               ADD WS-DIAS TO WS-SUB-DIAS-PEND
           ELSE
               CALL "PROGCDIA" USING OR-FECHA-APERTURA
                                      OR-FECHA-CIERRE
                                      WS-DIAS
               MOVE "CUBIERTA" TO WS-ESTADO-DESC
               ADD 1 TO WS-SUB-CUBIERTAS
               ADD WS-DIAS TO WS-SUB-DIAS-CUB
           END-IF
           MOVE WS-DIAS TO WS-DIAS-ED
           MOVE SPACES TO RPTREQA-LINEA
           IF OR-PENDIENTE
               STRING "  "              DELIMITED BY SIZE
                      OR-NUMERO         DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      OR-PUESTO         DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      WS-ESTADO-DESC    DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      OR-FECHA-APERTURA DELIMITED BY SIZE
                      "          "      DELIMITED BY SIZE
                      WS-DIAS-ED        DELIMITED BY SIZE
                      "       "         DELIMITED BY SIZE
                      OR-SOLICITANTE    DELIMITED BY SIZE
                      INTO RPTREQA-LINEA
           ELSE
               STRING "  "              DELIMITED BY SIZE
                      OR-NUMERO         DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      OR-PUESTO         DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      WS-ESTADO-DESC    DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      OR-FECHA-APERTURA DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      OR-FECHA-CIERRE   DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      WS-DIAS-ED        DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      OR-EMPLEADO       DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      OR-SOLICITANTE    DELIMITED BY SIZE
                      INTO RPTREQA-LINEA
           END-IF
           WRITE RPTREQA-LINEA
           ADD 1 TO RPT-TOTAL-REGS
           PERFORM 015-LEE-ORDENADO THRU 015-FIN.
       020-FIN.  EXIT.

      *> SUBTOTAL DEL DEPARTAMENTO: CUANTAS PENDIENTES Y SU PROMEDIO
      *> DE DIAS ABIERTAS, CUANTAS CUBIERTAS Y SU PROMEDIO DE DIAS
      *> PARA CUBRIRSE. SE ACUMULA AL TOTAL GENERAL.
       030-SUBTOTAL-DEPTO.
           MOVE WS-SUB-PENDIENTES TO WS-CUENTA-ED
           MOVE ZERO TO WS-PROMEDIO
           IF WS-SUB-PENDIENTES GREATER ZERO
               COMPUTE WS-PROMEDIO ROUNDED =
                       WS-SUB-DIAS-PEND / WS-SUB-PENDIENTES
           END-IF
           MOVE WS-PROMEDIO TO WS-PROMEDIO-ED
           MOVE SPACES TO RPTREQA-LINEA
           STRING "  PENDIENTES: "           DELIMITED BY SIZE
                  WS-CUENTA-ED               DELIMITED BY SIZE
                  "  PROMEDIO DIAS ABIERTAS: " DELIMITED BY SIZE
                  WS-PROMEDIO-ED             DELIMITED BY SIZE
                  INTO RPTREQA-LINEA
           WRITE RPTREQA-LINEA
           MOVE WS-SUB-CUBIERTAS TO WS-CUENTA-ED
           MOVE ZERO TO WS-PROMEDIO
           IF WS-SUB-CUBIERTAS GREATER ZERO
               COMPUTE WS-PROMEDIO ROUNDED =
                       WS-SUB-DIAS-CUB / WS-SUB-CUBIERTAS
           END-IF
           MOVE WS-PROMEDIO TO WS-PROMEDIO-ED
           MOVE SPACES TO RPTREQA-LINEA
           STRING "  CUBIERTAS:  "           DELIMITED BY SIZE
                  WS-CUENTA-ED               DELIMITED BY SIZE
                  "  PROMEDIO DIAS PARA CUBRIR: " DELIMITED BY SIZE
                  WS-PROMEDIO-ED             DELIMITED BY SIZE
                  INTO RPTREQA-LINEA
           WRITE RPTREQA-LINEA
           ADD WS-SUB-PENDIENTES TO WS-TOT-PENDIENTES
           ADD WS-SUB-DIAS-PEND  TO WS-TOT-DIAS-PEND
           ADD WS-SUB-CUBIERTAS  TO WS-TOT-CUBIERTAS
           ADD WS-SUB-DIAS-CUB   TO WS-TOT-DIAS-CUB
           MOVE ZERO TO WS-SUB-PENDIENTES
           MOVE ZERO TO WS-SUB-DIAS-PEND
           MOVE ZERO TO WS-SUB-CUBIERTAS
           MOVE ZERO TO WS-SUB-DIAS-CUB.
       030-FIN.  EXIT.

      *> ELEVA WS-CODIGO-RETORNO A WS-RC-NUEVO SI ESTE ES MAS SEVERO Y
      *> DEJA CONSTANCIA EN LA BITACORA COMUN DE ERRORES (ERRLOG).
       080-ACTUALIZA-RC.
           IF WS-RC-NUEVO GREATER WS-CODIGO-RETORNO
               MOVE WS-RC-NUEVO TO WS-CODIGO-RETORNO
           END-IF
           CALL "PROGERRL" USING "PROGREQA" WS-RC-NUEVO
                   WS-DESCRIPCION-ERROR.
       080-FIN.  EXIT.

      *> ESCRIBE EL PIE CON LOS TOTALES GENERALES Y SUS PROMEDIOS.
       090-ESCRIBE-PIE.
           MOVE SPACES TO RPTREQA-LINEA
           WRITE RPTREQA-LINEA
           MOVE WS-TOT-PENDIENTES TO WS-CUENTA-ED
           MOVE ZERO TO WS-PROMEDIO
           IF WS-TOT-PENDIENTES GREATER ZERO
               COMPUTE WS-PROMEDIO ROUNDED =
                       WS-TOT-DIAS-PEND / WS-TOT-PENDIENTES
           END-IF
           MOVE WS-PROMEDIO TO WS-PROMEDIO-ED
           MOVE SPACES TO RPTREQA-LINEA
           STRING "TOTAL PENDIENTES: "       DELIMITED BY SIZE
                  WS-CUENTA-ED               DELIMITED BY SIZE
                  "  PROMEDIO DIAS ABIERTAS: " DELIMITED BY SIZE
                  WS-PROMEDIO-ED             DELIMITED BY SIZE
                  INTO RPTREQA-LINEA
           WRITE RPTREQA-LINEA
           MOVE WS-TOT-CUBIERTAS TO WS-CUENTA-ED
           MOVE ZERO TO WS-PROMEDIO
           IF WS-TOT-CUBIERTAS GREATER ZERO
               COMPUTE WS-PROMEDIO ROUNDED =
                       WS-TOT-DIAS-CUB / WS-TOT-CUBIERTAS
           END-IF
           MOVE WS-PROMEDIO TO WS-PROMEDIO-ED
           MOVE SPACES TO RPTREQA-LINEA
           STRING "TOTAL CUBIERTAS:  "       DELIMITED BY SIZE
                  WS-CUENTA-ED               DELIMITED BY SIZE
                  "  PROMEDIO DIAS PARA CUBRIR: " DELIMITED BY SIZE
                  WS-PROMEDIO-ED             DELIMITED BY SIZE
                  INTO RPTREQA-LINEA
           WRITE RPTREQA-LINEA
           MOVE RPT-TOTAL-REGS TO RPT-TOTAL-REGS-ED
           MOVE RPT-PIE TO RPTREQA-LINEA
           WRITE RPTREQA-LINEA.
       090-FIN.  EXIT.
