      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGSEGR.
      *AUTHOR.                    FERNANDO TOLEDO.
      *INSTALLATION.              CENTRO DE CAPACITACION.
      *DATE-WRITTEN.              2026-10-15.
      *DATE-COMPILED.
      *SECURITY.                  CONFIDENCIAL.
      *> ------------------------------------------------------
      *> REPORTE DIARIO DE LA BITACORA DE SEGURIDAD (SEGLOG, COPY
      *> SEGREG): AL FINAL DEL CICLO LEE LOS EVENTOS DE HOY, IMPRIME
      *> CADA RECHAZO (FIRMA FALLIDA, OPERADOR INACTIVO, INTENTOS
      *> AGOTADOS, OPCION NEGADA POR NIVEL) CON SU HORA, OPERADOR Y
      *> PROGRAMA, Y UN RESUMEN POR IDENTIFICADOR CON SUS FIRMAS
      *> BUENAS, FALLIDAS Y NEGADAS. UN IDENTIFICADOR CON TRES O MAS
      *> FIRMAS FALLIDAS EN EL DIA, O QUE AGOTO LOS INTENTOS, SE
      *> MARCA COMO FALLAS REPETIDAS Y EL PASO TERMINA CON RC 04 PARA
      *> QUE SEGURIDAD LO REVISE. SIN BITACORA NO HAY NADA QUE
      *> REPORTAR (RC 00). DEJA SU RENGLON EN EL CONTROL DEL CICLO.
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEGLOG-FILE     ASSIGN TO "SEGLOG"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-SEGLOG-STATUS.

           SELECT RPTSEGR-FILE    ASSIGN TO "RPTSEGR"
                                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SEGLOG-FILE.
       COPY SEGREG.

       FD  RPTSEGR-FILE.
       01  RPTSEGR-LINEA           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY RPTHDR.
       COPY CICLOREG.

       01  WS-OPERADORES-DEL-DIA.
           05 WS-OPERADOR-DIA OCCURS 50 TIMES.
              10 WS-OD-ID           PIC X(08).
              10 WS-OD-FIRMAS       PIC 9(03).
              10 WS-OD-FALLAS       PIC 9(03).
              10 WS-OD-NEGADOS      PIC 9(03).
              10 WS-OD-AGOTADOS     PIC 9(03).

       01  WS-LINEA-EVENTO.
           05 WS-LE-HORA           PIC 9(06).
           05 FILLER               PIC X(01)      VALUE SPACE.
           05 WS-LE-OPERADOR       PIC X(08).
           05 FILLER               PIC X(01)      VALUE SPACE.
           05 WS-LE-PROGRAMA       PIC X(08).
           05 FILLER               PIC X(01)      VALUE SPACE.
           05 WS-LE-EVENTO         PIC X(06).
           05 FILLER               PIC X(01)      VALUE SPACE.
           05 WS-LE-DETALLE        PIC X(30).
           05 FILLER               PIC X(18)      VALUE SPACES.

       01  WS-LINEA-OPERADOR.
           05 WS-LO-ID             PIC X(08).
           05 FILLER               PIC X(02)      VALUE SPACES.
           05 WS-LO-FIRMAS         PIC ZZ9.
           05 FILLER               PIC X(03)      VALUE SPACES.
           05 WS-LO-FALLAS         PIC ZZ9.
           05 FILLER               PIC X(03)      VALUE SPACES.
           05 WS-LO-NEGADOS        PIC ZZ9.
           05 FILLER               PIC X(03)      VALUE SPACES.
           05 WS-LO-MARCA          PIC X(20).
           05 FILLER               PIC X(32)      VALUE SPACES.

       01  WS-AREAS.
           05 WS-SEGLOG-STATUS     PIC X(02).
           05 WS-SEGLOG-EOF        PIC X(01)      VALUE "N".
               88 SEGLOG-EOF                      VALUE "S".
           05 WS-FECHA-CORRIDA     PIC 9(08).
           05 WS-MAX-OPERADORES    PIC 9(02)      VALUE 50.
           05 WS-NUM-OPERADORES    PIC 9(02)      VALUE ZERO.
           05 WS-OPER-POS          PIC 9(02)      VALUE ZERO.
           05 WS-OPER-INDICE       PIC 9(02).
           05 WS-OPER-ENCONTRADO   PIC X(01)      VALUE "N".
               88 OPER-ENCONTRADO                 VALUE "S".
           05 WS-UMBRAL-FALLAS     PIC 9(03)      VALUE 3.
           05 WS-TOT-EVENTOS       PIC 9(05)      VALUE ZERO.
           05 WS-TOT-RECHAZOS      PIC 9(05)      VALUE ZERO.
           05 WS-TOT-MARCADOS      PIC 9(03)      VALUE ZERO.
           05 WS-CUENTA-ED         PIC ZZZZ9.
           05 WS-CODIGO-RETORNO    PIC 9(02)      VALUE ZERO.

       PROCEDURE DIVISION.
       000-RAIZ.
           MOVE ZERO TO RETURN-CODE
           ACCEPT CC-HORA-INICIO FROM TIME
           ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD
           OPEN INPUT SEGLOG-FILE
           IF WS-SEGLOG-STATUS = "35"
               DISPLAY "SIN BITACORA SEGLOG QUE REPORTAR"
               PERFORM 085-CONTROL-CICLO THRU 085-FIN
               GOBACK
           END-IF
           IF WS-SEGLOG-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR SEGLOG, ESTADO: "
                       WS-SEGLOG-STATUS
               MOVE 08 TO WS-CODIGO-RETORNO
               PERFORM 085-CONTROL-CICLO THRU 085-FIN
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT RPTSEGR-FILE
           PERFORM 010-ESCRIBE-ENCABEZADO THRU 010-FIN
           PERFORM 020-LEE-BITACORA THRU 020-FIN
           PERFORM 030-REVISA-EVENTO THRU 030-FIN
                   UNTIL SEGLOG-EOF
           PERFORM 060-IMPRIME-RESUMEN THRU 060-FIN
           PERFORM 090-ESCRIBE-PIE THRU 090-FIN
           PERFORM 085-CONTROL-CICLO THRU 085-FIN
           CLOSE SEGLOG-FILE
           CLOSE RPTSEGR-FILE
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE
           GOBACK.

      *> DEJA EL RENGLON DE ESTE PASO EN EL ARCHIVO DE CONTROL DEL
      *> CICLO, TAMBIEN CUANDO LA BITACORA NO SE PUDO ABRIR.
       085-CONTROL-CICLO.
           MOVE "PROGSEGR" TO CC-PROGRAMA
           MOVE WS-TOT-EVENTOS TO CC-ENTRADA
           MOVE RPT-TOTAL-REGS TO CC-SALIDA
           MOVE WS-TOT-RECHAZOS TO CC-RECHAZADOS
           MOVE WS-CODIGO-RETORNO TO CC-RC
           ACCEPT CC-HORA-FIN FROM TIME
           CALL "PROGCCTL" USING "A" CC-REGISTRO.
       085-FIN.  EXIT.

       010-ESCRIBE-ENCABEZADO.
           MOVE "EVENTOS DE SEGURIDAD DEL DIA - PROGSEGR"
                TO RPT-TITULO
           ACCEPT RPT-FECHA FROM DATE
           MOVE RPT-ENCABEZADO TO RPTSEGR-LINEA
           WRITE RPTSEGR-LINEA
           MOVE SPACES TO RPTSEGR-LINEA
           WRITE RPTSEGR-LINEA
           MOVE "RECHAZOS DEL DIA:" TO RPTSEGR-LINEA
           WRITE RPTSEGR-LINEA
           MOVE "HORA   OPERADOR PROGRAMA EVENTO DETALLE"
                TO RPTSEGR-LINEA
           WRITE RPTSEGR-LINEA.
       010-FIN.  EXIT.

       020-LEE-BITACORA.
           READ SEGLOG-FILE
               AT END
                   SET SEGLOG-EOF TO TRUE
           END-READ.
       020-FIN.  EXIT.

      *> SOLO SE REPORTAN LOS EVENTOS DE HOY. CADA RECHAZO SE IMPRIME
      *> AL LEERLO; TODOS SE ACUMULAN EN LA RANURA DE SU OPERADOR.
       030-REVISA-EVENTO.
           IF SEG-FECHA NOT = WS-FECHA-CORRIDA
               GO TO 030-SIGUIENTE
           END-IF
           ADD 1 TO WS-TOT-EVENTOS
           PERFORM 040-UBICA-OPERADOR THRU 040-FIN
           IF NOT OPER-ENCONTRADO
               GO TO 030-SIGUIENTE
           END-IF
           EVALUATE TRUE
               WHEN SEG-FIRMA
                   ADD 1 TO WS-OD-FIRMAS (WS-OPER-POS)
               WHEN SEG-NEGADO
                   ADD 1 TO WS-OD-NEGADOS (WS-OPER-POS)
               WHEN SEG-BLOQUEO
                   ADD 1 TO WS-OD-AGOTADOS (WS-OPER-POS)
               WHEN OTHER
                   ADD 1 TO WS-OD-FALLAS (WS-OPER-POS)
           END-EVALUATE
           IF SEG-RECHAZADO
               ADD 1 TO WS-TOT-RECHAZOS
               PERFORM 035-IMPRIME-EVENTO THRU 035-FIN
           END-IF.
       030-SIGUIENTE.
           PERFORM 020-LEE-BITACORA THRU 020-FIN.
       030-FIN.  EXIT.

       035-IMPRIME-EVENTO.
           MOVE SEG-HORA      TO WS-LE-HORA
           MOVE SEG-OPERADOR  TO WS-LE-OPERADOR
           MOVE SEG-PROGRAMA  TO WS-LE-PROGRAMA
           MOVE SEG-EVENTO    TO WS-LE-EVENTO
           MOVE SEG-DETALLE   TO WS-LE-DETALLE
           MOVE WS-LINEA-EVENTO TO RPTSEGR-LINEA
           WRITE RPTSEGR-LINEA
           ADD 1 TO RPT-TOTAL-REGS.
       035-FIN.  EXIT.

      *> BUSCA LA RANURA DEL OPERADOR DEL EVENTO; SI NO EXISTE ABRE
      *> UNA NUEVA (MISMO PATRON DE RANURAS QUE PROGERRS).
       040-UBICA-OPERADOR.
           MOVE "N" TO WS-OPER-ENCONTRADO
           PERFORM 045-BUSCA-OPERADOR THRU 045-FIN
                   VARYING WS-OPER-INDICE FROM 1 BY 1
                   UNTIL WS-OPER-INDICE GREATER WS-NUM-OPERADORES
                      OR OPER-ENCONTRADO
           IF OPER-ENCONTRADO
               GO TO 040-FIN
           END-IF
           IF WS-NUM-OPERADORES NOT LESS WS-MAX-OPERADORES
               GO TO 040-FIN
           END-IF
           ADD 1 TO WS-NUM-OPERADORES
           MOVE WS-NUM-OPERADORES TO WS-OPER-POS
           MOVE SEG-OPERADOR TO WS-OD-ID (WS-OPER-POS)
           MOVE ZERO TO WS-OD-FIRMAS (WS-OPER-POS)
           MOVE ZERO TO WS-OD-FALLAS (WS-OPER-POS)
           MOVE ZERO TO WS-OD-NEGADOS (WS-OPER-POS)
           MOVE ZERO TO WS-OD-AGOTADOS (WS-OPER-POS)
           MOVE "S" TO WS-OPER-ENCONTRADO.
       040-FIN.  EXIT.

       045-BUSCA-OPERADOR.
           IF WS-OD-ID (WS-OPER-INDICE) = SEG-OPERADOR
               MOVE "S" TO WS-OPER-ENCONTRADO
               MOVE WS-OPER-INDICE TO WS-OPER-POS
           END-IF.
       045-FIN.  EXIT.

      *> RESUMEN POR IDENTIFICADOR; LAS FALLAS REPETIDAS SE MARCAN Y
      *> DEJAN EL PASO EN RC 04.
       060-IMPRIME-RESUMEN.
           MOVE SPACES TO RPTSEGR-LINEA
           WRITE RPTSEGR-LINEA
           IF WS-NUM-OPERADORES = ZERO
               MOVE "SIN EVENTOS DE SEGURIDAD HOY" TO RPTSEGR-LINEA
               WRITE RPTSEGR-LINEA
               GO TO 060-FIN
           END-IF
           MOVE "OPERADOR  FIRMAS FALLAS NEGADAS"
                TO RPTSEGR-LINEA
           WRITE RPTSEGR-LINEA
           PERFORM 065-IMPRIME-OPERADOR THRU 065-FIN
                   VARYING WS-OPER-INDICE FROM 1 BY 1
                   UNTIL WS-OPER-INDICE GREATER WS-NUM-OPERADORES
           MOVE WS-TOT-MARCADOS TO WS-CUENTA-ED
           MOVE SPACES TO RPTSEGR-LINEA
           STRING "IDENTIFICADORES CON FALLAS REPETIDAS: "
                                   DELIMITED BY SIZE
                  WS-CUENTA-ED     DELIMITED BY SIZE
                  INTO RPTSEGR-LINEA
           WRITE RPTSEGR-LINEA.
       060-FIN.  EXIT.

       065-IMPRIME-OPERADOR.
           MOVE WS-OD-ID (WS-OPER-INDICE)      TO WS-LO-ID
           MOVE WS-OD-FIRMAS (WS-OPER-INDICE)  TO WS-LO-FIRMAS
           MOVE WS-OD-FALLAS (WS-OPER-INDICE)  TO WS-LO-FALLAS
           MOVE WS-OD-NEGADOS (WS-OPER-INDICE) TO WS-LO-NEGADOS
           MOVE SPACES TO WS-LO-MARCA
           IF WS-OD-FALLAS (WS-OPER-INDICE) NOT LESS WS-UMBRAL-FALLAS
              OR WS-OD-AGOTADOS (WS-OPER-INDICE) GREATER ZERO
               MOVE "*** FALLAS REPETIDAS" TO WS-LO-MARCA
               ADD 1 TO WS-TOT-MARCADOS
               IF WS-CODIGO-RETORNO LESS 04
                   MOVE 04 TO WS-CODIGO-RETORNO
               END-IF
           END-IF
           MOVE WS-LINEA-OPERADOR TO RPTSEGR-LINEA
           WRITE RPTSEGR-LINEA.
       065-FIN.  EXIT.

       090-ESCRIBE-PIE.
           MOVE SPACES TO RPTSEGR-LINEA
           WRITE RPTSEGR-LINEA
           MOVE RPT-TOTAL-REGS TO RPT-TOTAL-REGS-ED
           MOVE RPT-PIE TO RPTSEGR-LINEA
           WRITE RPTSEGR-LINEA.
       090-FIN.  EXIT.
