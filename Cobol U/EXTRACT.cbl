      *>             SEPA A QUE PERIODO PERTENECE EL EXTRACTO EN VEZ
      *>             DE ACUMULAR A CIEGAS; SIN CALENDARIO VIAJA EN
      *>             CEROS.
      *> 2026-10-15  GRUPOS DE PAGO (EM-GRUPO-PAGO): EL EXTRACTO
      *>             COMPLETO MANDA SOLO LOS EMPLEADOS ACTIVOS DE LOS
      *>             GRUPOS CUYO PERIODO CIERRA HOY (SUBRUTINA
      *>             PROGGPER); SIN CALENDARIO PERCAL SE MANDAN TODOS
      *>             COMO ANTES. EL ENCABEZADO H LLEVA AL FINAL ,G Y
      *>             LAS CLAVES DE LOS GRUPOS INCLUIDOS (S/Q/M); EL
      *>             PERIODO P SIGUE SIENDO EL DEL CALENDARIO MENSUAL.
      *>             EL MODO DELTA NO SE FILTRA: SINCRONIZA DATOS DEL
      *>             MAESTRO, NO ES UN PAGO.
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.

       WORKING-STORAGE SECTION.
       COPY CICLOREG.
       COPY GRUPTAB.

       01  WS-TABLA-DELTA.
           05 WS-DELTA-RENGLON OCCURS 500 TIMES.
           05 WS-FULL-HASH-ED      PIC 9(10).99.
           05 WS-PERIODO-EXTR      PIC 9(06).
           05 WS-ESTADO-PER        PIC X(01).
           05 WS-GRUPO-MENSUAL     PIC X(01)      VALUE "M".
           05 WS-GRUPOS-EXTR       PIC X(03)      VALUE SPACES.
           05 WS-GRUPO-INDICE      PIC 9(01).
           05 WS-GRUPO-POS         PIC 9(01).
           05 WS-CODIGO-RETORNO    PIC 9(02)      VALUE ZERO.
           05 WS-RC-NUEVO          PIC 9(02).
           05 WS-DESCRIPCION-ERROR PIC X(40).
                   "ULTIMO EXTRACTO)? (S/N): "
           ACCEPT WS-MODO-DELTA
           PERFORM 005-ABRE-EMPMAST THRU 005-FIN
           PERFORM 007-UBICA-GRUPOS THRU 007-FIN
           OPEN OUTPUT PAYEXTR-FILE
           PERFORM 015-ESCRIBE-ENCABEZADO THRU 015-FIN
           IF MODO-DELTA
           ACCEPT WS-FECHA-EXTRACTO FROM DATE
           ACCEPT WS-CICLO-ID FROM TIME
           CALL "PROGVPER" USING WS-FECHA-CORRIDA
                                  WS-GRUPO-MENSUAL
                                  WS-PERIODO-EXTR
                                  WS-ESTADO-PER
           MOVE SPACES TO PAYEXTR-LINEA
                      ",P"               DELIMITED BY SIZE
                      WS-PERIODO-EXTR    DELIMITED BY SIZE
                      ",D"               DELIMITED BY SIZE
                      ",G"               DELIMITED BY SIZE
                      WS-GRUPOS-EXTR     DELIMITED BY SPACE
                      INTO PAYEXTR-LINEA
           ELSE
               STRING "H,"              DELIMITED BY SIZE
                      WS-CICLO-ID        DELIMITED BY SIZE
                      ",P"               DELIMITED BY SIZE
                      WS-PERIODO-EXTR    DELIMITED BY SIZE
                      ",G"               DELIMITED BY SIZE
                      WS-GRUPOS-EXTR     DELIMITED BY SPACE
                      INTO PAYEXTR-LINEA
           END-IF
           WRITE PAYEXTR-LINEA.
           END-IF.
       005-FIN.  EXIT.

      *> UBICA LA FECHA DE LA CORRIDA EN EL CALENDARIO DE CADA GRUPO DE
      *> PAGO Y ARMA LAS CLAVES DE LOS GRUPOS QUE VIAJAN EN EL EXTRACTO:
      *> LOS QUE CIERRAN HOY, O LOS TRES SI NO HAY CALENDARIO PERCAL. EN
      *> MODO DELTA VIAJAN LOS TRES (NO SE FILTRA).
       007-UBICA-GRUPOS.
           CALL "PROGGPER" USING WS-FECHA-CORRIDA GP-GRUPOS
           IF GP-SIN-CALENDARIO OR MODO-DELTA
               MOVE "SQM" TO WS-GRUPOS-EXTR
               GO TO 007-FIN
           END-IF
           MOVE ZERO TO WS-GRUPO-POS
           PERFORM 008-ANOTA-GRUPO THRU 008-FIN
                   VARYING WS-GRUPO-INDICE FROM 1 BY 1
                   UNTIL WS-GRUPO-INDICE GREATER 3
           IF WS-GRUPO-POS = ZERO
               DISPLAY "PROGEXPO: NINGUN GRUPO DE PAGO CIERRA PERIODO "
                       "HOY, EL EXTRACTO COMPLETO VA SIN RENGLONES"
           END-IF.
       007-FIN.  EXIT.

       008-ANOTA-GRUPO.
           IF GP-CIERRA-HOY (WS-GRUPO-INDICE)
               ADD 1 TO WS-GRUPO-POS
               MOVE GP-CLAVE (WS-GRUPO-INDICE)
                 TO WS-GRUPOS-EXTR (WS-GRUPO-POS:1)
           END-IF.
       008-FIN.  EXIT.

      *> INDICA SI EL GRUPO DE PAGO DEL EMPLEADO LEIDO CIERRA HOY (SIN
      *> CALENDARIO TODOS SE PAGAN COMO MENSUALES); DEJA LA POSICION
      *> DEL GRUPO EN WS-GRUPO-POS, EN CERO SI NO SE EXPORTA.
       009-GRUPO-EMPLEADO.
           EVALUATE TRUE
               WHEN EM-PAGO-SEMANAL
                   MOVE 1 TO WS-GRUPO-POS
               WHEN EM-PAGO-QUINCENAL
                   MOVE 2 TO WS-GRUPO-POS
               WHEN OTHER
                   MOVE 3 TO WS-GRUPO-POS
           END-EVALUATE
           IF GP-CON-CALENDARIO
              AND NOT GP-CIERRA-HOY (WS-GRUPO-POS)
               MOVE ZERO TO WS-GRUPO-POS
           END-IF.
       009-FIN.  EXIT.

      *> LEE EL SIGUIENTE EMPLEADO Y ESCRIBE SU RENGLON CSV, SALVO QUE
      *> ESTE DADO DE BAJA (LOS INACTIVOS NO SE MANDAN A NOMINA) O QUE
      *> SU GRUPO DE PAGO NO CIERRE PERIODO HOY.
       010-EXPORTA-RENGLON.
           READ EMPMAST-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-EMPMAST-STATUS
               NOT AT END
                   IF EM-ACTIVO
                       PERFORM 009-GRUPO-EMPLEADO THRU 009-FIN
                       IF WS-GRUPO-POS NOT = ZERO
                           PERFORM 020-ESCRIBE-CSV THRU 020-FIN
                       END-IF
                   END-IF
           END-READ.
       010-FIN.  EXIT.
