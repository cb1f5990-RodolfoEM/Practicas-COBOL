      *>             ANTES/DESPUES DE CADA EMPLEADO, EL DELTA TOTAL
      *>             Y LAS BANDAS QUE HABRIA QUE FORZAR (VIA
      *>             PROGVSAL), SIN TOCAR UN SOLO REGISTRO.
      *> 2026-10-15  LA IMAGEN DEL EMPLEADO CRECE A 135 CON EL TIPO Y
      *>             LA FECHA DE FIN DE CONTRATO DE EMPREC.
      *> 2026-10-15  LA FIRMA PASA EL NOMBRE DEL PROGRAMA A PROGSIGN Y
      *>             CADA OPCION NEGADA POR NIVEL QUEDA EN LA BITACORA
      *>             DE SEGURIDAD (SEGLOG, VIA PROGSEGL, EVENTO
      *>             NEGADO); ANTES SOLO SALIA EN LA CONSOLA.
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
           05 WS-DESCRIPCION-ERROR PIC X(40).

       01  WS-IMAGENES-AUDITORIA.
           05 WS-IMAGEN-ANTES     PIC X(143).
           05 WS-IMAGEN-DESPUES   PIC X(143).

       01  WS-FIRMA-OPERADOR.
           05 WS-OPERADOR         PIC X(08)      VALUE "CICLO   ".
               88 NIVEL-TODO                     VALUE "T".
           05 WS-FIRMA-VALIDA     PIC X(01)      VALUE "N".
               88 FIRMA-VALIDA                   VALUE "S".
           05 WS-DETALLE-SEG      PIC X(30).

       01  WS-EDITADOS.
           05 WS-SAL-ANT-ED       PIC ZZ,ZZ9.99.
           CALL "PROGSIGN" USING WS-OPERADOR
                                  WS-NIVEL-OPER
                                  WS-FIRMA-VALIDA
                                  "PROGMASS"
           IF NOT FIRMA-VALIDA OR NOT NIVEL-TODO
               DISPLAY "OPERADOR SIN NIVEL PARA AJUSTES MASIVOS, "
                       "TERMINA EL PROCESO"
               IF FIRMA-VALIDA
                   MOVE "AJUSTE MASIVO EXIGE NIVEL T" TO WS-DETALLE-SEG
                   CALL "PROGSEGL" USING "PROGMASS" WS-OPERADOR "NEGADO"
                           WS-NIVEL-OPER WS-DETALLE-SEG
               END-IF
               MOVE 08 TO WS-RC-NUEVO
               MOVE "MASIVO: OPERADOR SIN NIVEL T"
                    TO WS-DESCRIPCION-ERROR
