      *>             (TABLA OPERCAT, VIA PROGSIGN): NIVEL C SOLO
      *>             PUEDE CONSULTAR SALDOS. EL OPERADOR FIRMADO
      *>             VIAJA EN LAS LINEAS DE AUDITLOG.
      *> 2026-10-15  LOS CREDITOS INFONAVIT (IN) Y FONACOT (FN) NO SE
      *>             ABREN AQUI (LOS CARGA PROGCRED DE LOS AVISOS Y DE
      *>             LA CEDULA); LA CONSULTA LOS MUESTRA CON SU
      *>             CREDITO, METODO Y LO SOLICITADO/RETENIDO DEL MES,
      *>             Y EL ALTA DEJA EN LIMPIO LOS CAMPOS NUEVOS DEL
      *>             REGISTRO.
      *> 2026-10-15  LA FIRMA PASA EL NOMBRE DEL PROGRAMA A PROGSIGN Y
      *>             CADA OPCION NEGADA POR NIVEL QUEDA EN LA BITACORA
      *>             DE SEGURIDAD (SEGLOG, VIA PROGSEGL, EVENTO
      *>             NEGADO); ANTES SOLO SALIA EN LA CONSOLA.
      *> 2026-10-15  EL ALTA ARRANCA EN CERO EL PERIODO DE PAGO Y LO
      *>             RETENIDO EN EL (DD-PERIODO-PAGO/DD-RETENIDO-PER).
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
               88 NIVEL-CONSULTA                 VALUE "C".
           05 WS-FIRMA-VALIDA     PIC X(01)      VALUE "N".
               88 FIRMA-VALIDA                   VALUE "S".
           05 WS-DETALLE-SEG      PIC X(30).
           05 WS-CODIGO-RETORNO   PIC 9(02)      VALUE ZERO.
           05 WS-RC-NUEVO         PIC 9(02).
           05 WS-DESCRIPCION-ERROR PIC X(40).
           CALL "PROGSIGN" USING WS-OPERADOR
                                  WS-NIVEL-OPER
                                  WS-FIRMA-VALIDA
                                  "PROGDEDU"
           IF NOT FIRMA-VALIDA
               DISPLAY "SIN FIRMA DE OPERADOR VALIDA, TERMINA EL "
                       "PROCESO"
              AND (WS-OPCION = "1" OR WS-OPCION = "2")
               DISPLAY "EL OPERADOR " WS-OPERADOR " ES DE SOLO "
                       "CONSULTA - LA OPCION SE RECHAZA"
               MOVE "ABRIR/LIQUIDAR EXIGE NIVEL M/T" TO WS-DETALLE-SEG
               CALL "PROGSEGL" USING "PROGDEDU" WS-OPERADOR "NEGADO"
                       WS-NIVEL-OPER WS-DETALLE-SEG
               MOVE 08 TO WS-RC-NUEVO
               MOVE "DESCUENTOS: OPERADOR DE SOLO CONSULTA"
                    TO WS-DESCRIPCION-ERROR
           ACCEPT DD-FECHA-INICIO FROM DATE YYYYMMDD
           MOVE ZERO TO DD-FECHA-FIN
           SET DD-VIGENTE TO TRUE
           MOVE SPACES TO DD-CREDITO
           MOVE SPACE TO DD-METODO
           MOVE ZERO TO DD-FACTOR
           MOVE ZERO TO DD-PERIODO
           MOVE ZERO TO DD-SOLICITADO
           MOVE ZERO TO DD-RETENIDO
           MOVE ZERO TO DD-PERIODO-PAGO
           MOVE ZERO TO DD-RETENIDO-PER
           WRITE DD-REGISTRO
               INVALID KEY
                   REWRITE DD-REGISTRO
           DISPLAY "SALDO: "    WS-SALDO-ED
           DISPLAY "INICIO: "   DD-FECHA-INICIO
                   "  FIN: "    DD-FECHA-FIN
           EVALUATE TRUE
               WHEN DD-VIGENTE
                   DISPLAY "ESTADO: VIGENTE"
               WHEN DD-SUSPENDIDO
                   DISPLAY "ESTADO: SUSPENDIDO POR AVISO"
               WHEN OTHER
                   DISPLAY "ESTADO: LIQUIDADO"
           END-EVALUATE
           IF DD-CREDITO-EXTERNO
               MOVE DD-SOLICITADO TO WS-MONTO-ED
               MOVE DD-RETENIDO TO WS-SALDO-ED
               DISPLAY "CREDITO: " DD-CREDITO "  METODO: " DD-METODO
                       "  FACTOR: " DD-FACTOR
               DISPLAY "MES: " DD-PERIODO "  SOLICITADO: " WS-MONTO-ED
                       "  RETENIDO: " WS-SALDO-ED
           END-IF.
       030-FIN.  EXIT.

