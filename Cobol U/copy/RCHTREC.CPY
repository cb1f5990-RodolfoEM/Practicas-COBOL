      *> 2026-09-02  RCH-TRANSACCION CRECE DE 108 A 129 POSICIONES:
      *>             GOTTRANS-REGISTRO GANO LA CUENTA DE DISPERSION
      *>             TR-BANCO/TR-CLABE.
      *> 2026-10-15  RCH-TRANSACCION CRECE DE 129 A 138 POSICIONES:
      *>             GOTTRANS-REGISTRO GANO EL TIPO Y LA FECHA DE FIN
      *>             DE CONTRATO TR-TIPO-CONTRATO/TR-FIN-CONTRATO.
      *> 2026-10-15  RCH-TRANSACCION CRECE DE 138 A 143 POSICIONES:
      *>             GOTTRANS-REGISTRO GANO EL SUPERVISOR
      *>             (TR-SUPERVISOR).
      *> 2026-10-15  RCH-TRANSACCION CRECE DE 143 A 144 POSICIONES:
      *>             GOTTRANS-REGISTRO GANO EL GRUPO DE PAGO
      *>             (TR-GRUPO-PAGO).
      *> 2026-10-15  RCH-TRANSACCION CRECE DE 144 A 146 POSICIONES:
      *>             GOTTRANS-REGISTRO GANO EL REGISTRO PATRONAL
      *>             (TR-REG-PATRONAL).
      *> 2026-10-15  RCH-TRANSACCION CRECE DE 146 A 152 POSICIONES:
      *>             GOTTRANS-REGISTRO GANO LA REQUISICION QUE CUBRE
      *>             EL ALTA (TR-REQUISICION).
       01  RCH-REGISTRO.
           05 RCH-TRANSACCION       PIC X(152).
           05 RCH-MOTIVO            PIC X(40).
