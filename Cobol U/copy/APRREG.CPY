      *                 X-APLICADA.
      * Tectonics:      COPY APRREG.
      ******************************************************************
      *> MODIFICACIONES:
      *> 2026-10-15  AP-IMAGEN CRECE DE 126 A 135 POSICIONES:
      *>             EMPMAST-RECORD GANO EL TIPO Y LA FECHA DE FIN
      *>             DE CONTRATO (EM-TIPO-CONTRATO/EM-FIN-CONTRATO).
      *> 2026-10-15  AP-IMAGEN CRECE DE 135 A 140 POSICIONES:
      *>             EMPMAST-RECORD GANO EL SUPERVISOR (EM-SUPERVISOR).
      *> 2026-10-15  AP-IMAGEN CRECE DE 140 A 141 POSICIONES:
      *>             EMPMAST-RECORD GANO EL GRUPO DE PAGO
      *>             (EM-GRUPO-PAGO).
      *> 2026-10-15  AP-IMAGEN CRECE DE 141 A 143 POSICIONES:
      *>             EMPMAST-RECORD GANO EL REGISTRO PATRONAL
      *>             (EM-REG-PATRONAL).
       01  AP-REGISTRO.
           05 AP-ESTADO             PIC X(01).
               88 AP-PENDIENTE                      VALUE "P".
           05 AP-FECHA              PIC 9(08).
           05 AP-OPER-CAPTURA       PIC X(08).
           05 AP-OPER-RESUELVE      PIC X(08).
           05 AP-IMAGEN             PIC X(143).
