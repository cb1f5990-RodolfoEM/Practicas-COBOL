      *>             EM-BANCO/EM-CLABE.
      *> 2026-09-02  SE AGREGA AUI-OPERADOR: EL OPERADOR FIRMADO QUE
      *>             APLICO LA GRABACION, IGUAL QUE EN AUDITREG.
      *> 2026-10-15  LAS IMAGENES CRECEN DE 126 A 135 POSICIONES:
      *>             EMPMAST-RECORD GANO EL TIPO Y LA FECHA DE FIN
      *>             DE CONTRATO (EM-TIPO-CONTRATO/EM-FIN-CONTRATO).
      *> 2026-10-15  LAS IMAGENES CRECEN DE 135 A 140 POSICIONES:
      *>             EMPMAST-RECORD GANO EL SUPERVISOR (EM-SUPERVISOR).
      *> 2026-10-15  LAS IMAGENES CRECEN DE 140 A 141 POSICIONES:
      *>             EMPMAST-RECORD GANO EL GRUPO DE PAGO
      *>             (EM-GRUPO-PAGO).
      *> 2026-10-15  LAS IMAGENES CRECEN DE 141 A 143 POSICIONES:
      *>             EMPMAST-RECORD GANO EL REGISTRO PATRONAL
      *>             (EM-REG-PATRONAL).
       01  AUI-REGISTRO.
           05 AUI-FECHA             PIC 9(08).
           05 AUI-HORA              PIC 9(06).
           05 AUI-TRANSACCION       PIC X(06).
           05 AUI-NUMERO            PIC 9(05).
           05 AUI-IMAGEN-ANTES      PIC X(143).
           05 AUI-IMAGEN-DESPUES    PIC X(143).
           05 AUI-OPERADOR          PIC X(08).
