      *> 2026-09-02  LAS IMAGENES CRECEN DE 105 A 126 POSICIONES:
      *>             EMPMAST-RECORD GANO LA CUENTA DE DISPERSION
      *>             EM-BANCO/EM-CLABE.
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
       01  JR-REGISTRO.
           05 JR-FECHA              PIC 9(08).
           05 JR-HORA               PIC 9(06).
               88 JR-OP-REWRITE                     VALUE "REWRITE ".
               88 JR-OP-DELETE                      VALUE "DELETE  ".
           05 JR-NUMERO             PIC 9(05).
           05 JR-IMAGEN-ANTES       PIC X(143).
           05 JR-IMAGEN-DESPUES     PIC X(143).
