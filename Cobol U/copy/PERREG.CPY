      *                 PROGPCIE.
      * Tectonics:      COPY PERREG.
      ******************************************************************
      *> MODIFICACIONES:
      *> 2026-10-15  CADA RENGLON LLEVA AHORA EL GRUPO DE PAGO DEL
      *>             PERIODO (PD-GRUPO: S-SEMANAL, Q-QUINCENAL,
      *>             M-MENSUAL); HAY UN CALENDARIO POR GRUPO EN EL
      *>             MISMO ARCHIVO. LOS RENGLONES ANTERIORES, SIN
      *>             GRUPO, SON DEL GRUPO MENSUAL. EL REGISTRO CRECE
      *>             DE 23 A 24.
       01  PD-REGISTRO.
           05 PD-PERIODO            PIC 9(06).
           05 PD-FECHA-INICIO       PIC 9(08).
           05 PD-ESTADO             PIC X(01).
               88 PD-ABIERTO                        VALUE "A".
               88 PD-CERRADO                        VALUE "C".
           05 PD-GRUPO              PIC X(01).
               88 PD-SEMANAL                        VALUE "S".
               88 PD-QUINCENAL                      VALUE "Q".
               88 PD-MENSUAL                        VALUE "M" " ".
