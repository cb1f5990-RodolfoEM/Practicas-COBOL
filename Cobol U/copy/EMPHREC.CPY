      *>             COPIA EL REGISTRO COMPLETO Y LA DETECCION DE
      *>             RECONTRATACIONES COMPARA HI-RFC/HI-CURP, ASI
      *>             QUE LOS DOS LAYOUTS DEBEN MEDIR LO MISMO (126).
      *> 2026-10-15  SE EMPAREJA DE NUEVO CON EMPREC, QUE GANO EL TIPO
      *>             Y LA FECHA DE FIN DE CONTRATO: AMBOS MIDEN 135.
      *> 2026-10-15  SE EMPAREJA CON EMPREC, QUE GANO EL SUPERVISOR:
      *>             AMBOS MIDEN 140.
      *> 2026-10-15  SE EMPAREJA CON EMPREC, QUE GANO EL GRUPO DE
      *>             PAGO: AMBOS MIDEN 141.
      *> 2026-10-15  SE EMPAREJA CON EMPREC, QUE GANO EL REGISTRO
      *>             PATRONAL: AMBOS MIDEN 143.
       01  EMPHIST-RECORD.
           05 HI-NUMERO            PIC 9(05).
           05 HI-NOMBRE            PIC X(35).
           05 HI-MOTIVO-BAJA       PIC X(02).
           05 HI-BANCO             PIC X(03).
           05 HI-CLABE             PIC X(18).
           05 HI-TIPO-CONTRATO     PIC X(01).
           05 HI-FIN-CONTRATO      PIC 9(08).
           05 HI-SUPERVISOR        PIC 9(05).
           05 HI-GRUPO-PAGO        PIC X(01).
           05 HI-REG-PATRONAL      PIC X(02).
