      *                 LISTADO Y LA AUDITORIA IMPRESOS.
      * Tectonics:      COPY IMSSREG.
      ******************************************************************
      *> MODIFICACIONES:
      *> 2026-10-15  IM-SALARIO-DIARIO LLEVA AHORA EL SALARIO DIARIO
      *>             INTEGRADO (SUBRUTINA PROGCSDI, TOPADO EN 25
      *>             UMAS) Y YA NO EL SALARIO MENSUAL ENTRE 30.
      *> 2026-10-15  IM-REG-PATRONAL: EL REGISTRO PATRONAL (CATALOGO
      *>             PATRCAT) ANTE EL QUE SE AVISA EL MOVIMIENTO. UN
      *>             TRASLADO ENTRE REGISTROS SE AVISA COMO BAJA 02 EN
      *>             EL ANTERIOR Y ALTA 08 EN EL NUEVO.
       01  IM-REGISTRO.
           05 IM-ESTATUS            PIC X(01).
               88 IM-PENDIENTE                      VALUE "P".
           05 IM-RFC                PIC X(13).
           05 IM-FECHA              PIC 9(08).
           05 IM-SALARIO-DIARIO     PIC 9(04)V99.
           05 IM-REG-PATRONAL       PIC X(02).
