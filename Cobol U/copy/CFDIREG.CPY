      ******************************************************************
      * Author:        FERNANDO TOLEDO
      * Date:           2026-10-15
      * Purpose:        LAYOUT DEL REGISTRO DEL CONTROL DE TIMBRADO DE
      *                 RECIBOS (CFDIUUID, INDEXADO POR PERIODO MAS
      *                 EMPLEADO): POR CADA RECIBO ENVIADO AL PAC COMO
      *                 CFDI DE NOMINA, SU ESTADO (P-PENDIENTE DE
      *                 RESPUESTA, T-TIMBRADO, R-RECHAZADO POR EL PAC),
      *                 EL FOLIO FISCAL (UUID) QUE EL PAC DEVOLVIO, LAS
      *                 FECHAS DE ENVIO Y DE TIMBRE, EL NETO DEL RECIBO
      *                 Y EL MOTIVO DEL RECHAZO. LO ESCRIBE Y LO
      *                 ACTUALIZA PROGCFDI; UN RECIBO SIN UUID NO ES
      *                 DEDUCIBLE PARA LA EMPRESA.
      * Tectonics:      COPY CFDIREG.
      ******************************************************************
      *> MODIFICACIONES:
      *> 2026-10-15  ESTADO N: RECIBO DEL DETALLE QUE NI SIQUIERA SE
      *>             ENVIO AL PAC (SIN EMPLEADO EN EL MAESTRO, SIN
      *>             PERIODO DE SU GRUPO O SIN RFC/CURP), CON LA CAUSA
      *>             EN CU-MOTIVO; SIGUE EN LA LISTA DE RECIBOS SIN
      *>             TIMBRAR HASTA QUE UN ENVIO POSTERIOR LO REEMPLACE.
       01  CU-REGISTRO.
           05 CU-LLAVE.
              10 CU-PERIODO         PIC 9(06).
              10 CU-NUMERO          PIC 9(05).
           05 CU-ESTADO             PIC X(01).
               88 CU-PENDIENTE                      VALUE "P".
               88 CU-TIMBRADO                       VALUE "T".
               88 CU-RECHAZADO                      VALUE "R".
               88 CU-NO-ENVIADO                     VALUE "N".
           05 CU-UUID               PIC X(36).
           05 CU-FECHA-ENVIO        PIC 9(08).
           05 CU-FECHA-TIMBRE       PIC 9(08).
           05 CU-NETO               PIC 9(07)V99.
           05 CU-MOTIVO             PIC X(40).
