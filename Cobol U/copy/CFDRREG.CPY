      ******************************************************************
      * Author:        FERNANDO TOLEDO
      * Date:           2026-10-15
      * Purpose:        LAYOUT DE UN RENGLON DEL ARCHIVO DE RESPUESTA
      *                 DEL PAC (CFDIRESP): POR CADA RECIBO QUE SE LE
      *                 ENVIO EN CFDISOL, EL PERIODO Y EL EMPLEADO, SI
      *                 QUEDO TIMBRADO (T) O RECHAZADO (R), EL FOLIO
      *                 FISCAL (UUID) Y LA FECHA DEL TIMBRE, O EL
      *                 MOTIVO DEL RECHAZO. PROGCFDI LO APLICA AL
      *                 CONTROL DE TIMBRADO (CFDIUUID) CADA CICLO.
      * Tectonics:      COPY CFDRREG.
      ******************************************************************
       01  RP-REGISTRO.
           05 RP-PERIODO            PIC 9(06).
           05 RP-NUMERO             PIC 9(05).
           05 RP-ESTADO             PIC X(01).
               88 RP-TIMBRADO                       VALUE "T".
               88 RP-RECHAZADO                      VALUE "R".
           05 RP-UUID               PIC X(36).
           05 RP-FECHA-TIMBRE       PIC 9(08).
           05 RP-MOTIVO             PIC X(40).
