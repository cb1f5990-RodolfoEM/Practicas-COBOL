      ******************************************************************
      * Author:        FERNANDO TOLEDO
      * Date:           2026-10-15
      * Purpose:        LAYOUT DE UN RENGLON DE LA SALIDA DE LA
      *                 CONSULTA A FECHA (ASOFEMP) QUE DEJA PROGASOF EN
      *                 SU MODO LISTA: EL EMPLEADO Y LA FECHA PEDIDOS,
      *                 EL RESULTADO DE LA RECONSTRUCCION Y EL REGISTRO
      *                 DEL MAESTRO TAL COMO ESTABA ESE DIA, CON LAS
      *                 MISMAS POSICIONES QUE EMPMAST-RECORD (COPY
      *                 EMPREC), PARA QUE CUALQUIER PROGRAMA QUE LEE EL
      *                 MAESTRO PUEDA LEERLO.
      * Tectonics:      COPY ASOFREG.
      ******************************************************************
       01  AF-REGISTRO.
           05 AF-NUMERO             PIC 9(05).
           05 AF-FECHA-CORTE        PIC 9(08).
           05 AF-RESULTADO          PIC X(01).
               88 AF-EN-MAESTRO                     VALUE "E".
               88 AF-ARCHIVADO                      VALUE "H".
               88 AF-NO-EXISTIA                     VALUE "N".
           05 AF-FUENTE             PIC X(01).
               88 AF-POR-MOVIMIENTOS                VALUE "M".
               88 AF-POR-MAESTRO                    VALUE "P".
               88 AF-POR-HISTORICO                  VALUE "H".
           05 AF-IMAGEN             PIC X(143).
