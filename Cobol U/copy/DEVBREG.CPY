      ******************************************************************
      * Author:        FERNANDO TOLEDO
      * Date:           2026-10-15
      * Purpose:        LAYOUT DE UN RENGLON DEL ARCHIVO DE RESPUESTA
      *                 DEL BANCO A LA DISPERSION (DEVBANC): POR CADA
      *                 PAGO QUE EL BANCO APLICO O DEVOLVIO, LA CUENTA,
      *                 EL NUMERO DE EMPLEADO QUE VIAJO EN DISPERS, EL
      *                 IMPORTE, EL ESTADO (P = PAGADO, R = RECHAZADO),
      *                 LA CLAVE DE MOTIVO DEL BANCO (CUENTA CANCELADA,
      *                 CLABE INEXISTENTE...) Y LA FECHA DE APLICACION.
      *                 LOS RENGLONES QUE NO SON DE DETALLE (MARCA
      *                 DISTINTA DE D: ENCABEZADO Y CIERRE DEL BANCO)
      *                 SE BRINCAN. LO LEE PROGDEVB.
      * Tectonics:      COPY DEVBREG.
      ******************************************************************
       01  DV-REGISTRO.
           05 DV-MARCA              PIC X(01).
           05 DV-BANCO              PIC X(03).
           05 DV-CLABE              PIC X(18).
           05 DV-NUMERO             PIC 9(05).
           05 DV-IMPORTE            PIC 9(07)V99.
           05 DV-ESTADO             PIC X(01).
               88 DV-PAGADO                         VALUE "P".
               88 DV-RECHAZADO                      VALUE "R".
           05 DV-MOTIVO             PIC X(03).
           05 DV-FECHA              PIC 9(08).
