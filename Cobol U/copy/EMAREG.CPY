      ******************************************************************
      * Author:        FERNANDO TOLEDO
      * Date:           2026-10-15
      * Purpose:        LAYOUT DE UN RENGLON DE LA CEDULA DE
      *                 DETERMINACION QUE EMITE EL IMSS (CEDIMSS), YA
      *                 BAJADA A COLUMNAS FIJAS: LA MENSUAL (EMA, TIPO
      *                 M) TRAE LAS CUOTAS PATRONALES DE LOS RAMOS DEL
      *                 IMSS (ENFERMEDADES Y MATERNIDAD, INVALIDEZ Y
      *                 VIDA, RIESGOS DE TRABAJO Y GUARDERIAS) Y LA
      *                 BIMESTRAL (EBA, TIPO B) LAS DE RETIRO, CESANTIA
      *                 Y VEJEZ E INFONAVIT. CADA RENGLON LLEVA EL
      *                 PERIODO (AAAAMM; EN LA BIMESTRAL EL SEGUNDO MES
      *                 DEL BIMESTRE), EL EMPLEADO CON SU RFC, EL
      *                 SALARIO BASE DE COTIZACION Y LOS DIAS QUE EL
      *                 IMSS COTIZO. LA CUOTA QUE NO APLICA AL TIPO
      *                 VIENE EN CEROS.
      * Tectonics:      COPY EMAREG.
      ******************************************************************
       01  EA-REGISTRO.
           05 EA-TIPO               PIC X(01).
               88 EA-MENSUAL                        VALUE "M".
               88 EA-BIMESTRAL                      VALUE "B".
           05 EA-PERIODO            PIC 9(06).
           05 EA-NUMERO             PIC 9(05).
           05 EA-RFC                PIC X(13).
           05 EA-SBC                PIC 9(05)V99.
           05 EA-DIAS               PIC 9(02).
           05 EA-CUOTA-IMSS         PIC 9(06)V99.
           05 EA-RCV                PIC 9(06)V99.
           05 EA-INFONAVIT          PIC 9(06)V99.
