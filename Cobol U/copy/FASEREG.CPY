      ******************************************************************
      * Author:        FERNANDO TOLEDO
      * Date:           2026-10-15
      * Purpose:        LAYOUT DE UN RENGLON DE LA FACTURA MENSUAL DE
      *                 LA ASEGURADORA (FACTASEG): POR PLAN Y NIVEL DE
      *                 COBERTURA, EL MES FACTURADO (AAAAMM), CUANTOS
      *                 ASEGURADOS TITULARES COBRA Y EL IMPORTE DE LA
      *                 PRIMA. LO CONCILIA PROGFASE CONTRA LOS
      *                 INSCRITOS DE BENINSC.
      * Tectonics:      COPY FASEREG.
      ******************************************************************
       01  FG-REGISTRO.
           05 FG-PLAN               PIC X(02).
           05 FG-NIVEL              PIC X(01).
           05 FG-PERIODO            PIC 9(06).
           05 FG-ASEGURADOS         PIC 9(05).
           05 FG-IMPORTE            PIC 9(07)V99.
