      ******************************************************************
      * Author:        FERNANDO TOLEDO
      * Date:           2026-10-15
      * Purpose:        LAYOUT DE UN RENGLON DEL ARCHIVO MENSUAL DE
      *                 MOVIMIENTOS PARA LA ASEGURADORA (ASEGMOV) QUE
      *                 DEJA PROGASEG: UN ENCABEZADO H CON EL MES, UN
      *                 DETALLE D POR CADA ALTA (A), BAJA (B) O CAMBIO
      *                 DE NIVEL O DEPENDIENTES (C) DE UN INSCRITO, CON
      *                 LA POLIZA, EL EMPLEADO Y LA FECHA EN QUE SURTE
      *                 EFECTO, Y UN CIERRE T CON LA CUENTA DE CADA
      *                 MOVIMIENTO Y DE LOS INSCRITOS VIGENTES. LA
      *                 VISTA AG-CONTROL DESCRIBE EL ENCABEZADO Y EL
      *                 CIERRE.
      * Tectonics:      COPY ASEGREG.
      ******************************************************************
       01  AG-REGISTRO.
           05 AG-MARCA              PIC X(01).
               88 AG-ENCABEZADO                     VALUE "H".
               88 AG-DETALLE                        VALUE "D".
               88 AG-CIERRE                         VALUE "T".
           05 AG-MOVIMIENTO         PIC X(01).
           05 AG-ASEGURADORA        PIC X(10).
           05 AG-POLIZA             PIC X(15).
           05 AG-PLAN               PIC X(02).
           05 AG-NUMERO             PIC 9(05).
           05 AG-NOMBRE             PIC X(35).
           05 AG-RFC                PIC X(13).
           05 AG-CURP               PIC X(18).
           05 AG-NIVEL              PIC X(01).
           05 AG-DEPENDIENTES       PIC 9(02).
           05 AG-FECHA-EFECTIVA     PIC 9(08).
       01  AG-CONTROL.
           05 AG-CT-MARCA           PIC X(01).
           05 AG-CT-PERIODO         PIC 9(06).
           05 AG-CT-FECHA           PIC 9(08).
           05 AG-CT-ALTAS           PIC 9(05).
           05 AG-CT-BAJAS           PIC 9(05).
           05 AG-CT-CAMBIOS         PIC 9(05).
           05 AG-CT-VIGENTES        PIC 9(06).
           05 FILLER                PIC X(75).
