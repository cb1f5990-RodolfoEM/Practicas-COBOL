      ******************************************************************
      * Author:        FERNANDO TOLEDO
      * Date:           2026-10-15
      * Purpose:        LAYOUT DE UN RENGLON DEL ULTIMO NETO CALCULADO
      *                 POR EMPLEADO (NOMULT, GENERACIONAL Y ORDENADO
      *                 POR NUMERO): LA FECHA DE LA CORRIDA Y EL NETO
      *                 DEL ULTIMO DETALLE DE NOMINA (NOMIDET) EN QUE
      *                 APARECIO EL EMPLEADO. PROGVARN LEE LA (0) PARA
      *                 COMPARAR CONTRA EL PERIODO ANTERIOR Y DEJA LA
      *                 (+1) CON LOS NETOS DE LA CORRIDA ENCIMA.
      * Tectonics:      COPY NULTREG.
      ******************************************************************
       01  NU-REGISTRO.
           05 NU-NUMERO             PIC 9(05).
           05 NU-FECHA              PIC 9(08).
           05 NU-NETO               PIC 9(05)V99.
