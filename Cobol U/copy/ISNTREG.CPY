      ******************************************************************
      * Author:        FERNANDO TOLEDO
      * Date:           2026-10-15
      * Purpose:        LAYOUT DE UN RENGLON DEL ARCHIVO DE TASAS DEL
      *                 IMPUESTO SOBRE NOMINA (ISNTASA), QUE MANTIENE
      *                 NOMINA A MANO IGUAL QUE UMATAB CADA VEZ QUE UN
      *                 CONGRESO LOCAL CAMBIA SU LEY DE HACIENDA: POR
      *                 ESTADO (CLAVE SAT DE 3 LETRAS, LA MISMA DE
      *                 DC-ESTADO-FED), LA TASA CON LA FECHA DESDE LA
      *                 QUE RIGE (EN POR CIENTO: 030000 ES 3.0000%) Y
      *                 LO QUE ESE ESTADO INCLUYE EN LA BASE
      *                 ADEMAS DEL SUELDO: TIEMPO EXTRA, AGUINALDO Y
      *                 PTU (S = GRAVA, CUALQUIER OTRO VALOR = NO).
      *                 POR ESTADO RIGE EL RENGLON CON LA VIGENCIA MAS
      *                 RECIENTE QUE NO PASE DEL ULTIMO DIA DEL MES
      *                 CALCULADO; LOS RENGLONES PUEDEN IR EN CUALQUIER
      *                 ORDEN. LO LEE PROGISNM EN EL CIERRE MENSUAL.
      * Tectonics:      COPY ISNTREG.
      ******************************************************************
       01  TN-REGISTRO.
           05 TN-ESTADO-FED         PIC X(03).
           05 TN-VIGENCIA           PIC 9(08).
           05 TN-TASA               PIC 9(02)V9(04).
           05 TN-GRAVA-EXTRA        PIC X(01).
               88 TN-GRAVA-TIEMPO-EXTRA             VALUE "S".
           05 TN-GRAVA-AGUI         PIC X(01).
               88 TN-GRAVA-AGUINALDO                VALUE "S".
           05 TN-GRAVA-PTU          PIC X(01).
               88 TN-GRAVA-UTILIDADES               VALUE "S".
           05 TN-NOMBRE-ESTADO      PIC X(20).
