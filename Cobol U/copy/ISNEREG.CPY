      ******************************************************************
      * Author:        FERNANDO TOLEDO
      * Date:           2026-10-15
      * Purpose:        LAYOUT DE UN RENGLON DEL ARCHIVO DE IMPUESTO
      *                 SOBRE NOMINA DEL MES (ISNTOT): LO QUE PROGISNM
      *                 CALCULO POR DEPARTAMENTO, ENTIDAD PATRONAL Y
      *                 ESTADO (BASE GRAVABLE, TASA APLICADA E
      *                 IMPUESTO), EN COLUMNAS FIJAS, PARA QUE LA
      *                 INTERFAZ CONTABLE (PROGGLIF CON SYSIN I) ASIENTE
      *                 EL GASTO Y EL PASIVO POR CENTRO DE COSTO SIN
      *                 RASPAR EL REPORTE DE DECLARACION.
      * Tectonics:      COPY ISNEREG.
      ******************************************************************
       01  IE-REGISTRO.
           05 IE-PERIODO            PIC 9(06).
           05 IE-DEPARTAMENTO       PIC X(04).
           05 IE-ENTIDAD            PIC X(02).
           05 IE-ESTADO-FED         PIC X(03).
           05 IE-BASE               PIC 9(09)V99.
           05 IE-TASA               PIC 9(02)V9(04).
           05 IE-IMPUESTO           PIC 9(09)V99.
