      ******************************************************************
      * Author:        FERNANDO TOLEDO
      * Date:           2026-10-15
      * Purpose:        LAYOUT DEL MAESTRO DE PRESUPUESTO DE NOMINA
      *                 (PRESUP, INDEXADO POR ANIO MAS DEPARTAMENTO):
      *                 EL CENTRO DE COSTO DEL DEPARTAMENTO AL CARGAR
      *                 Y UN CASILLERO POR MES CON LO PRESUPUESTADO
      *                 (SUELDOS Y CUOTAS PATRONALES POR SEPARADO) Y LO
      *                 REAL. EL PRESUPUESTO LO CARGA Y AJUSTA PROGPRES;
      *                 LAS CUOTAS REALES LAS ASIENTA PROGPATR Y LOS
      *                 SUELDOS REALES (BRUTO DE NOMITOT) PROGPRRP, LOS
      *                 DOS REESCRIBIENDO (NO SUMANDO) EL CASILLERO DEL
      *                 MES, ASI QUE REPETIR EL CIERRE NO DUPLICA NADA.
      * Tectonics:      COPY PRESREG.
      ******************************************************************
       01  PP-REGISTRO.
           05 PP-LLAVE.
              10 PP-ANIO            PIC 9(04).
              10 PP-DEPARTAMENTO    PIC X(04).
           05 PP-CENTRO-COSTO       PIC X(06).
           05 PP-MES OCCURS 12 TIMES.
              10 PP-PRES-NOMINA     PIC 9(09)V99.
              10 PP-PRES-PATRONAL   PIC 9(09)V99.
              10 PP-REAL-NOMINA     PIC 9(09)V99.
              10 PP-REAL-PATRONAL   PIC 9(09)V99.
