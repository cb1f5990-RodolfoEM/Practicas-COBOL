      ******************************************************************
      * Author:        FERNANDO TOLEDO
      * Date:           2026-10-15
      * Purpose:        LAYOUT DE UN RENGLON DEL PRESUPUESTO DE MERITO
      *                 POR DEPARTAMENTO (MERPRES) DEL CICLO ANUAL: EL
      *                 PORCENTAJE DE LA NOMINA DE LOS EVALUADOS DEL
      *                 DEPARTAMENTO QUE SE PUEDE REPARTIR EN AUMENTOS
      *                 (0400 ES 4.00%). UN DEPARTAMENTO SIN RENGLON
      *                 TOMA EL PORCENTAJE GENERAL DEL SYSIN DE
      *                 PROGMERI.
      * Tectonics:      COPY MERPREG.
      ******************************************************************
       01  MP-REGISTRO.
           05 MP-DEPARTAMENTO       PIC X(04).
           05 MP-PORCENTAJE         PIC 9(02)V99.
