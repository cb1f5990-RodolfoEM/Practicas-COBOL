      ******************************************************************
      * Author:        FERNANDO TOLEDO
      * Date:           2026-10-15
      * Purpose:        LAYOUT DEL REGISTRO DEL ACUMULADO ANUAL DE
      *                 DIAS DE INCAPACIDAD POR RIESGO DE TRABAJO
      *                 (RIESGOAC, INDEXADO POR ANIO MAS EMPLEADO),
      *                 BASE DE LOS DIAS SUBSIDIADOS PARA LA REVISION
      *                 ANUAL DE LA PRIMA DE RIESGO. UN CASILLERO POR
      *                 MES QUE PROGINCR REESCRIBE (NO SUMA) AL
      *                 CORRER EL MES, ASI QUE UNA REPETICION DEL
      *                 CIERRE NO DUPLICA DIAS; RA-DIAS-ANIO ES LA
      *                 SUMA DE LOS DOCE.
      * Tectonics:      COPY RIESREG.
      ******************************************************************
       01  RA-REGISTRO.
           05 RA-LLAVE.
              10 RA-ANIO            PIC 9(04).
              10 RA-NUMERO          PIC 9(05).
           05 RA-DIAS-MES OCCURS 12 TIMES  PIC 9(03).
           05 RA-DIAS-ANIO          PIC 9(04).
