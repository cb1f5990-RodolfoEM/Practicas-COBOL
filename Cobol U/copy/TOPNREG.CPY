      ******************************************************************
      * Author:        FERNANDO TOLEDO
      * Date:           2026-10-15
      * Purpose:        LAYOUT DE UN RENGLON DEL CATALOGO DE TOPES DE
      *                 NETO POR PUESTO (TOPENETO): EL NETO MENSUAL
      *                 MAS ALTO QUE SE ESPERA PAGAR EN UN PUESTO DE UN
      *                 DEPARTAMENTO. UN RENGLON CON DEPARTAMENTO EN
      *                 ESPACIOS VALE PARA EL PUESTO EN CUALQUIER
      *                 DEPARTAMENTO. PROGVARN LO PRORRATEA A LOS DIAS
      *                 DEL PERIODO DEL GRUPO DE PAGO DEL EMPLEADO.
      * Tectonics:      COPY TOPNREG.
      ******************************************************************
       01  TP-REGISTRO.
           05 TP-DEPARTAMENTO       PIC X(04).
           05 TP-PUESTO             PIC X(04).
           05 TP-TOPE-MENSUAL       PIC 9(07)V99.
