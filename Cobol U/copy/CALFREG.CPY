      ******************************************************************
      * Author:        FERNANDO TOLEDO
      * Date:           2026-10-15
      * Purpose:        LAYOUT DE UN RENGLON DEL ARCHIVO DE
      *                 CALIFICACIONES DE DESEMPENO (CALIFIC) QUE
      *                 ENTREGA RECURSOS HUMANOS CADA CICLO ANUAL DE
      *                 MERITO: NUMERO DE EMPLEADO, LA CALIFICACION
      *                 OBTENIDA (LA MISMA CLAVE DE UN CARACTER DE LA
      *                 MATRIZ MERMATRZ, COPY MERMREG) Y LA FECHA DE LA
      *                 EVALUACION. LOS RENGLONES PUEDEN IR EN
      *                 CUALQUIER ORDEN. LO LEE PROGMERI.
      * Tectonics:      COPY CALFREG.
      ******************************************************************
       01  CF-REGISTRO.
           05 CF-NUMERO             PIC 9(05).
           05 CF-CALIFICACION       PIC X(01).
           05 CF-FECHA-EVAL         PIC 9(08).
