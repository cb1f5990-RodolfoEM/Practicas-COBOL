      ******************************************************************
      * Author:        FERNANDO TOLEDO
      * Date:           2026-10-15
      * Purpose:        LAYOUT DE UN RENGLON DE LA MATRIZ DE MERITO
      *                 (MERMATRZ), QUE MANTIENE COMPENSACIONES A MANO
      *                 ANTES DE CADA CICLO ANUAL: POR CALIFICACION DE
      *                 DESEMPENO (CLAVE DE CALIFIC) Y POSICION DEL
      *                 SALARIO DENTRO DE LA BANDA DE SU DEPARTAMENTO
      *                 (SALBANDA), EL PORCENTAJE DE AUMENTO QUE LE
      *                 TOCA (0350 ES 3.50%). LA POSICION ES 0 DEBAJO
      *                 DEL MINIMO, 1/2/3 EL TERCIO INFERIOR, MEDIO O
      *                 SUPERIOR DE LA BANDA Y 4 ARRIBA DEL MAXIMO. UNA
      *                 COMBINACION SIN RENGLON NO TIENE AUMENTO. LA
      *                 LEE PROGMERI.
      * Tectonics:      COPY MERMREG.
      ******************************************************************
       01  MM-REGISTRO.
           05 MM-CALIFICACION       PIC X(01).
           05 MM-POSICION           PIC X(01).
               88 MM-DEBAJO-BANDA                   VALUE "0".
               88 MM-TERCIO-INFERIOR                VALUE "1".
               88 MM-TERCIO-MEDIO                   VALUE "2".
               88 MM-TERCIO-SUPERIOR                VALUE "3".
               88 MM-ARRIBA-BANDA                   VALUE "4".
           05 MM-PORCENTAJE         PIC 9(02)V99.
