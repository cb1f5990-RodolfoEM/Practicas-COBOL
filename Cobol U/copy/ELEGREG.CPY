      ******************************************************************
      * Author:        FERNANDO TOLEDO
      * Date:           2026-10-15
      * Purpose:        LAYOUT DEL REGISTRO DEL ARCHIVO DE
      *                 ELEGIBILIDAD A PRESTACIONES (ELEGEMP, INDEXADO
      *                 POR EL-NUMERO) QUE DEJA PBAPERIF CADA VEZ QUE
      *                 CORRE LA CRIBA: UN RENGLON POR EMPLEADO ACTIVO
      *                 CON SU DEPARTAMENTO, SUS ANIOS DE SERVICIO Y
      *                 EL RESULTADO (ELEGIBLE O EXCEPCION TIPO 2, 3 O
      *                 4). LO REVISA PROGINTG CONTRA EL MAESTRO, LO
      *                 EXIGE PROGINSB PARA INSCRIBIR A UN EMPLEADO EN
      *                 UN PLAN DE SEGURO Y LO CONSULTA PROGASEG AL
      *                 ARMAR EL ARCHIVO DE LA ASEGURADORA.
      * Tectonics:      COPY ELEGREG.
      ******************************************************************
       01  ELEGEMP-REGISTRO.
           05 EL-NUMERO            PIC 9(05).
           05 EL-DEPARTAMENTO      PIC X(04).
           05 EL-ANIOS             PIC 9(03).
           05 EL-RESULTADO         PIC X(20).
               88 EL-ELEGIBLE                      VALUE "ELEGIBLE".
