      *>             EXCEPCION TIPO 4. LA DIVISION DE IDENTIFICACION
      *>             SE REGRESA AL AREA A, QUE ANDABA CORRIDA DESDE EL
      *>             ORIGEN DEL PROGRAMA.
      *> 2026-10-15  EL LAYOUT DE ELEGEMP PASA A LA COPIA ELEGREG,
      *>             QUE AHORA COMPARTEN PROGINTG Y LOS PROGRAMAS DE
      *>             INSCRIPCION A SEGUROS (PROGINSB Y PROGASEG).
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
       COPY EMPREC.

       FD  ELEGEMP-FILE.
       COPY ELEGREG.

       FD  TRANELEG-SALIDA.
       01  TRANELGS-LINEA          PIC X(80).
