      ******************************************************************
      * Author:        FERNANDO TOLEDO
      * Date:           2026-10-15
      * Purpose:        LAYOUT DEL REGISTRO UNICO DEL CONTROL DE
      *                 NOMINAS EXTRAORDINARIAS (NOMXCTL): EL ULTIMO
      *                 NUMERO DE CORRIDA QUE ASIGNO PROGNEXT, CON SU
      *                 FECHA Y HORA. CADA CORRIDA TOMA EL SIGUIENTE Y
      *                 LO ESTAMPA EN EL ENCABEZADO H DE SUS ARCHIVOS;
      *                 LA INTERFAZ CONTABLE (PROGGLIF) LO LEE PARA
      *                 MARCAR LA POLIZA DE ESA CORRIDA.
      * Tectonics:      COPY NXCTREG.
      ******************************************************************
       01  XC-REGISTRO.
           05 XC-SECUENCIA          PIC 9(06).
           05 XC-FECHA              PIC 9(08).
           05 XC-HORA               PIC 9(06).
