      ******************************************************************
      * Author:        FERNANDO TOLEDO
      * Date:           2026-10-15
      * Purpose:        LAYOUT DE UN RENGLON DEL HISTORICO DE
      *                 EXCEPCIONES DE ASISTENCIA (ASISEXC): LO AGREGA
      *                 PROGCHEC CADA DIA POR CADA RETARDO (RE), SALIDA
      *                 ANTICIPADA (SA), FALTA (FA) O CHECADA SIN
      *                 PAREJA (SP), CON EL TURNO QUE EL EMPLEADO TENIA
      *                 ESE DIA (EN BLANCO SI NO TENIA ASIGNACION), LA
      *                 HORA DEL TURNO, LA HORA CHECADA Y LOS MINUTOS
      *                 DE DIFERENCIA. LO RESUME PROGASEM EN EL REPORTE
      *                 SEMANAL POR TURNO.
      * Tectonics:      COPY ASISREG.
      ******************************************************************
       01  AX-REGISTRO.
           05 AX-FECHA              PIC 9(08).
           05 AX-NUMERO             PIC 9(05).
           05 AX-TURNO              PIC X(02).
           05 AX-TIPO               PIC X(02).
               88 AX-RETARDO                        VALUE "RE".
               88 AX-SALIDA-ANT                     VALUE "SA".
               88 AX-FALTA                          VALUE "FA".
               88 AX-SIN-PAREJA                     VALUE "SP".
           05 AX-HORA-TURNO         PIC 9(04).
           05 AX-HORA-CHECADA       PIC 9(04).
           05 AX-MINUTOS            PIC 9(04).
