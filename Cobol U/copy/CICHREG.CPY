      ******************************************************************
      * Author:        FERNANDO TOLEDO
      * Date:           2026-10-15
      * Purpose:        LAYOUT DEL HISTORICO DE LA VENTANA BATCH
      *                 (CICLOHIS): CADA NOCHE LA HOJA DE CONTROL
      *                 (PROGCREP) AGREGA AQUI, CON LA FECHA DEL CICLO,
      *                 UNA COPIA DE CADA RENGLON DE CICLOCTL CON SU
      *                 DURACION EN SEGUNDOS, Y AL FINAL UN RENGLON DEL
      *                 CICLO COMPLETO (CH-PROGRAMA "*CICLO*": PASOS EN
      *                 CH-ENTRADA, PASOS LENTOS EN CH-RECHAZADOS, PEOR
      *                 RC, PRIMERA HORA DE INICIO Y ULTIMA DE FIN).
      *                 CICLOCTL SE REINICIA CADA NOCHE; ESTE NO. SI UN
      *                 REINICIO VUELVE A IMPRIMIR LA HOJA EL MISMO DIA,
      *                 EL ULTIMO RENGLON DE CADA FECHA Y PROGRAMA ES EL
      *                 QUE VALE.
      * Tectonics:      COPY CICHREG.
      ******************************************************************
       01  CH-REGISTRO.
           05 CH-FECHA              PIC 9(08).
           05 CH-PROGRAMA           PIC X(08).
               88 CH-ES-CICLO                 VALUE "*CICLO*".
           05 CH-ENTRADA            PIC 9(07).
           05 CH-SALIDA             PIC 9(07).
           05 CH-RECHAZADOS         PIC 9(07).
           05 CH-RC                 PIC 9(02).
           05 CH-HORA-INICIO        PIC 9(06).
           05 CH-HORA-FIN           PIC 9(06).
           05 CH-DURACION           PIC 9(05).
