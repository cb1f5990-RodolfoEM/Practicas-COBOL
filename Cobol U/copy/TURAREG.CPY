      ******************************************************************
      * Author:        FERNANDO TOLEDO
      * Date:           2026-10-15
      * Purpose:        LAYOUT DE UN RENGLON DE LA ASIGNACION DE
      *                 TURNOS (TURNASIG): POR EMPLEADO, EL CICLO DE
      *                 ROTACION DE SUS TURNOS. TA-SEMANAS (1 A 4) DICE
      *                 CUANTAS SEMANAS TIENE EL CICLO Y TA-TURNO LA
      *                 CLAVE DEL CATALOGO TURNOCAT DE CADA SEMANA;
      *                 TA-FECHA-BASE ES EL LUNES EN QUE EMPIEZA LA
      *                 PRIMERA SEMANA DEL CICLO. UN EMPLEADO DE TURNO
      *                 FIJO LLEVA TA-SEMANAS = 1. LO CARGA PROGCHEC.
      * Tectonics:      COPY TURAREG.
      ******************************************************************
       01  TA-REGISTRO.
           05 TA-NUMERO             PIC 9(05).
           05 TA-FECHA-BASE         PIC 9(08).
           05 TA-SEMANAS            PIC 9(01).
           05 TA-TURNO              PIC X(02)      OCCURS 4 TIMES.
