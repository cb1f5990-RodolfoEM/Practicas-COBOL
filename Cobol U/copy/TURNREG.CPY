      ******************************************************************
      * Author:        FERNANDO TOLEDO
      * Date:           2026-10-15
      * Purpose:        LAYOUT DE UN RENGLON DEL CATALOGO DE TURNOS
      *                 (TURNOCAT): CLAVE, DESCRIPCION, TIPO DE
      *                 JORNADA (D-DIURNA, N-NOCTURNA, M-MIXTA, LFT
      *                 ART. 60), HORA DE ENTRADA Y DE SALIDA (HHMM;
      *                 UNA SALIDA MENOR O IGUAL A LA ENTRADA ES DEL
      *                 DIA SIGUIENTE), MINUTOS DE LA JORNADA LEGAL
      *                 (480 DIURNA, 420 NOCTURNA, 450 MIXTA, LFT ART.
      *                 61) Y MINUTOS DE TOLERANCIA PARA EL RETARDO Y
      *                 LA SALIDA ANTICIPADA. LO CARGA PROGCHEC.
      * Tectonics:      COPY TURNREG.
      ******************************************************************
       01  TU-REGISTRO.
           05 TU-CLAVE              PIC X(02).
           05 TU-DESCRIPCION        PIC X(20).
           05 TU-TIPO               PIC X(01).
               88 TU-DIURNA                         VALUE "D".
               88 TU-NOCTURNA                       VALUE "N".
               88 TU-MIXTA                          VALUE "M".
           05 TU-ENTRADA            PIC 9(04).
           05 TU-SALIDA             PIC 9(04).
           05 TU-MIN-LEGALES        PIC 9(03).
           05 TU-TOLERANCIA         PIC 9(02).
