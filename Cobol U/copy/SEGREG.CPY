      ******************************************************************
      * Author:        FERNANDO TOLEDO
      * Date:           2026-10-15
      * Purpose:        LAYOUT DE UN RENGLON DE LA BITACORA DE
      *                 SEGURIDAD (SEGLOG): FECHA Y HORA, OPERADOR
      *                 (EL IDENTIFICADOR TECLEADO CUANDO LA FIRMA
      *                 FALLA), PROGRAMA, EVENTO, RESULTADO (ACEPTADO
      *                 O RECHAZADO), NIVEL DEL OPERADOR Y UN DETALLE
      *                 LIBRE. LA ESCRIBE LA SUBRUTINA PROGSEGL: CADA
      *                 FIRMA DE PROGSIGN (BUENA, FALLIDA, DE UN
      *                 OPERADOR INACTIVO O AGOTANDO LOS INTENTOS) Y
      *                 CADA OPCION NEGADA POR NIVEL EN LOS MODOS DE
      *                 CONSOLA. LA LEEN PROGSEGR (REPORTE DIARIO) Y
      *                 PROGREVA (REVISION TRIMESTRAL DE ACCESOS).
      * Tectonics:      COPY SEGREG.
      ******************************************************************
       01  SEG-REGISTRO.
           05 SEG-FECHA             PIC 9(08).
           05 SEG-HORA              PIC 9(06).
           05 SEG-OPERADOR          PIC X(08).
           05 SEG-PROGRAMA          PIC X(08).
           05 SEG-EVENTO            PIC X(06).
               88 SEG-FIRMA                         VALUE "FIRMA ".
               88 SEG-FALLA                         VALUE "FALLA ".
               88 SEG-INACTIVO                      VALUE "INACTI".
               88 SEG-BLOQUEO                       VALUE "AGOTA ".
               88 SEG-NEGADO                        VALUE "NEGADO".
           05 SEG-RESULTADO         PIC X(01).
               88 SEG-ACEPTADO                      VALUE "A".
               88 SEG-RECHAZADO                     VALUE "R".
           05 SEG-NIVEL             PIC X(01).
           05 SEG-DETALLE           PIC X(30).
