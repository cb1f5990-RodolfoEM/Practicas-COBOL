      *> Y SUS CIFRAS DE ANTIGUEDAD (TABLA DE PROGANIV) Y
      *> VACACIONES (LIBRO VACLEDG). ES SOLO LECTURA: NO TOCA NADA
      *> NI DEJA RASTRO EN LAS BITACORAS.
      *> MODIFICACIONES:
      *> 2026-10-15  LOS TOTALES DEL PERIODO MUESTRAN TAMBIEN LOS DIAS
      *>             DE INCAPACIDAD DEL IMSS POR RAMO Y LOS DE ESPERA.
      *> 2026-10-15  LOS TOTALES DEL PERIODO MUESTRAN LAS HORAS EXTRA
      *>             QUE PASARON DE 9 EN SU SEMANA (IS-HORAS-TRIPLE).
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
                       "  HRS EXTRA: " WS-HORAS-ED
               MOVE IS-HORAS-FESTIVO TO WS-HORAS-ED
               DISPLAY "  HRS EXTRA FESTIVO: " WS-HORAS-ED
               IF IS-HORAS-TRIPLE NUMERIC
                   MOVE IS-HORAS-TRIPLE TO WS-HORAS-ED
                   DISPLAY "  HRS EXTRA SOBRE 9 SEMANALES: "
                           WS-HORAS-ED
               END-IF
               DISPLAY "  INCAPACIDAD EG: " IS-DIAS-INC-EG
                       "  RT: " IS-DIAS-INC-RT
                       "  MA: " IS-DIAS-INC-MA
                       "  ESPERA: " IS-DIAS-ESPERA
               SET INCSUM-EOF TO TRUE
               GO TO 054-FIN
           END-IF
