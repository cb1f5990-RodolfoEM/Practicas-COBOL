      *> DERECHO COMO POR VENCER. EL CONSUMO LO CARGA PROGINCI (TIPO
      *> VA) Y EL FINIQUITO (PROGFINI) TOMA EL PENDIENTE DE AQUI. SE
      *> CORRE EN EL CIERRE MENSUAL.
      *> ------------------------------------------------------
      *> MODIFICACIONES:
      *> 2026-10-15  EL LIBRO NUEVO NACE CON LOS CAMPOS DE LA PRIMA
      *>             VACACIONAL (DIAS CON PRIMA PAGADA, PERIODO Y
      *>             DIAS DEL PERIODO) EN CERO; LOS LLEVA PROGNOMI.
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
                   MOVE ZERO TO VL-DIAS-ACUMULADOS
                   MOVE ZERO TO VL-DIAS-TOMADOS
                   MOVE ZERO TO VL-ULT-ANIVERSARIO
                   MOVE ZERO TO VL-DIAS-PRIMA
                   MOVE ZERO TO VL-PERIODO-PRIMA
                   MOVE ZERO TO VL-DIAS-PRIMA-PER
                   WRITE VL-REGISTRO
           END-READ
           IF VL-ULT-ANIVERSARIO NOT LESS WS-ANIVERSARIO
