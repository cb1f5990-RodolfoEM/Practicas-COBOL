      *                 PIZARRON.
      * Tectonics:      COPY VACREG.
      ******************************************************************
      *> MODIFICACIONES:
      *> 2026-10-15  SE AGREGAN LOS DIAS TOMADOS CUYA PRIMA
      *>             VACACIONAL YA SE PAGO (VL-DIAS-PRIMA), EL
      *>             PERIODO DE PAGO EN QUE SE PAGO LA ULTIMA Y LOS
      *>             DIAS QUE ENTRARON EN ESE PERIODO: PROGNOMI PAGA
      *>             LA PRIMA DE LOS DIAS TOMADOS QUE REBASAN
      *>             VL-DIAS-PRIMA, Y UNA RECORRIDA DEL MISMO
      *>             PERIODO VUELVE A PAGAR LOS MISMOS DIAS. EL
      *>             REGISTRO CRECE DE 23 A 39 POSICIONES.
       01  VL-REGISTRO.
           05 VL-NUMERO             PIC 9(05).
           05 VL-DIAS-ACUMULADOS    PIC 9(03)V99.
           05 VL-DIAS-TOMADOS       PIC 9(03)V99.
           05 VL-ULT-ANIVERSARIO    PIC 9(08).
           05 VL-DIAS-PRIMA         PIC 9(03)V99.
           05 VL-PERIODO-PRIMA      PIC 9(06).
           05 VL-DIAS-PRIMA-PER     PIC 9(03)V99.
