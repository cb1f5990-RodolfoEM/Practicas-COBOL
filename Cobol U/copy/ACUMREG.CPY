      *                 EL SYSOUT DE CADA NOCHE.
      * Tectonics:      COPY ACUMREG.
      ******************************************************************
      *> MODIFICACIONES:
      *> 2026-10-15  SE AGREGAN AC-ANIO-ANT Y AC-BRUTO-ANT: AL
      *>             REINICIARSE EL ACUMULADO EN ENERO PROGNOMI GUARDA
      *>             AQUI EL ANIO QUE CIERRA Y SU BRUTO, PORQUE EL
      *>             REPARTO DE UTILIDADES (PROGPTUA) SE CORRE EN MAYO
      *>             SOBRE EL SALARIO DEL EJERCICIO ANTERIOR. EL
      *>             REGISTRO CRECE DE 40 A 55.
      *> 2026-10-15  SE AGREGAN LA PRIMA VACACIONAL PAGADA EN EL ANIO
      *>             (AC-PRIMA-VAC) Y SU PARTE EXENTA (AC-PRIMA-
      *>             EXENTA), PARA QUE PROGNOMI NO EXENTE MAS DE 15
      *>             UMAS EN EL ANIO (LISR ART. 93 FR. XIV). AC-BRUTO
      *>             SOLO SUMA LA PARTE GRAVADA DE LA PRIMA, PARA QUE
      *>             EL AJUSTE ANUAL (PROGAJUS) NO GRAVE LO EXENTO.
      *>             EL REGISTRO CRECE DE 55 A 73.
      *> 2026-10-15  SE AGREGAN EL ISR CAUSADO DEL ANIO (AC-ISR-
      *>             CAUSADO, ANTES DE SUBSIDIO) Y EL SUBSIDIO PARA EL
      *>             EMPLEO CAUSADO (AC-SUBSIDIO): AC-ISR VIENE NETO DE
      *>             SUBSIDIO Y EL AJUSTE ANUAL (PROGAJUS) DEBE COMPARAR
      *>             ISR CONTRA ISR. EL REGISTRO CRECE DE 73 A 93.
       01  AC-REGISTRO.
           05 AC-NUMERO             PIC 9(05).
           05 AC-ANIO               PIC 9(04).
           05 AC-BRUTO              PIC 9(09)V99.
           05 AC-ISR                PIC 9(08)V99.
           05 AC-IMSS               PIC 9(08)V99.
           05 AC-ANIO-ANT           PIC 9(04).
           05 AC-BRUTO-ANT          PIC 9(09)V99.
           05 AC-PRIMA-VAC          PIC 9(07)V99.
           05 AC-PRIMA-EXENTA       PIC 9(07)V99.
           05 AC-ISR-CAUSADO        PIC 9(08)V99.
           05 AC-SUBSIDIO           PIC 9(08)V99.
