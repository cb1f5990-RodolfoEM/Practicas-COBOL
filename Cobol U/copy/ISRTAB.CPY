      * Date:           2026-09-02
      * Purpose:        TABLA DE ISR DEL PERIODO (LIMITE INFERIOR /
      *                 CUOTA FIJA / TASA SOBRE EL EXCEDENTE DEL
      *                 LIMITE, EN PORCIENTO) Y TABLA DEL SUBSIDIO
      *                 PARA EL EMPLEO (LIMITE INFERIOR / IMPORTE),
      *                 CADA UNA CON LA VIGENCIA QUE SE CARGO. LAS
      *                 LLENA PROGCISR DEL ARCHIVO ISRTARIF (COPY
      *                 ISRTREG) CON LAS TARIFAS EN VIGOR A LA FECHA
      *                 QUE SE LE PIDE, PARA QUE LA NOMINA (PROGNOMI)
      *                 Y EL AJUSTE ANUAL (PROGAJUS) CALCULEN CON
      *                 EXACTAMENTE LAS MISMAS TABLAS.
      * Tectonics:      COPY ISRTAB.
      ******************************************************************
      *> MODIFICACIONES:
      *> 2026-10-15  LA TARIFA DEJA DE SER UNA LISTA DE VALORES
      *>             COMPILADOS: AHORA ES LA TABLA EN MEMORIA QUE
      *>             PROGCISR CARGA DEL ARCHIVO FECHADO ISRTARIF, MAS
      *>             LA TABLA DEL SUBSIDIO PARA EL EMPLEO QUE ANTES
      *>             NO EXISTIA. UN CAMBIO DE TARIFA DEL SAT YA NO
      *>             OBLIGA A RECOMPILAR.
       01  WS-TABLAS-ISR.
           05 WS-ISR-MAX-RENG     PIC 9(02)      VALUE 20.
           05 WS-ISR-VIGENCIA     PIC 9(08)      VALUE ZERO.
           05 WS-ISR-NUM-RENG     PIC 9(02)      VALUE ZERO.
           05 WS-RENGLON-ISR OCCURS 20 TIMES.
              10 WS-ISR-LIM-INF    PIC 9(07)V99.
              10 WS-ISR-CUOTA      PIC 9(07)V99.
              10 WS-ISR-TASA       PIC 9(02)V99.
           05 WS-SUB-VIGENCIA     PIC 9(08)      VALUE ZERO.
           05 WS-SUB-NUM-RENG     PIC 9(02)      VALUE ZERO.
           05 WS-RENGLON-SUB OCCURS 20 TIMES.
              10 WS-SUB-LIM-INF    PIC 9(07)V99.
              10 WS-SUB-IMPORTE    PIC 9(07)V99.
