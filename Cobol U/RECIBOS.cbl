      *> AGRUPADOS POR DEPARTAMENTO, CON SU CARATULA, PARA QUE CADA
      *> JEFE RECIBA SU PAQUETE Y LOS REPARTA; ANTES RECURSOS
      *> HUMANOS LOS MECANOGRAFIABA.
      *> ------------------------------------------------------
      *> MODIFICACIONES:
      *> 2026-10-15  EL RECIBO MUESTRA AHORA EL ISR SEGUN TARIFA, EL
      *>             SUBSIDIO PARA EL EMPLEO CAUSADO (ND-SUBSIDIO) Y
      *>             LA RETENCION DE ISR QUE RESULTA DE ACREDITAR UNO
      *>             CONTRA OTRO; SI EL SUBSIDIO REBASA AL ISR, EL
      *>             EXCEDENTE SALE COMO SUBSIDIO ENTREGADO.
      *> 2026-10-15  LA PENSION ALIMENTICIA RETENIDA POR ORDEN
      *>             JUDICIAL (ND-PENSION) SALE EN SU PROPIO RENGLON Y
      *>             SE RESTA DEL RENGLON DE LOS DEMAS DESCUENTOS, QUE
      *>             AHORA SE LLAMA CREDITOS Y DESCUENTOS PORQUE YA
      *>             INCLUYE LOS CREDITOS INFONAVIT Y FONACOT.
      *> 2026-10-15  LA DIFERENCIA RETROACTIVA DE SALARIO PAGADA EN LA
      *>             CORRIDA (ND-RETRO) SALE EN SU PROPIO RENGLON,
      *>             DESPUES DEL AJUSTE POR INCIDENCIAS.
      *> 2026-10-15  LA PRIMA VACACIONAL PAGADA EN LA CORRIDA
      *>             (ND-PRIMA-VAC) SALE EN SU PROPIO RENGLON, DESPUES
      *>             DE LA DIFERENCIA RETROACTIVA.
      *> 2026-10-15  DEBAJO DEL AJUSTE POR INCIDENCIAS SE DESGLOSAN LAS
      *>             HORAS EXTRA QUE LO FORMAN: DOBLES, TRIPLES Y LA
      *>             PARTE EXENTA DE ISR (ND-HE-DOBLE, ND-HE-TRIPLE,
      *>             ND-HE-EXENTA).
      *> 2026-10-15  EL PRORRATEO DEL SUELDO POR ALTA, BAJA O CAMBIO DE
      *>             SALARIO DENTRO DEL PERIODO (ND-PRORRATEO) SALE EN
      *>             SU PROPIO RENGLON, CON SIGNO, DEBAJO DE LA
      *>             PERCEPCION BRUTA.
      *> 2026-10-15  LA PARTE EXENTA DE LA PRIMA VACACIONAL
      *>             (ND-PRIMA-EXENTA) SALE DEBAJO DE LA PRIMA, COMO
      *>             EL EXENTO DE LAS HORAS EXTRA.
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
           05 SRT-IMSS              PIC 9(05)V99.
           05 SRT-OTRAS-DED         PIC 9(05)V99.
           05 SRT-NETO              PIC 9(05)V99.
           05 SRT-SUBSIDIO          PIC 9(05)V99.
           05 SRT-PENSION           PIC 9(05)V99.
           05 SRT-RETRO             PIC 9(05)V99.
           05 SRT-PRIMA-VAC         PIC 9(05)V99.
           05 SRT-HE-DOBLE          PIC 9(05)V99.
           05 SRT-HE-TRIPLE         PIC 9(05)V99.
           05 SRT-HE-EXENTA         PIC 9(05)V99.
           05 SRT-PRORRATEO         PIC S9(05)V99 SIGN LEADING
                                                  SEPARATE.
           05 SRT-PRIMA-EXENTA      PIC 9(05)V99.

       FD  ORDENADO-FILE.
       01  ORD-REGISTRO.
           05 OR-IMSS               PIC 9(05)V99.
           05 OR-OTRAS-DED          PIC 9(05)V99.
           05 OR-NETO               PIC 9(05)V99.
           05 OR-SUBSIDIO           PIC 9(05)V99.
           05 OR-PENSION            PIC 9(05)V99.
           05 OR-RETRO              PIC 9(05)V99.
           05 OR-PRIMA-VAC          PIC 9(05)V99.
           05 OR-HE-DOBLE           PIC 9(05)V99.
           05 OR-HE-TRIPLE          PIC 9(05)V99.
           05 OR-HE-EXENTA          PIC 9(05)V99.
           05 OR-PRORRATEO          PIC S9(05)V99 SIGN LEADING
                                                  SEPARATE.
           05 OR-PRIMA-EXENTA       PIC 9(05)V99.

       FD  RPTRECI-FILE.
       01  RPTRECI-LINEA            PIC X(80).
           05 WS-NOMBRE-EMP       PIC X(35).
           05 WS-RFC-EMP          PIC X(13).
           05 WS-CURP-EMP         PIC X(18).
           05 WS-ISR-RETENIDO     PIC 9(05)V99.
           05 WS-SUBSIDIO-ENTREGADO PIC 9(05)V99.
           05 WS-DEMAS-DED        PIC 9(05)V99.
           05 WS-CODIGO-RETORNO   PIC 9(02)      VALUE ZERO.
           05 WS-RC-NUEVO         PIC 9(02).
           05 WS-DESCRIPCION-ERROR PIC X(40).
           MOVE ND-IMSS         TO SRT-IMSS
           MOVE ND-OTRAS-DED    TO SRT-OTRAS-DED
           MOVE ND-NETO         TO SRT-NETO
           MOVE ND-SUBSIDIO     TO SRT-SUBSIDIO
           MOVE ND-PENSION      TO SRT-PENSION
           MOVE ND-RETRO        TO SRT-RETRO
           MOVE ND-PRIMA-VAC    TO SRT-PRIMA-VAC
           MOVE ND-HE-DOBLE     TO SRT-HE-DOBLE
           MOVE ND-HE-TRIPLE    TO SRT-HE-TRIPLE
           MOVE ND-HE-EXENTA    TO SRT-HE-EXENTA
           MOVE ND-PRORRATEO    TO SRT-PRORRATEO
           MOVE ND-PRIMA-EXENTA TO SRT-PRIMA-EXENTA
           RELEASE SRT-REGISTRO
           PERFORM 052-LEE-DETALLE THRU 052-FIN.
       055-FIN.  EXIT.
                  WS-IMPORTE-ED                   DELIMITED BY SIZE
                  INTO RPTRECI-LINEA
           WRITE RPTRECI-LINEA
           IF OR-PRORRATEO NOT = ZERO
               MOVE OR-PRORRATEO TO WS-AJUSTE-ED
               MOVE SPACES TO RPTRECI-LINEA
               STRING "PRORRATEO DIAS/SALARIO:     " DELIMITED BY SIZE
                      WS-AJUSTE-ED                    DELIMITED BY SIZE
                      INTO RPTRECI-LINEA
               WRITE RPTRECI-LINEA
           END-IF
           MOVE OR-AJUSTE TO WS-AJUSTE-ED
           MOVE SPACES TO RPTRECI-LINEA
           STRING "AJUSTE POR INCIDENCIAS:     " DELIMITED BY SIZE
                  WS-AJUSTE-ED                    DELIMITED BY SIZE
                  INTO RPTRECI-LINEA
           WRITE RPTRECI-LINEA
           IF OR-HE-DOBLE GREATER ZERO OR OR-HE-TRIPLE GREATER ZERO
               MOVE OR-HE-DOBLE TO WS-IMPORTE-ED
               MOVE SPACES TO RPTRECI-LINEA
               STRING "  HORAS EXTRA DOBLES:       " DELIMITED BY SIZE
                      WS-IMPORTE-ED                   DELIMITED BY SIZE
                      INTO RPTRECI-LINEA
               WRITE RPTRECI-LINEA
               MOVE OR-HE-TRIPLE TO WS-IMPORTE-ED
               MOVE SPACES TO RPTRECI-LINEA
               STRING "  HORAS EXTRA TRIPLES:      " DELIMITED BY SIZE
                      WS-IMPORTE-ED                   DELIMITED BY SIZE
                      INTO RPTRECI-LINEA
               WRITE RPTRECI-LINEA
               MOVE OR-HE-EXENTA TO WS-IMPORTE-ED
               MOVE SPACES TO RPTRECI-LINEA
               STRING "  EXENTO DE HORAS EXTRA:    " DELIMITED BY SIZE
                      WS-IMPORTE-ED                   DELIMITED BY SIZE
                      INTO RPTRECI-LINEA
               WRITE RPTRECI-LINEA
           END-IF
           IF OR-RETRO GREATER ZERO
               MOVE OR-RETRO TO WS-IMPORTE-ED
               MOVE SPACES TO RPTRECI-LINEA
               STRING "DIFERENCIA RETROACTIVA:     " DELIMITED BY SIZE
                      WS-IMPORTE-ED                   DELIMITED BY SIZE
                      INTO RPTRECI-LINEA
               WRITE RPTRECI-LINEA
           END-IF
           IF OR-PRIMA-VAC GREATER ZERO
               MOVE OR-PRIMA-VAC TO WS-IMPORTE-ED
               MOVE SPACES TO RPTRECI-LINEA
               STRING "PRIMA VACACIONAL:           " DELIMITED BY SIZE
                      WS-IMPORTE-ED                   DELIMITED BY SIZE
                      INTO RPTRECI-LINEA
               WRITE RPTRECI-LINEA
               MOVE OR-PRIMA-EXENTA TO WS-IMPORTE-ED
               MOVE SPACES TO RPTRECI-LINEA
               STRING "  EXENTO DE PRIMA VACACIONAL:" DELIMITED BY SIZE
                      WS-IMPORTE-ED                   DELIMITED BY SIZE
                      INTO RPTRECI-LINEA
               WRITE RPTRECI-LINEA
           END-IF
           IF OR-ISR GREATER OR-SUBSIDIO
               COMPUTE WS-ISR-RETENIDO = OR-ISR - OR-SUBSIDIO
               MOVE ZERO TO WS-SUBSIDIO-ENTREGADO
           ELSE
               MOVE ZERO TO WS-ISR-RETENIDO
               COMPUTE WS-SUBSIDIO-ENTREGADO = OR-SUBSIDIO - OR-ISR
           END-IF
           MOVE OR-ISR TO WS-IMPORTE-ED
           MOVE SPACES TO RPTRECI-LINEA
           STRING "ISR SEGUN TARIFA:           " DELIMITED BY SIZE
                  WS-IMPORTE-ED                   DELIMITED BY SIZE
                  INTO RPTRECI-LINEA
           WRITE RPTRECI-LINEA
           MOVE OR-SUBSIDIO TO WS-IMPORTE-ED
           MOVE SPACES TO RPTRECI-LINEA
           STRING "SUBSIDIO PARA EL EMPLEO:    " DELIMITED BY SIZE
                  WS-IMPORTE-ED                   DELIMITED BY SIZE
                  INTO RPTRECI-LINEA
           WRITE RPTRECI-LINEA
           MOVE WS-ISR-RETENIDO TO WS-IMPORTE-ED
           MOVE SPACES TO RPTRECI-LINEA
           STRING "RETENCION ISR:              " DELIMITED BY SIZE
                  WS-IMPORTE-ED                   DELIMITED BY SIZE
                  INTO RPTRECI-LINEA
           WRITE RPTRECI-LINEA
           IF WS-SUBSIDIO-ENTREGADO GREATER ZERO
               MOVE WS-SUBSIDIO-ENTREGADO TO WS-IMPORTE-ED
               MOVE SPACES TO RPTRECI-LINEA
               STRING "SUBSIDIO ENTREGADO:         " DELIMITED BY SIZE
                      WS-IMPORTE-ED                   DELIMITED BY SIZE
                      INTO RPTRECI-LINEA
               WRITE RPTRECI-LINEA
           END-IF
           MOVE OR-IMSS TO WS-IMPORTE-ED
           MOVE SPACES TO RPTRECI-LINEA
           STRING "CUOTA IMSS:                 " DELIMITED BY SIZE
                  WS-IMPORTE-ED                   DELIMITED BY SIZE
                  INTO RPTRECI-LINEA
           WRITE RPTRECI-LINEA
           IF OR-PENSION GREATER ZERO
               MOVE OR-PENSION TO WS-IMPORTE-ED
               MOVE SPACES TO RPTRECI-LINEA
               STRING "PENSION ALIMENTICIA:        " DELIMITED BY SIZE
                      WS-IMPORTE-ED                   DELIMITED BY SIZE
                      INTO RPTRECI-LINEA
               WRITE RPTRECI-LINEA
           END-IF
           COMPUTE WS-DEMAS-DED = OR-OTRAS-DED - OR-PENSION
           MOVE WS-DEMAS-DED TO WS-IMPORTE-ED
           MOVE SPACES TO RPTRECI-LINEA
           STRING "CREDITOS Y DESCUENTOS:      " DELIMITED BY SIZE
                  WS-IMPORTE-ED                   DELIMITED BY SIZE
                  INTO RPTRECI-LINEA
           WRITE RPTRECI-LINEA
