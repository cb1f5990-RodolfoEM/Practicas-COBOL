      *> Y FIN DEL CICLO COMPLETO. UNA HOJA QUE DICE SI LA NOCHE
      *> SALIO BIEN, QUE EL OPERADOR FIRMA Y ARCHIVA, EN VEZ DE
      *> SEIS LUGARES DONDE BUSCAR.
      *> ------------------------------------------------------
      *> MODIFICACIONES:
      *> 2026-10-15  DESPUES DE LOS PASOS SE LISTAN LOS PAGOS QUE EL
      *>             BANCO RECHAZO Y SIGUEN SIN REDISPERSAR (ESTADO R
      *>             EN PAGBANC, COPY PAGBREG), CON SU CUENTA E
      *>             IMPORTE, PARA QUE NO SE OLVIDEN NOCHE TRAS NOCHE
      *>             HASTA QUE SE CORRIJA LA CUENTA. SIN PAGBANC LA
      *>             SECCION SE OMITE.
      *> 2026-10-15  GRUPOS DE PAGO: DESPUES DE LOS PASOS SE LISTAN
      *>             LOS GRUPOS QUE SE PAGARON ESTA NOCHE (LOS QUE
      *>             CIERRAN PERIODO HOY SEGUN PROGGPER), CON SU
      *>             PERIODO Y FECHAS, SIEMPRE QUE PROGNOMI HAYA
      *>             CORRIDO SIN RC 16; SI NO, LA HOJA LO DICE.
      *> 2026-10-15  VENTANA BATCH: CADA PASO SE AGREGA AL HISTORICO
      *>             CICLOHIS (COPY CICHREG) CON SU DURACION, MAS UN
      *>             RENGLON DEL CICLO COMPLETO. LA HOJA MUESTRA LOS
      *>             MINUTOS DE CADA PASO CONTRA SU PROMEDIO DE LAS
      *>             ULTIMAS NOCHES, MARCA LENTO EL QUE SE PASA DEL
      *>             PORCENTAJE DEL SYSIN Y AVISA SI EL CICLO TERMINO
      *>             DESPUES DE LA HORA LIMITE (SLA) DEL SYSIN. LA
      *>             TENDENCIA SEMANAL LA IMPRIME PROGCSEM.
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-CICLOCTL-STATUS.

           SELECT PAGBANC-FILE    ASSIGN TO "PAGBANC"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE SEQUENTIAL
                                   RECORD KEY IS PB-LLAVE
                                   ALTERNATE RECORD KEY IS PB-NUMERO
                                       WITH DUPLICATES
                                   FILE STATUS IS WS-PAGBANC-STATUS.

           SELECT CICLOHIS-FILE   ASSIGN TO "CICLOHIS"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-CICLOHIS-STATUS.

           SELECT RPTCICLO-FILE   ASSIGN TO "RPTCICLO"
                                   ORGANIZATION LINE SEQUENTIAL.

       FD  CICLOCTL-FILE.
       COPY CICLOREG.

       FD  PAGBANC-FILE.
       COPY PAGBREG.

       FD  CICLOHIS-FILE.
       COPY CICHREG.

       FD  RPTCICLO-FILE.
       01  RPTCICLO-LINEA          PIC X(80).

       WORKING-STORAGE SECTION.
       COPY RPTHDR.
       COPY GRUPTAB.

       01  WS-AREAS.
           05 WS-CICLOCTL-STATUS   PIC X(02).
           05 WS-ENTRADA-ED        PIC ZZZZZZ9.
           05 WS-SALIDA-ED         PIC ZZZZZZ9.
           05 WS-RECH-ED           PIC ZZZZZZ9.
           05 WS-PAGBANC-STATUS    PIC X(02).
           05 WS-PAGBANC-EOF       PIC X(01)      VALUE "N".
               88 PAGBANC-EOF                     VALUE "S".
           05 WS-RECHAZOS-BANCO    PIC 9(05)      VALUE ZERO.
           05 WS-IMP-RECHAZOS      PIC 9(10)V99   VALUE ZERO.
           05 WS-IMPORTE-ED        PIC ZZZ,ZZ9.99.
           05 WS-TOTAL-ED          PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 WS-CUENTA-ED         PIC ZZZZ9.
           05 WS-FECHA-HOY         PIC 9(08).
           05 WS-GRUPO-INDICE      PIC 9(01).
           05 WS-NOMINA-CORRIO     PIC X(01)      VALUE "N".
               88 NOMINA-CORRIO                   VALUE "S".
           05 WS-CICLOHIS-STATUS   PIC X(02).
           05 WS-CICLOHIS-EOF      PIC X(01)      VALUE "N".
               88 CICLOHIS-EOF                    VALUE "S".
           05 WS-HISTORIA-ABIERTA  PIC X(01)      VALUE "N".
               88 HISTORIA-ABIERTA                VALUE "S".
           05 WS-NUM-PASOS         PIC 9(02)      VALUE ZERO.
           05 WS-PASO              PIC 9(02).
           05 WS-POS               PIC 9(02).
           05 WS-SEGUNDOS          PIC 9(05).
           05 WS-SEGUNDOS-SLA      PIC 9(05).
           05 WS-SUMA              PIC 9(07).
           05 WS-PROMEDIO          PIC 9(05).
           05 WS-LIMITE            PIC 9(07).
           05 WS-MINUTOS           PIC 9(04)V9.
           05 WS-MINUTOS-ED        PIC ZZZ9.9.
           05 WS-PROMEDIO-ED       PIC ZZZ9.9.
           05 WS-NOCHES-ED         PIC Z9.
           05 WS-NUM-ALERTAS       PIC 9(02)      VALUE ZERO.
           05 WS-HORA-DESDE        PIC 9(06).
           05 WS-HORA-DESDE-R REDEFINES WS-HORA-DESDE.
              10 WS-DESDE-HH       PIC 9(02).
              10 WS-DESDE-MM       PIC 9(02).
              10 WS-DESDE-SS       PIC 9(02).
           05 WS-HORA-HASTA        PIC 9(06).
           05 WS-HORA-HASTA-R REDEFINES WS-HORA-HASTA.
              10 WS-HASTA-HH       PIC 9(02).
              10 WS-HASTA-MM       PIC 9(02).
              10 WS-HASTA-SS       PIC 9(02).
           05 WS-SEG-DESDE         PIC 9(06).
           05 WS-SEG-HASTA         PIC 9(06).
           05 WS-SEG-CICLO         PIC 9(05).
           05 WS-PUNTERO           PIC 9(02).
           05 WS-PROGRAMA-BUSCADO  PIC X(08).
           05 WS-LENTO             PIC X(01).
               88 PASO-LENTO                      VALUE "S".

      *> PARAMETROS DE LA VENTANA BATCH (SYSIN): HORA LIMITE EN QUE
      *> EL CICLO DEBE HABER TERMINADO (HHMMSS), PORCENTAJE DEL
      *> PROMEDIO A PARTIR DEL CUAL UN PASO ES LENTO (150 = 50% MAS)
      *> Y NOCHES QUE ENTRAN AL PROMEDIO (HASTA 10). UN PASO SOLO SE
      *> MARCA CON AL MENOS WS-MINIMO-NOCHES NOCHES DE HISTORIA Y SI
      *> SE PASA DEL PROMEDIO POR MAS DE WS-MINIMO-EXCESO SEGUNDOS,
      *> PARA NO ALARMAR POR UN PASO DE SEGUNDOS QUE TARDO EL DOBLE.
       01  WS-PARAMETROS.
           05 WS-HORA-SLA          PIC 9(06).
           05 WS-PCT-ALERTA        PIC 9(03).
           05 WS-NOCHES-PROMEDIO   PIC 9(02).
           05 WS-MINIMO-NOCHES     PIC 9(02)      VALUE 3.
           05 WS-MINIMO-EXCESO     PIC 9(05)      VALUE 120.

      *> LOS PROGRAMAS QUE CORRIERON ESTA NOCHE, CADA UNO CON LAS
      *> DURACIONES (SEGUNDOS) DE SUS ULTIMAS NOCHES EN CICLOHIS, EN
      *> ANILLO: WS-TP-SIGUIENTE ES DONDE VA LA PROXIMA NOCHE.
       01  WS-TABLA-PASOS.
           05 WS-TP-RENGLON OCCURS 60 TIMES.
              10 WS-TP-PROGRAMA    PIC X(08).
              10 WS-TP-NOCHES      PIC 9(02).
              10 WS-TP-SIGUIENTE   PIC 9(02).
              10 WS-TP-ULTIMA-POS  PIC 9(02).
              10 WS-TP-ULTIMA-FECHA PIC 9(08).
              10 WS-TP-DURACION    PIC 9(05) OCCURS 10 TIMES.

      *> PASOS LENTOS DE ESTA NOCHE, PARA LA SECCION DE ALERTAS.
       01  WS-TABLA-ALERTAS.
           05 WS-AL-RENGLON OCCURS 20 TIMES.
              10 WS-AL-PROGRAMA    PIC X(08).
              10 WS-AL-SEGUNDOS    PIC 9(05).
              10 WS-AL-PROMEDIO    PIC 9(05).
              10 WS-AL-NOCHES      PIC 9(02).

       PROCEDURE DIVISION.
       000-RAIZ.
               MOVE 08 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM 005-LEE-PARAMETROS THRU 005-FIN
           PERFORM 012-CARGA-PASOS THRU 012-FIN
                   UNTIL CICLOCTL-EOF
           CLOSE CICLOCTL-FILE
           PERFORM 014-CARGA-HISTORIA THRU 014-FIN
           PERFORM 016-ABRE-HISTORIA THRU 016-FIN
           MOVE "N" TO WS-CICLOCTL-EOF
           OPEN INPUT CICLOCTL-FILE
           OPEN OUTPUT RPTCICLO-FILE
           PERFORM 010-ESCRIBE-ENCABEZADO THRU 010-FIN
           PERFORM 020-LEE-CONTROL THRU 020-FIN
           PERFORM 030-IMPRIME-PASO THRU 030-FIN
                   UNTIL CICLOCTL-EOF
           PERFORM 035-VENTANA-BATCH THRU 035-FIN
           PERFORM 040-GRUPOS-PAGADOS THRU 040-FIN
           PERFORM 050-RECHAZOS-BANCO THRU 050-FIN
           PERFORM 090-ESCRIBE-PIE THRU 090-FIN
           CLOSE CICLOCTL-FILE
           CLOSE RPTCICLO-FILE
           GOBACK.

      *> PARAMETROS DE LA VENTANA BATCH; LO QUE NO VENGA O NO SEA
      *> NUMERICO TOMA EL VALOR DE SIEMPRE (06:00, 150%, 7 NOCHES).
       005-LEE-PARAMETROS.
           DISPLAY "HORA LIMITE DEL CICLO (HHMMSS, 0 = 060000): "
           ACCEPT WS-HORA-SLA
           DISPLAY "PORCENTAJE DEL PROMEDIO PARA PASO LENTO "
                   "(150 = 50% MAS): "
           ACCEPT WS-PCT-ALERTA
           DISPLAY "NOCHES QUE ENTRAN AL PROMEDIO (HASTA 10): "
           ACCEPT WS-NOCHES-PROMEDIO
           IF WS-HORA-SLA NOT NUMERIC OR WS-HORA-SLA = ZERO
              OR WS-HORA-SLA GREATER 235959
               MOVE 060000 TO WS-HORA-SLA
           END-IF
           IF WS-PCT-ALERTA NOT NUMERIC OR WS-PCT-ALERTA NOT > 100
               MOVE 150 TO WS-PCT-ALERTA
           END-IF
           IF WS-NOCHES-PROMEDIO NOT NUMERIC
              OR WS-NOCHES-PROMEDIO = ZERO
               MOVE 07 TO WS-NOCHES-PROMEDIO
           END-IF
           IF WS-NOCHES-PROMEDIO GREATER 10
               MOVE 10 TO WS-NOCHES-PROMEDIO
           END-IF.
       005-FIN.  EXIT.

       010-ESCRIBE-ENCABEZADO.
           MOVE "HOJA DE CONTROL DEL CICLO - PROGCREP" TO RPT-TITULO
           ACCEPT RPT-FECHA FROM DATE
           MOVE SPACES TO RPTCICLO-LINEA
           STRING "PROGRAMA  ENTRADA  SALIDA   RECHAZO RC "
                                              DELIMITED BY SIZE
                  "INICIO FIN        MIN   PROM"
                                              DELIMITED BY SIZE
                  INTO RPTCICLO-LINEA
           WRITE RPTCICLO-LINEA
           MOVE SPACES TO RPTCICLO-LINEA
           WRITE RPTCICLO-LINEA.
       010-FIN.  EXIT.

      *> PRIMERA PASADA POR CICLOCTL: LA LISTA DE PROGRAMAS QUE
      *> CORRIERON ESTA NOCHE, PARA TRAER SOLO SU HISTORIA.
       012-CARGA-PASOS.
           PERFORM 020-LEE-CONTROL THRU 020-FIN
           IF CICLOCTL-EOF
               GO TO 012-FIN
           END-IF
           MOVE CC-PROGRAMA TO WS-PROGRAMA-BUSCADO
           PERFORM 018-BUSCA-PASO THRU 018-FIN
           IF WS-PASO NOT = ZERO OR WS-NUM-PASOS = 60
               GO TO 012-FIN
           END-IF
           ADD 1 TO WS-NUM-PASOS
           MOVE CC-PROGRAMA TO WS-TP-PROGRAMA (WS-NUM-PASOS)
           MOVE ZERO TO WS-TP-NOCHES (WS-NUM-PASOS)
           MOVE 1    TO WS-TP-SIGUIENTE (WS-NUM-PASOS)
           MOVE ZERO TO WS-TP-ULTIMA-POS (WS-NUM-PASOS)
           MOVE ZERO TO WS-TP-ULTIMA-FECHA (WS-NUM-PASOS).
       012-FIN.  EXIT.

      *> LAS DURACIONES DE LAS NOCHES ANTERIORES DE CADA PROGRAMA DE
      *> ESTA NOCHE. CICLOHIS VA EN ORDEN DE FECHA, ASI QUE LO QUE
      *> QUEDA EN EL ANILLO SON LAS ULTIMAS WS-NOCHES-PROMEDIO; UNA
      *> FECHA REPETIDA (HOJA REIMPRESA TRAS UN REINICIO) REEMPLAZA
      *> A LA ANTERIOR EN VEZ DE CONTAR DOS VECES. LO DE HOY NO ENTRA.
       014-CARGA-HISTORIA.
           OPEN INPUT CICLOHIS-FILE
           IF WS-CICLOHIS-STATUS NOT = "00"
               GO TO 014-FIN
           END-IF
           PERFORM 015-LEE-HISTORIA THRU 015-FIN
                   UNTIL CICLOHIS-EOF
           CLOSE CICLOHIS-FILE.
       014-FIN.  EXIT.

       015-LEE-HISTORIA.
           READ CICLOHIS-FILE
               AT END
                   SET CICLOHIS-EOF TO TRUE
                   GO TO 015-FIN
           END-READ
           IF CH-FECHA NOT LESS WS-FECHA-HOY OR CH-ES-CICLO
               GO TO 015-FIN
           END-IF
           MOVE CH-PROGRAMA TO WS-PROGRAMA-BUSCADO
           PERFORM 018-BUSCA-PASO THRU 018-FIN
           IF WS-PASO = ZERO
               GO TO 015-FIN
           END-IF
           IF CH-FECHA = WS-TP-ULTIMA-FECHA (WS-PASO)
               MOVE CH-DURACION TO WS-TP-DURACION
                    (WS-PASO, WS-TP-ULTIMA-POS (WS-PASO))
               GO TO 015-FIN
           END-IF
           MOVE WS-TP-SIGUIENTE (WS-PASO) TO WS-TP-ULTIMA-POS (WS-PASO)
           MOVE CH-DURACION TO WS-TP-DURACION
                (WS-PASO, WS-TP-ULTIMA-POS (WS-PASO))
           MOVE CH-FECHA TO WS-TP-ULTIMA-FECHA (WS-PASO)
           IF WS-TP-NOCHES (WS-PASO) LESS WS-NOCHES-PROMEDIO
               ADD 1 TO WS-TP-NOCHES (WS-PASO)
           END-IF
           ADD 1 TO WS-TP-SIGUIENTE (WS-PASO)
           IF WS-TP-SIGUIENTE (WS-PASO) GREATER WS-NOCHES-PROMEDIO
               MOVE 1 TO WS-TP-SIGUIENTE (WS-PASO)
           END-IF.
       015-FIN.  EXIT.

      *> CICLOHIS SE ABRE PARA AGREGAR LA NOCHE DE HOY; LA PRIMERA
      *> NOCHE EL ARCHIVO NACE AQUI.
       016-ABRE-HISTORIA.
           OPEN EXTEND CICLOHIS-FILE
           IF WS-CICLOHIS-STATUS = "35"
               OPEN OUTPUT CICLOHIS-FILE
           END-IF
           IF WS-CICLOHIS-STATUS = "00"
               SET HISTORIA-ABIERTA TO TRUE
           ELSE
               DISPLAY "NO SE PUDO ABRIR CICLOHIS (" WS-CICLOHIS-STATUS
                       "); LA NOCHE NO QUEDA EN EL HISTORICO"
           END-IF.
       016-FIN.  EXIT.

      *> WS-PASO = RENGLON DE WS-PROGRAMA-BUSCADO EN LA TABLA DE
      *> PASOS, O CERO SI NO ESTA.
       018-BUSCA-PASO.
           MOVE ZERO TO WS-PASO
           PERFORM 019-COMPARA-PASO THRU 019-FIN
                   VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS GREATER WS-NUM-PASOS
                      OR WS-PASO NOT = ZERO.
       018-FIN.  EXIT.

       019-COMPARA-PASO.
           IF WS-TP-PROGRAMA (WS-POS) = WS-PROGRAMA-BUSCADO
               MOVE WS-POS TO WS-PASO
           END-IF.
       019-FIN.  EXIT.

       020-LEE-CONTROL.
           READ CICLOCTL-FILE
               AT END
                  " "             DELIMITED BY SIZE
                  CC-HORA-FIN     DELIMITED BY SIZE
                  INTO RPTCICLO-LINEA
           PERFORM 032-DURACION-PASO THRU 032-FIN
           WRITE RPTCICLO-LINEA
           ADD 1 TO RPT-TOTAL-REGS
           IF CC-RC GREATER WS-PEOR-RC
               MOVE CC-RC TO WS-PEOR-RC
           END-IF
           IF CC-PROGRAMA = "PROGNOMI" AND CC-RC LESS 16
               SET NOMINA-CORRIO TO TRUE
           END-IF
           IF ES-PRIMERO
               MOVE CC-HORA-INICIO TO WS-HORA-PRIMERA
               MOVE "N" TO WS-PRIMERO
           PERFORM 020-LEE-CONTROL THRU 020-FIN.
       030-FIN.  EXIT.

      *> MINUTOS DEL PASO CONTRA EL PROMEDIO DE SUS NOCHES ANTERIORES
      *> EN EL RENGLON DE LA HOJA, MARCA DE LENTO Y RENGLON DEL PASO
      *> EN EL HISTORICO.
       032-DURACION-PASO.
           MOVE CC-HORA-INICIO TO WS-HORA-DESDE
           MOVE CC-HORA-FIN    TO WS-HORA-HASTA
           PERFORM 070-CALCULA-SEGUNDOS THRU 070-FIN
           COMPUTE WS-MINUTOS ROUNDED = WS-SEGUNDOS / 60
           MOVE WS-MINUTOS TO WS-MINUTOS-ED
           MOVE WS-MINUTOS-ED TO RPTCICLO-LINEA (55:6)
           MOVE "N" TO WS-LENTO
           MOVE ZERO TO WS-PROMEDIO
           MOVE CC-PROGRAMA TO WS-PROGRAMA-BUSCADO
           PERFORM 018-BUSCA-PASO THRU 018-FIN
           IF WS-PASO NOT = ZERO
               IF WS-TP-NOCHES (WS-PASO) GREATER ZERO
                   MOVE ZERO TO WS-SUMA
                   PERFORM 033-SUMA-NOCHE THRU 033-FIN
                           VARYING WS-POS FROM 1 BY 1
                           UNTIL WS-POS GREATER WS-TP-NOCHES (WS-PASO)
                   COMPUTE WS-PROMEDIO ROUNDED =
                           WS-SUMA / WS-TP-NOCHES (WS-PASO)
                   COMPUTE WS-MINUTOS ROUNDED = WS-PROMEDIO / 60
                   MOVE WS-MINUTOS TO WS-PROMEDIO-ED
                   MOVE WS-PROMEDIO-ED TO RPTCICLO-LINEA (62:6)
                   COMPUTE WS-LIMITE = WS-PROMEDIO * WS-PCT-ALERTA
                   IF WS-TP-NOCHES (WS-PASO) NOT LESS WS-MINIMO-NOCHES
                      AND WS-SEGUNDOS * 100 GREATER WS-LIMITE
                      AND WS-SEGUNDOS GREATER
                          WS-PROMEDIO + WS-MINIMO-EXCESO
                       SET PASO-LENTO TO TRUE
                   END-IF
               END-IF
           END-IF
           IF PASO-LENTO
               MOVE "LENTO" TO RPTCICLO-LINEA (69:5)
               IF WS-NUM-ALERTAS LESS 20
                   ADD 1 TO WS-NUM-ALERTAS
                   MOVE CC-PROGRAMA TO WS-AL-PROGRAMA (WS-NUM-ALERTAS)
                   MOVE WS-SEGUNDOS TO WS-AL-SEGUNDOS (WS-NUM-ALERTAS)
                   MOVE WS-PROMEDIO TO WS-AL-PROMEDIO (WS-NUM-ALERTAS)
                   MOVE WS-TP-NOCHES (WS-PASO)
                        TO WS-AL-NOCHES (WS-NUM-ALERTAS)
               END-IF
           END-IF
           IF NOT HISTORIA-ABIERTA
               GO TO 032-FIN
           END-IF
           MOVE WS-FECHA-HOY   TO CH-FECHA
           MOVE CC-PROGRAMA    TO CH-PROGRAMA
           MOVE CC-ENTRADA     TO CH-ENTRADA
           MOVE CC-SALIDA      TO CH-SALIDA
           MOVE CC-RECHAZADOS  TO CH-RECHAZADOS
           MOVE CC-RC          TO CH-RC
           MOVE CC-HORA-INICIO TO CH-HORA-INICIO
           MOVE CC-HORA-FIN    TO CH-HORA-FIN
           MOVE WS-SEGUNDOS    TO CH-DURACION
           WRITE CH-REGISTRO.
       032-FIN.  EXIT.

       033-SUMA-NOCHE.
           ADD WS-TP-DURACION (WS-PASO, WS-POS) TO WS-SUMA.
       033-FIN.  EXIT.

      *> ALERTAS DE LA VENTANA BATCH: LOS PASOS LENTOS Y UN CICLO QUE
      *> TERMINO DESPUES DE LA HORA LIMITE. LAS HORAS SE MIDEN DESDE
      *> EL INICIO DEL CICLO, ASI QUE UN CICLO QUE CRUZA LA
      *> MEDIANOCHE SE COMPARA BIEN. DE PASO, EL RENGLON DEL CICLO
      *> COMPLETO QUEDA EN EL HISTORICO.
       035-VENTANA-BATCH.
           MOVE SPACES TO RPTCICLO-LINEA
           WRITE RPTCICLO-LINEA
           MOVE "ALERTAS DE LA VENTANA BATCH:" TO RPTCICLO-LINEA
           WRITE RPTCICLO-LINEA
           IF ES-PRIMERO
               MOVE "  NINGUN PASO DEJO RENGLON EN CICLOCTL"
                    TO RPTCICLO-LINEA
               WRITE RPTCICLO-LINEA
               GO TO 035-CIERRA
           END-IF
           MOVE WS-HORA-PRIMERA TO WS-HORA-DESDE
           MOVE WS-HORA-ULTIMA  TO WS-HORA-HASTA
           PERFORM 070-CALCULA-SEGUNDOS THRU 070-FIN
           MOVE WS-SEGUNDOS TO WS-SEG-CICLO
           MOVE WS-HORA-SLA     TO WS-HORA-HASTA
           PERFORM 070-CALCULA-SEGUNDOS THRU 070-FIN
           MOVE WS-SEGUNDOS TO WS-SEGUNDOS-SLA
           IF HISTORIA-ABIERTA
               MOVE WS-FECHA-HOY    TO CH-FECHA
               MOVE "*CICLO*"       TO CH-PROGRAMA
               MOVE RPT-TOTAL-REGS  TO CH-ENTRADA
               MOVE ZERO            TO CH-SALIDA
               MOVE WS-NUM-ALERTAS  TO CH-RECHAZADOS
               MOVE WS-PEOR-RC      TO CH-RC
               MOVE WS-HORA-PRIMERA TO CH-HORA-INICIO
               MOVE WS-HORA-ULTIMA  TO CH-HORA-FIN
               MOVE WS-SEG-CICLO    TO CH-DURACION
               WRITE CH-REGISTRO
           END-IF
           PERFORM 036-LISTA-LENTO THRU 036-FIN
                   VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS GREATER WS-NUM-ALERTAS
           IF WS-SEG-CICLO GREATER WS-SEGUNDOS-SLA
               COMPUTE WS-MINUTOS ROUNDED =
                       (WS-SEG-CICLO - WS-SEGUNDOS-SLA) / 60
               MOVE WS-MINUTOS TO WS-MINUTOS-ED
               MOVE SPACES TO RPTCICLO-LINEA
               STRING "  EL CICLO TERMINO A LAS " DELIMITED BY SIZE
                      WS-HORA-ULTIMA              DELIMITED BY SIZE
                      ", DESPUES DE LA HORA LIMITE "
                                                  DELIMITED BY SIZE
                      WS-HORA-SLA                 DELIMITED BY SIZE
                      " ("                        DELIMITED BY SIZE
                      WS-MINUTOS-ED               DELIMITED BY SIZE
                      " MIN)"                     DELIMITED BY SIZE
                      INTO RPTCICLO-LINEA
               WRITE RPTCICLO-LINEA
               DISPLAY "ALERTA: EL CICLO TERMINO A LAS " WS-HORA-ULTIMA
                       ", DESPUES DE LA HORA LIMITE " WS-HORA-SLA
               GO TO 035-CIERRA
           END-IF
           MOVE SPACES TO RPTCICLO-LINEA
           MOVE 1 TO WS-PUNTERO
           IF WS-NUM-ALERTAS = ZERO
               MOVE "  NINGUNA -" TO RPTCICLO-LINEA
               MOVE 12 TO WS-PUNTERO
           END-IF
           STRING "  EL CICLO TERMINO A LAS "     DELIMITED BY SIZE
                  WS-HORA-ULTIMA                  DELIMITED BY SIZE
                  ", ANTES DE LA HORA LIMITE "    DELIMITED BY SIZE
                  WS-HORA-SLA                     DELIMITED BY SIZE
                  INTO RPTCICLO-LINEA
                  WITH POINTER WS-PUNTERO
           WRITE RPTCICLO-LINEA.
       035-CIERRA.
           IF HISTORIA-ABIERTA
               CLOSE CICLOHIS-FILE
           END-IF.
       035-FIN.  EXIT.

       036-LISTA-LENTO.
           COMPUTE WS-MINUTOS ROUNDED = WS-AL-SEGUNDOS (WS-POS) / 60
           MOVE WS-MINUTOS TO WS-MINUTOS-ED
           COMPUTE WS-MINUTOS ROUNDED = WS-AL-PROMEDIO (WS-POS) / 60
           MOVE WS-MINUTOS TO WS-PROMEDIO-ED
           MOVE WS-AL-NOCHES (WS-POS) TO WS-NOCHES-ED
           MOVE SPACES TO RPTCICLO-LINEA
           STRING "  "                    DELIMITED BY SIZE
                  WS-AL-PROGRAMA (WS-POS) DELIMITED BY SIZE
                  " LENTO: "              DELIMITED BY SIZE
                  WS-MINUTOS-ED           DELIMITED BY SIZE
                  " MIN CONTRA PROMEDIO DE " DELIMITED BY SIZE
                  WS-PROMEDIO-ED          DELIMITED BY SIZE
                  " EN "                  DELIMITED BY SIZE
                  WS-NOCHES-ED            DELIMITED BY SIZE
                  " NOCHES"               DELIMITED BY SIZE
                  INTO RPTCICLO-LINEA
           WRITE RPTCICLO-LINEA
           DISPLAY "ALERTA: " WS-AL-PROGRAMA (WS-POS) " TARDO "
                   WS-MINUTOS-ED " MIN CONTRA PROMEDIO DE "
                   WS-PROMEDIO-ED.
       036-FIN.  EXIT.

      *> GRUPOS DE PAGO QUE SE PAGARON ESTA NOCHE: LOS QUE CIERRAN
      *> PERIODO HOY EN SU CALENDARIO, SI LA NOMINA CORRIO.
       040-GRUPOS-PAGADOS.
           MOVE SPACES TO RPTCICLO-LINEA
           WRITE RPTCICLO-LINEA
           MOVE "GRUPOS DE PAGO PAGADOS ESTA NOCHE:" TO RPTCICLO-LINEA
           WRITE RPTCICLO-LINEA
           IF NOT NOMINA-CORRIO
               MOVE "  NINGUNO - PROGNOMI NO CORRIO O TERMINO EN RC 16"
                    TO RPTCICLO-LINEA
               WRITE RPTCICLO-LINEA
               GO TO 040-FIN
           END-IF
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           CALL "PROGGPER" USING WS-FECHA-HOY GP-GRUPOS
           IF GP-SIN-CALENDARIO
               MOVE "  TODOS, COMO MENSUALES - SIN CALENDARIO PERCAL"
                    TO RPTCICLO-LINEA
               WRITE RPTCICLO-LINEA
               GO TO 040-FIN
           END-IF
           IF GP-NUM-CIERRAN = ZERO
               MOVE "  NINGUNO - NINGUN GRUPO CIERRA PERIODO HOY"
                    TO RPTCICLO-LINEA
               WRITE RPTCICLO-LINEA
               GO TO 040-FIN
           END-IF
           PERFORM 045-LISTA-GRUPO THRU 045-FIN
                   VARYING WS-GRUPO-INDICE FROM 1 BY 1
                   UNTIL WS-GRUPO-INDICE GREATER 3.
       040-FIN.  EXIT.

       045-LISTA-GRUPO.
           IF NOT GP-CIERRA-HOY (WS-GRUPO-INDICE)
               GO TO 045-FIN
           END-IF
           MOVE SPACES TO RPTCICLO-LINEA
           STRING "  "                        DELIMITED BY SIZE
                  GP-NOMBRE (WS-GRUPO-INDICE) DELIMITED BY SIZE
                  " PERIODO "                 DELIMITED BY SIZE
                  GP-PERIODO (WS-GRUPO-INDICE) DELIMITED BY SIZE
                  " DEL "                     DELIMITED BY SIZE
                  GP-INICIO (WS-GRUPO-INDICE) DELIMITED BY SIZE
                  " AL "                      DELIMITED BY SIZE
                  GP-FIN (WS-GRUPO-INDICE)    DELIMITED BY SIZE
                  INTO RPTCICLO-LINEA
           WRITE RPTCICLO-LINEA.
       045-FIN.  EXIT.

      *> PAGOS RECHAZADOS POR EL BANCO QUE SIGUEN ABIERTOS: SALEN
      *> AQUI CADA NOCHE HASTA QUE PROGDEVB LOS REDISPERSA.
       050-RECHAZOS-BANCO.
           OPEN INPUT PAGBANC-FILE
           IF WS-PAGBANC-STATUS NOT = "00"
               GO TO 050-FIN
           END-IF
           MOVE SPACES TO RPTCICLO-LINEA
           WRITE RPTCICLO-LINEA
           MOVE "PAGOS RECHAZADOS POR EL BANCO SIN RESOLVER:"
                TO RPTCICLO-LINEA
           WRITE RPTCICLO-LINEA
           PERFORM 055-LISTA-RECHAZO THRU 055-FIN
                   UNTIL PAGBANC-EOF
           CLOSE PAGBANC-FILE
           MOVE WS-RECHAZOS-BANCO TO WS-CUENTA-ED
           MOVE WS-IMP-RECHAZOS TO WS-TOTAL-ED
           MOVE SPACES TO RPTCICLO-LINEA
           STRING "RECHAZOS ABIERTOS: "  DELIMITED BY SIZE
                  WS-CUENTA-ED            DELIMITED BY SIZE
                  "  IMPORTE: "           DELIMITED BY SIZE
                  WS-TOTAL-ED             DELIMITED BY SIZE
                  INTO RPTCICLO-LINEA
           WRITE RPTCICLO-LINEA.
       050-FIN.  EXIT.

       055-LISTA-RECHAZO.
           READ PAGBANC-FILE NEXT RECORD
               AT END
                   SET PAGBANC-EOF TO TRUE
                   GO TO 055-FIN
           END-READ
           IF NOT PB-RECHAZADO
               GO TO 055-FIN
           END-IF
           MOVE PB-IMPORTE TO WS-IMPORTE-ED
           MOVE SPACES TO RPTCICLO-LINEA
           STRING "  "            DELIMITED BY SIZE
                  PB-NUMERO       DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  PB-TIPO         DELIMITED BY SIZE
                  " ENVIO "       DELIMITED BY SIZE
                  PB-FECHA        DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-IMPORTE-ED   DELIMITED BY SIZE
                  " MOTIVO "      DELIMITED BY SIZE
                  PB-MOTIVO       DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  PB-CLABE        DELIMITED BY SIZE
                  INTO RPTCICLO-LINEA
           WRITE RPTCICLO-LINEA
           ADD 1 TO WS-RECHAZOS-BANCO
           ADD PB-IMPORTE TO WS-IMP-RECHAZOS.
       055-FIN.  EXIT.

      *> SEGUNDOS DE WS-HORA-DESDE A WS-HORA-HASTA (HHMMSS); SI LA
      *> SEGUNDA ES MENOR, SE CRUZO LA MEDIANOCHE.
       070-CALCULA-SEGUNDOS.
           COMPUTE WS-SEG-DESDE = WS-DESDE-HH * 3600
                                + WS-DESDE-MM * 60 + WS-DESDE-SS
           COMPUTE WS-SEG-HASTA = WS-HASTA-HH * 3600
                                + WS-HASTA-MM * 60 + WS-HASTA-SS
           IF WS-SEG-HASTA LESS WS-SEG-DESDE
               COMPUTE WS-SEGUNDOS = 86400 - WS-SEG-DESDE
                                   + WS-SEG-HASTA
           ELSE
               COMPUTE WS-SEGUNDOS = WS-SEG-HASTA - WS-SEG-DESDE
           END-IF.
       070-FIN.  EXIT.

       090-ESCRIBE-PIE.
           MOVE SPACES TO RPTCICLO-LINEA
           WRITE RPTCICLO-LINEA
