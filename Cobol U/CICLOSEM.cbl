      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGCSEM.
      *AUTHOR.                    FERNANDO TOLEDO.
      *INSTALLATION.              CENTRO DE CAPACITACION.
      *DATE-WRITTEN.              2026-10-15.
      *DATE-COMPILED.
      *SECURITY.                  NO ES CONFIDENCIAL.
      *> ------------------------------------------------------
      *> TENDENCIA SEMANAL DE LA VENTANA BATCH: CON EL HISTORICO
      *> CICLOHIS (COPY CICHREG) QUE LA HOJA DE CONTROL (PROGCREP)
      *> VA LLENANDO CADA NOCHE, IMPRIME PARA LAS ULTIMAS NOCHES
      *> (HASTA 7, SEGUN EL SYSIN) LOS MINUTOS DE CADA PASO NOCHE
      *> POR NOCHE, SU PROMEDIO, LA TENDENCIA (LA ULTIMA NOCHE
      *> CONTRA EL PROMEDIO DE LAS ANTERIORES) Y EL RENDIMIENTO EN
      *> REGISTROS DE ENTRADA POR MINUTO; DESPUES, NOCHE POR NOCHE,
      *> A QUE HORA EMPEZO Y TERMINO EL CICLO CONTRA LA HORA LIMITE
      *> (SLA) DEL SYSIN. ASI SE VE SI PROGNOMI O PROGGOTD SE VAN
      *> HACIENDO LENTOS CONFORME CRECE EL MAESTRO Y QUE TAN CERCA
      *> ESTA EL CICLO DE LA VENTANA DE LA CONSOLA DE LA MANANA.
      *> LAS NOCHES SON LAS ULTIMAS FECHAS DISTINTAS DEL HISTORICO;
      *> SI UNA HOJA SE REIMPRIMIO EL MISMO DIA (REINICIO), VALE EL
      *> ULTIMO RENGLON DE CADA FECHA Y PROGRAMA. RC 04 SI ALGUNA
      *> NOCHE TERMINO DESPUES DE LA HORA LIMITE; RC 08 SIN
      *> HISTORICO.
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CICLOHIS-FILE   ASSIGN TO "CICLOHIS"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-CICLOHIS-STATUS.

           SELECT RPTCSEM-FILE    ASSIGN TO "RPTCSEM"
                                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CICLOHIS-FILE.
       COPY CICHREG.

       FD  RPTCSEM-FILE.
       01  RPTCSEM-LINEA            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY RPTHDR.

      *> LAS NOCHES DEL REPORTE, DE LA MAS VIEJA A LA MAS RECIENTE,
      *> CON EL RENGLON DEL CICLO COMPLETO DE CADA UNA.
       01  WS-TABLA-NOCHES.
           05 WS-NO-RENGLON OCCURS 7 TIMES.
              10 WS-NO-FECHA       PIC 9(08).
              10 WS-NO-FECHA-R REDEFINES WS-NO-FECHA.
                 15 WS-NO-AAAA     PIC 9(04).
                 15 WS-NO-MM       PIC 9(02).
                 15 WS-NO-DD       PIC 9(02).
              10 WS-NO-CICLO       PIC X(01).
                  88 NO-CON-CICLO                 VALUE "S".
              10 WS-NO-INICIO      PIC 9(06).
              10 WS-NO-FIN         PIC 9(06).
              10 WS-NO-DURACION    PIC 9(05).
              10 WS-NO-PASOS       PIC 9(03).
              10 WS-NO-RC          PIC 9(02).
              10 WS-NO-LENTOS      PIC 9(02).

      *> CADA PROGRAMA CON SU DURACION (SEGUNDOS) Y SUS REGISTROS DE
      *> ENTRADA EN CADA NOCHE DEL REPORTE.
       01  WS-TABLA-PASOS.
           05 WS-PS-RENGLON OCCURS 60 TIMES.
              10 WS-PS-PROGRAMA    PIC X(08).
              10 WS-PS-NOCHE OCCURS 7 TIMES.
                 15 WS-PS-PRESENTE PIC X(01).
                     88 PS-PRESENTE               VALUE "S".
                 15 WS-PS-DURACION PIC 9(05).
                 15 WS-PS-ENTRADA  PIC 9(07).

       01  WS-AREAS.
           05 WS-CICLOHIS-STATUS   PIC X(02).
           05 WS-CICLOHIS-EOF      PIC X(01).
               88 CICLOHIS-EOF                    VALUE "S".
           05 WS-HORA-SLA          PIC 9(06).
           05 WS-NUM-NOCHES-PARM   PIC 9(02).
           05 WS-NUM-NOCHES        PIC 9(02)      VALUE ZERO.
           05 WS-NUM-PASOS         PIC 9(02)      VALUE ZERO.
           05 WS-ULTIMA-FECHA      PIC 9(08)      VALUE ZERO.
           05 WS-NOCHE             PIC 9(02).
           05 WS-PASO              PIC 9(02).
           05 WS-POS               PIC 9(02).
           05 WS-ULTIMA-NOCHE      PIC 9(02).
           05 WS-CUENTA            PIC 9(02).
           05 WS-SUMA-DURACION     PIC 9(07).
           05 WS-SUMA-ENTRADA      PIC 9(09).
           05 WS-PREVIAS           PIC 9(02).
           05 WS-SUMA-PREVIAS      PIC 9(07).
           05 WS-PROMEDIO          PIC 9(05).
           05 WS-PROMEDIO-PREVIO   PIC 9(05).
           05 WS-TENDENCIA         PIC S9(05).
           05 WS-REG-MINUTO        PIC 9(07).
           05 WS-MINUTOS           PIC 9(04)V9.
           05 WS-SEGUNDOS          PIC 9(05).
           05 WS-SEGUNDOS-SLA      PIC 9(05).
           05 WS-FUERA-SLA         PIC 9(02)      VALUE ZERO.
           05 WS-CON-CICLO         PIC 9(02)      VALUE ZERO.
           05 WS-CODIGO-RETORNO    PIC 9(02)      VALUE ZERO.
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
           05 WS-COLUMNA           PIC 9(02).

       01  WS-EDITADOS.
           05 WS-MINUTOS-ED        PIC ZZ9.9.
           05 WS-PROMEDIO-ED       PIC ZZZ9.9.
           05 WS-TENDENCIA-ED      PIC +ZZZ9.
           05 WS-REG-MINUTO-ED     PIC Z,ZZZ,ZZ9.
           05 WS-CICLO-ED          PIC ZZZ9.9.
           05 WS-PASOS-ED          PIC ZZ9.
           05 WS-LENTOS-ED         PIC Z9.
           05 WS-CUENTA-ED         PIC Z9.
           05 WS-ENCABEZADO-NOCHE.
              10 FILLER            PIC X(01)      VALUE SPACE.
              10 WS-EN-MM          PIC 9(02).
              10 FILLER            PIC X(01)      VALUE "/".
              10 WS-EN-DD          PIC 9(02).

       PROCEDURE DIVISION.
       000-RAIZ.
           MOVE ZERO TO RETURN-CODE
           PERFORM 005-LEE-PARAMETROS THRU 005-FIN
           OPEN INPUT CICLOHIS-FILE
           IF WS-CICLOHIS-STATUS NOT = "00"
               DISPLAY "SIN HISTORICO CICLOHIS QUE RESUMIR"
               MOVE 08 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "N" TO WS-CICLOHIS-EOF
           PERFORM 020-JUNTA-NOCHES THRU 020-FIN
                   UNTIL CICLOHIS-EOF
           CLOSE CICLOHIS-FILE
           OPEN INPUT CICLOHIS-FILE
           MOVE "N" TO WS-CICLOHIS-EOF
           PERFORM 030-CARGA-RENGLON THRU 030-FIN
                   UNTIL CICLOHIS-EOF
           CLOSE CICLOHIS-FILE
           OPEN OUTPUT RPTCSEM-FILE
           PERFORM 010-ESCRIBE-ENCABEZADO THRU 010-FIN
           PERFORM 040-IMPRIME-PASO THRU 040-FIN
                   VARYING WS-PASO FROM 1 BY 1
                   UNTIL WS-PASO GREATER WS-NUM-PASOS
           PERFORM 050-ENCABEZA-CICLOS THRU 050-FIN
           PERFORM 055-IMPRIME-CICLO THRU 055-FIN
                   VARYING WS-NOCHE FROM 1 BY 1
                   UNTIL WS-NOCHE GREATER WS-NUM-NOCHES
           PERFORM 090-ESCRIBE-PIE THRU 090-FIN
           CLOSE RPTCSEM-FILE
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE
           GOBACK.

      *> NOCHES A RESUMIR (HASTA 7, 0 = 7) Y HORA LIMITE DEL CICLO
      *> (HHMMSS, 0 = 060000), IGUAL QUE EN LA HOJA DE CONTROL.
       005-LEE-PARAMETROS.
           DISPLAY "NOCHES A RESUMIR (HASTA 7, 0 = 7): "
           ACCEPT WS-NUM-NOCHES-PARM
           DISPLAY "HORA LIMITE DEL CICLO (HHMMSS, 0 = 060000): "
           ACCEPT WS-HORA-SLA
           IF WS-NUM-NOCHES-PARM NOT NUMERIC
              OR WS-NUM-NOCHES-PARM = ZERO
              OR WS-NUM-NOCHES-PARM GREATER 7
               MOVE 7 TO WS-NUM-NOCHES-PARM
           END-IF
           IF WS-HORA-SLA NOT NUMERIC OR WS-HORA-SLA = ZERO
              OR WS-HORA-SLA GREATER 235959
               MOVE 060000 TO WS-HORA-SLA
           END-IF.
       005-FIN.  EXIT.

       010-ESCRIBE-ENCABEZADO.
           MOVE "TENDENCIA DE LA VENTANA BATCH - PROGCSEM"
                TO RPT-TITULO
           ACCEPT RPT-FECHA FROM DATE
           MOVE RPT-ENCABEZADO TO RPTCSEM-LINEA
           WRITE RPTCSEM-LINEA
           MOVE WS-NUM-NOCHES TO WS-CUENTA-ED
           MOVE SPACES TO RPTCSEM-LINEA
           STRING "NOCHES: "          DELIMITED BY SIZE
                  WS-CUENTA-ED        DELIMITED BY SIZE
                  "   HORA LIMITE DEL CICLO: " DELIMITED BY SIZE
                  WS-HORA-SLA         DELIMITED BY SIZE
                  INTO RPTCSEM-LINEA
           WRITE RPTCSEM-LINEA
           MOVE SPACES TO RPTCSEM-LINEA
           WRITE RPTCSEM-LINEA
           MOVE "MINUTOS POR PASO Y NOCHE" TO RPTCSEM-LINEA
           WRITE RPTCSEM-LINEA
           MOVE SPACES TO RPTCSEM-LINEA
           MOVE "PASO" TO RPTCSEM-LINEA (1:4)
           PERFORM 012-ENCABEZA-NOCHE THRU 012-FIN
                   VARYING WS-NOCHE FROM 1 BY 1
                   UNTIL WS-NOCHE GREATER WS-NUM-NOCHES
           MOVE "  PROM   TEND  REG/MIN" TO RPTCSEM-LINEA (52:23)
           WRITE RPTCSEM-LINEA.
       010-FIN.  EXIT.

       012-ENCABEZA-NOCHE.
           MOVE WS-NO-MM (WS-NOCHE) TO WS-EN-MM
           MOVE WS-NO-DD (WS-NOCHE) TO WS-EN-DD
           COMPUTE WS-COLUMNA = 9 + (WS-NOCHE - 1) * 6
           MOVE WS-ENCABEZADO-NOCHE TO RPTCSEM-LINEA (WS-COLUMNA:6).
       012-FIN.  EXIT.

      *> PRIMERA PASADA: LAS ULTIMAS FECHAS DISTINTAS DEL HISTORICO.
      *> CICLOHIS VA EN ORDEN DE FECHA; AL LLENARSE LA TABLA SE
      *> RECORRE UN LUGAR Y LA MAS VIEJA SALE.
       020-JUNTA-NOCHES.
           READ CICLOHIS-FILE
               AT END
                   SET CICLOHIS-EOF TO TRUE
                   GO TO 020-FIN
           END-READ
           IF CH-FECHA = WS-ULTIMA-FECHA
               GO TO 020-FIN
           END-IF
           MOVE CH-FECHA TO WS-ULTIMA-FECHA
           IF WS-NUM-NOCHES LESS WS-NUM-NOCHES-PARM
               ADD 1 TO WS-NUM-NOCHES
           ELSE
               PERFORM 022-RECORRE-NOCHE THRU 022-FIN
                       VARYING WS-NOCHE FROM 1 BY 1
                       UNTIL WS-NOCHE NOT LESS WS-NUM-NOCHES
           END-IF
           MOVE CH-FECHA TO WS-NO-FECHA (WS-NUM-NOCHES)
           MOVE "N"      TO WS-NO-CICLO (WS-NUM-NOCHES).
       020-FIN.  EXIT.

       022-RECORRE-NOCHE.
           MOVE WS-NO-RENGLON (WS-NOCHE + 1)
                TO WS-NO-RENGLON (WS-NOCHE).
       022-FIN.  EXIT.

      *> SEGUNDA PASADA: CADA RENGLON DE UNA DE LAS NOCHES DEL
      *> REPORTE VA A SU PASO (O AL CICLO COMPLETO); UNO REPETIDO DE
      *> LA MISMA FECHA REEMPLAZA AL ANTERIOR.
       030-CARGA-RENGLON.
           READ CICLOHIS-FILE
               AT END
                   SET CICLOHIS-EOF TO TRUE
                   GO TO 030-FIN
           END-READ
           MOVE ZERO TO WS-NOCHE
           PERFORM 032-BUSCA-NOCHE THRU 032-FIN
                   VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS GREATER WS-NUM-NOCHES
                      OR WS-NOCHE NOT = ZERO
           IF WS-NOCHE = ZERO
               GO TO 030-FIN
           END-IF
           IF CH-ES-CICLO
               MOVE "S"            TO WS-NO-CICLO (WS-NOCHE)
               MOVE CH-HORA-INICIO TO WS-NO-INICIO (WS-NOCHE)
               MOVE CH-HORA-FIN    TO WS-NO-FIN (WS-NOCHE)
               MOVE CH-DURACION    TO WS-NO-DURACION (WS-NOCHE)
               MOVE CH-ENTRADA     TO WS-NO-PASOS (WS-NOCHE)
               MOVE CH-RC          TO WS-NO-RC (WS-NOCHE)
               MOVE CH-RECHAZADOS  TO WS-NO-LENTOS (WS-NOCHE)
               GO TO 030-FIN
           END-IF
           MOVE ZERO TO WS-PASO
           PERFORM 034-BUSCA-PASO THRU 034-FIN
                   VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS GREATER WS-NUM-PASOS
                      OR WS-PASO NOT = ZERO
           IF WS-PASO = ZERO
               IF WS-NUM-PASOS = 60
                   GO TO 030-FIN
               END-IF
               ADD 1 TO WS-NUM-PASOS
               MOVE WS-NUM-PASOS TO WS-PASO
               MOVE CH-PROGRAMA TO WS-PS-PROGRAMA (WS-PASO)
               PERFORM 036-LIMPIA-NOCHE THRU 036-FIN
                       VARYING WS-POS FROM 1 BY 1
                       UNTIL WS-POS GREATER 7
           END-IF
           MOVE "S"         TO WS-PS-PRESENTE (WS-PASO, WS-NOCHE)
           MOVE CH-DURACION TO WS-PS-DURACION (WS-PASO, WS-NOCHE)
           MOVE CH-ENTRADA  TO WS-PS-ENTRADA (WS-PASO, WS-NOCHE).
       030-FIN.  EXIT.

       032-BUSCA-NOCHE.
           IF WS-NO-FECHA (WS-POS) = CH-FECHA
               MOVE WS-POS TO WS-NOCHE
           END-IF.
       032-FIN.  EXIT.

       034-BUSCA-PASO.
           IF WS-PS-PROGRAMA (WS-POS) = CH-PROGRAMA
               MOVE WS-POS TO WS-PASO
           END-IF.
       034-FIN.  EXIT.

       036-LIMPIA-NOCHE.
           MOVE "N"  TO WS-PS-PRESENTE (WS-PASO, WS-POS)
           MOVE ZERO TO WS-PS-DURACION (WS-PASO, WS-POS)
           MOVE ZERO TO WS-PS-ENTRADA (WS-PASO, WS-POS).
       036-FIN.  EXIT.

      *> UN RENGLON POR PASO: SUS MINUTOS DE CADA NOCHE ("-" SI ESA
      *> NOCHE NO CORRIO), EL PROMEDIO, LA TENDENCIA (LA ULTIMA
      *> NOCHE QUE CORRIO CONTRA EL PROMEDIO DE LAS ANTERIORES, EN %)
      *> Y LOS REGISTROS DE ENTRADA POR MINUTO DE TODAS LAS NOCHES.
       040-IMPRIME-PASO.
           MOVE SPACES TO RPTCSEM-LINEA
           MOVE WS-PS-PROGRAMA (WS-PASO) TO RPTCSEM-LINEA (1:8)
           MOVE ZERO TO WS-CUENTA WS-SUMA-DURACION WS-SUMA-ENTRADA
                        WS-ULTIMA-NOCHE
           PERFORM 042-IMPRIME-NOCHE THRU 042-FIN
                   VARYING WS-NOCHE FROM 1 BY 1
                   UNTIL WS-NOCHE GREATER WS-NUM-NOCHES
           IF WS-CUENTA = ZERO
               GO TO 040-ESCRIBE
           END-IF
           COMPUTE WS-PROMEDIO ROUNDED = WS-SUMA-DURACION / WS-CUENTA
           COMPUTE WS-MINUTOS ROUNDED = WS-PROMEDIO / 60
           MOVE WS-MINUTOS TO WS-PROMEDIO-ED
           MOVE WS-PROMEDIO-ED TO RPTCSEM-LINEA (52:6)
           COMPUTE WS-PREVIAS = WS-CUENTA - 1
           IF WS-PREVIAS GREATER ZERO
               COMPUTE WS-SUMA-PREVIAS = WS-SUMA-DURACION
                     - WS-PS-DURACION (WS-PASO, WS-ULTIMA-NOCHE)
               COMPUTE WS-PROMEDIO-PREVIO ROUNDED =
                       WS-SUMA-PREVIAS / WS-PREVIAS
               IF WS-PROMEDIO-PREVIO GREATER ZERO
                   COMPUTE WS-TENDENCIA ROUNDED =
                       (WS-PS-DURACION (WS-PASO, WS-ULTIMA-NOCHE)
                        - WS-PROMEDIO-PREVIO) * 100
                        / WS-PROMEDIO-PREVIO
                       ON SIZE ERROR
                           MOVE 9999 TO WS-TENDENCIA
                   END-COMPUTE
                   MOVE WS-TENDENCIA TO WS-TENDENCIA-ED
                   MOVE WS-TENDENCIA-ED TO RPTCSEM-LINEA (59:5)
                   MOVE "%" TO RPTCSEM-LINEA (64:1)
               END-IF
           END-IF
           IF WS-SUMA-DURACION GREATER ZERO
               COMPUTE WS-REG-MINUTO ROUNDED =
                       WS-SUMA-ENTRADA * 60 / WS-SUMA-DURACION
                   ON SIZE ERROR
                       MOVE 9999999 TO WS-REG-MINUTO
               END-COMPUTE
               MOVE WS-REG-MINUTO TO WS-REG-MINUTO-ED
               MOVE WS-REG-MINUTO-ED TO RPTCSEM-LINEA (66:9)
           END-IF.
       040-ESCRIBE.
           WRITE RPTCSEM-LINEA
           ADD 1 TO RPT-TOTAL-REGS.
       040-FIN.  EXIT.

       042-IMPRIME-NOCHE.
           COMPUTE WS-COLUMNA = 9 + (WS-NOCHE - 1) * 6
           IF NOT PS-PRESENTE (WS-PASO, WS-NOCHE)
               MOVE "    -" TO RPTCSEM-LINEA (WS-COLUMNA + 1:5)
               GO TO 042-FIN
           END-IF
           COMPUTE WS-MINUTOS ROUNDED =
                   WS-PS-DURACION (WS-PASO, WS-NOCHE) / 60
           MOVE WS-MINUTOS TO WS-MINUTOS-ED
           MOVE WS-MINUTOS-ED TO RPTCSEM-LINEA (WS-COLUMNA + 1:5)
           ADD 1 TO WS-CUENTA
           ADD WS-PS-DURACION (WS-PASO, WS-NOCHE) TO WS-SUMA-DURACION
           ADD WS-PS-ENTRADA (WS-PASO, WS-NOCHE) TO WS-SUMA-ENTRADA
           MOVE WS-NOCHE TO WS-ULTIMA-NOCHE.
       042-FIN.  EXIT.

       050-ENCABEZA-CICLOS.
           MOVE SPACES TO RPTCSEM-LINEA
           WRITE RPTCSEM-LINEA
           MOVE "EL CICLO COMPLETO CONTRA LA HORA LIMITE"
                TO RPTCSEM-LINEA
           WRITE RPTCSEM-LINEA
           MOVE SPACES TO RPTCSEM-LINEA
           STRING "FECHA     INICIO FIN       MINUTOS PASOS RC LENTOS"
                                              DELIMITED BY SIZE
                  "  HORA LIMITE"             DELIMITED BY SIZE
                  INTO RPTCSEM-LINEA
           WRITE RPTCSEM-LINEA.
       050-FIN.  EXIT.

      *> UNA NOCHE: SUS HORAS, DURACION, PASOS, PEOR RC Y PASOS
      *> LENTOS, Y SI TERMINO ANTES O DESPUES DE LA HORA LIMITE. LAS
      *> HORAS SE MIDEN DESDE EL INICIO DEL CICLO, ASI QUE UN CICLO
      *> QUE CRUZA LA MEDIANOCHE SE COMPARA BIEN.
       055-IMPRIME-CICLO.
           MOVE SPACES TO RPTCSEM-LINEA
           MOVE WS-NO-FECHA (WS-NOCHE) TO RPTCSEM-LINEA (1:8)
           IF NOT NO-CON-CICLO (WS-NOCHE)
               MOVE "SIN RENGLON DEL CICLO COMPLETO"
                    TO RPTCSEM-LINEA (11:30)
               GO TO 055-ESCRIBE
           END-IF
           ADD 1 TO WS-CON-CICLO
           COMPUTE WS-MINUTOS ROUNDED = WS-NO-DURACION (WS-NOCHE) / 60
           MOVE WS-MINUTOS TO WS-CICLO-ED
           MOVE WS-NO-PASOS (WS-NOCHE)  TO WS-PASOS-ED
           MOVE WS-NO-LENTOS (WS-NOCHE) TO WS-LENTOS-ED
           MOVE WS-NO-INICIO (WS-NOCHE) TO RPTCSEM-LINEA (11:6)
           MOVE WS-NO-FIN (WS-NOCHE)    TO RPTCSEM-LINEA (18:6)
           MOVE WS-CICLO-ED             TO RPTCSEM-LINEA (29:6)
           MOVE WS-PASOS-ED             TO RPTCSEM-LINEA (38:3)
           MOVE WS-NO-RC (WS-NOCHE)     TO RPTCSEM-LINEA (42:2)
           MOVE WS-LENTOS-ED            TO RPTCSEM-LINEA (49:2)
           MOVE WS-NO-INICIO (WS-NOCHE) TO WS-HORA-DESDE
           MOVE WS-HORA-SLA TO WS-HORA-HASTA
           PERFORM 070-CALCULA-SEGUNDOS THRU 070-FIN
           MOVE WS-SEGUNDOS TO WS-SEGUNDOS-SLA
           IF WS-NO-DURACION (WS-NOCHE) GREATER WS-SEGUNDOS-SLA
               ADD 1 TO WS-FUERA-SLA
               MOVE 04 TO WS-CODIGO-RETORNO
               COMPUTE WS-MINUTOS ROUNDED =
                       (WS-NO-DURACION (WS-NOCHE) - WS-SEGUNDOS-SLA)
                       / 60
               MOVE WS-MINUTOS TO WS-PROMEDIO-ED
               MOVE SPACES TO RPTCSEM-LINEA (53:28)
               STRING "EXCEDIDA "     DELIMITED BY SIZE
                      WS-PROMEDIO-ED  DELIMITED BY SIZE
                      " MIN"          DELIMITED BY SIZE
                      INTO RPTCSEM-LINEA (53:28)
           ELSE
               COMPUTE WS-MINUTOS ROUNDED =
                       (WS-SEGUNDOS-SLA - WS-NO-DURACION (WS-NOCHE))
                       / 60
               MOVE WS-MINUTOS TO WS-PROMEDIO-ED
               MOVE SPACES TO RPTCSEM-LINEA (53:28)
               STRING "EN TIEMPO, SOBRAN "  DELIMITED BY SIZE
                      WS-PROMEDIO-ED        DELIMITED BY SIZE
                      INTO RPTCSEM-LINEA (53:28)
           END-IF.
       055-ESCRIBE.
           WRITE RPTCSEM-LINEA.
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
           MOVE SPACES TO RPTCSEM-LINEA
           WRITE RPTCSEM-LINEA
           MOVE WS-FUERA-SLA TO WS-CUENTA-ED
           MOVE WS-CON-CICLO TO WS-LENTOS-ED
           MOVE SPACES TO RPTCSEM-LINEA
           STRING "NOCHES QUE TERMINARON DESPUES DE LA HORA LIMITE: "
                                              DELIMITED BY SIZE
                  WS-CUENTA-ED                DELIMITED BY SIZE
                  " DE "                      DELIMITED BY SIZE
                  WS-LENTOS-ED                DELIMITED BY SIZE
                  INTO RPTCSEM-LINEA
           WRITE RPTCSEM-LINEA
           MOVE RPT-TOTAL-REGS TO RPT-TOTAL-REGS-ED
           MOVE RPT-PIE TO RPTCSEM-LINEA
           WRITE RPTCSEM-LINEA.
       090-FIN.  EXIT.
