      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGRETR.
      *AUTHOR.                    FERNANDO TOLEDO.
      *INSTALLATION.              CENTRO DE CAPACITACION.
      *DATE-WRITTEN.              2026-10-15.
      *DATE-COMPILED.
      *SECURITY.                  NO ES CONFIDENCIAL.
      *> ------------------------------------------------------
      *> DIFERENCIAS RETROACTIVAS DE SALARIO: TOMA LAS SOLICITUDES
      *> QUE PROGGOTD ENCOLO EN RETROSOL (COPY RTSOREG), CAMBIOS DE
      *> SALARIO CAPTURADOS CON FECHA EFECTIVA YA PASADA, Y POR CADA
      *> PERIODO CERRADO DEL CALENDARIO (PERCAL, COPY PERREG) QUE
      *> TERMINA EN O DESPUES DE LA FECHA EFECTIVA CALCULA LO QUE SE
      *> DEJO DE PAGAR: EL SALARIO NUEVO MENOS EL QUE ESTABA VIGENTE
      *> AL FIN DEL PERIODO SEGUN EL HISTORIAL DE SALARIOS (SALHIST,
      *> COPY SALHREG), ENTRE 30 Y POR LOS DIAS DEL PERIODO QUE CUBRE
      *> LA FECHA EFECTIVA (EL PERIODO COMPLETO VALE 30). CADA
      *> DIFERENCIA QUEDA PENDIENTE EN EL MAESTRO RETROPAG (COPY
      *> RTPGREG) PARA QUE PROGNOMI LA PAGUE EN SU SIGUIENTE CORRIDA,
      *> Y SALE EN EL REGISTRO DE RETROACTIVOS (RPTRETR) POR
      *> EMPLEADO Y PERIODO, CON RENGLONES DE FIRMA PARA RECURSOS
      *> HUMANOS. EL PERIODO ABIERTO NO SE TOCA: PROGNOMI YA LO
      *> CALCULA CON EL SALARIO NUEVO.
      *> UNA SOLICITUD SOLO SE CALCULA CUANDO SALHIST YA MUESTRA EL
      *> SALARIO NUEVO (UN CAMBIO RETENIDO PARA APROBACION ESPERA A
      *> QUE PROGAPLQ LO APLIQUE); LA QUE LLEVE MAS DE 30 DIAS SIN
      *> APLICARSE SE DESCARTA CON RC 04. UNA DIFERENCIA NEGATIVA
      *> (BAJA DE SALARIO RETROACTIVA) SE IMPRIME PERO NO SE
      *> DESCUENTA, CON RC 04. SIN CALENDARIO PERCAL LA COLA NO SE
      *> TOCA Y EL PASO TERMINA CON RC 08. UN RENGLON QUE YA ESTABA
      *> EN RETROPAG (REINICIO DEL PASO) NO SE DUPLICA.
      *> ------------------------------------------------------
      *> MODIFICACIONES:
      *> 2026-10-15  GRUPOS DE PAGO: PERCAL TRAE UN CALENDARIO POR
      *>             GRUPO (PD-GRUPO, EN BLANCO = MENSUAL) Y CADA
      *>             EMPLEADO SOLO SE CALCULA CONTRA LOS PERIODOS DE
      *>             SU GRUPO (EM-GRUPO-PAGO). EL PERIODO COMPLETO
      *>             VALE LOS DIAS QUE PAGA PROGNOMI (7 SEMANAL, 15
      *>             QUINCENAL, 30 MENSUAL) Y EL CORTADO NO LOS
      *>             REBASA. LA TABLA DE PERIODOS CRECE A 400.
      *> 2026-10-15  PROGNOMI YA PRORRATEA EL PERIODO ABIERTO POR LA
      *>             FECHA DEL CAMBIO EN SALHIST Y PAGA EL SALARIO
      *>             ANTERIOR HASTA UN DIA ANTES. POR ESO LA DIFERENCIA
      *>             SE CALCULA HASTA LA FECHA EN QUE EL CAMBIO QUEDO
      *>             APLICADO EN SALHIST (YA NO LA DE CAPTURA): EL
      *>             PERIODO QUE CONTIENE ESA FECHA, ABIERTO O
      *>             CERRADO, PAGA SOLO SUS DIAS ANTERIORES A ELLA, Y
      *>             LOS PERIODOS QUE CERRARON MIENTRAS EL CAMBIO
      *>             ESPERABA APROBACION TAMBIEN SE CALCULAN.
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPMAST-FILE    ASSIGN TO "EMPMAST"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS EM-NUMERO
                                   ALTERNATE RECORD KEY IS EM-NOMBRE
                                       WITH DUPLICATES
                                   FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT RETROSOL-FILE   ASSIGN TO "RETROSOL"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-RETROSOL-STATUS.

           SELECT SALHIST-FILE    ASSIGN TO "SALHIST"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-SALHIST-STATUS.

           SELECT PERCAL-FILE     ASSIGN TO "PERCAL"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-PERCAL-STATUS.

           SELECT RETROPAG-FILE   ASSIGN TO "RETROPAG"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS RP-LLAVE
                                   FILE STATUS IS WS-RETROPAG-STATUS.

           SELECT RPTRETR-FILE    ASSIGN TO "RPTRETR"
                                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPMAST-FILE.
       COPY EMPREC.

       FD  RETROSOL-FILE.
       COPY RTSOREG.

       FD  SALHIST-FILE.
       COPY SALHREG.

       FD  PERCAL-FILE.
       COPY PERREG.

       FD  RETROPAG-FILE.
       COPY RTPGREG.

       FD  RPTRETR-FILE.
       01  RPTRETR-LINEA            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY RPTHDR.
       COPY CICLOREG.

       01  WS-TABLA-SOLICITUDES.
           05 WS-SOLICITUD-RENGLON OCCURS 500 TIMES.
              10 WS-SO-REGISTRO     PIC X(51).
              10 WS-SO-CONSERVA     PIC X(01).

       01  WS-TABLA-PERIODOS.
           05 WS-PERIODO-RENGLON OCCURS 400 TIMES.
              10 WS-PE-PERIODO      PIC 9(06).
              10 WS-PE-INICIO       PIC 9(08).
              10 WS-PE-FIN          PIC 9(08).
              10 WS-PE-ESTADO       PIC X(01).
              10 WS-PE-GRUPO        PIC X(01).

       01  WS-TABLA-HISTORIA.
           05 WS-HISTORIA-RENGLON OCCURS 200 TIMES.
              10 WS-HI-FECHA        PIC 9(08).
              10 WS-HI-ANTERIOR     PIC 9(05)V99.
              10 WS-HI-NUEVO        PIC 9(05)V99.

       01  WS-AREAS.
           05 WS-EMPMAST-STATUS   PIC X(02).
           05 WS-RETROSOL-STATUS  PIC X(02).
           05 WS-RETROSOL-EOF     PIC X(01)      VALUE "N".
               88 RETROSOL-EOF                   VALUE "S".
           05 WS-SALHIST-STATUS   PIC X(02).
           05 WS-SALHIST-EOF      PIC X(01)      VALUE "N".
               88 SALHIST-EOF                    VALUE "S".
           05 WS-PERCAL-STATUS    PIC X(02).
           05 WS-PERCAL-EOF       PIC X(01)      VALUE "N".
               88 PERCAL-EOF                     VALUE "S".
           05 WS-RETROPAG-STATUS  PIC X(02).
           05 WS-MAX-SOLICITUDES  PIC 9(03)      VALUE 500.
           05 WS-NUM-SOLICITUDES  PIC 9(03)      VALUE ZERO.
           05 WS-SOL-INDICE       PIC 9(03).
           05 WS-MAX-PERIODOS     PIC 9(03)      VALUE 400.
           05 WS-NUM-PERIODOS     PIC 9(03)      VALUE ZERO.
           05 WS-PER-INDICE       PIC 9(03).
           05 WS-MAX-HISTORIA     PIC 9(03)      VALUE 200.
           05 WS-NUM-HISTORIA     PIC 9(03)      VALUE ZERO.
           05 WS-HIS-INDICE       PIC 9(03).
           05 WS-CONFIRMADA       PIC X(01).
               88 CONFIRMADA                     VALUE "S".
           05 WS-FECHA-HOY        PIC 9(08).
           05 WS-MAX-ESPERA       PIC 9(03)      VALUE 30.
           05 WS-DIAS-ESPERA      PIC S9(05).
           05 WS-FECHA-DESDE      PIC 9(08).
           05 WS-FECHA-APLICADA   PIC 9(08).
           05 WS-DIAS-PERIODO     PIC S9(05).
           05 WS-SALARIO-PAGADO   PIC 9(05)V99.
           05 WS-DIFERENCIA       PIC S9(05)V99.
           05 WS-IMPORTE          PIC S9(05)V99.
           05 WS-NEGATIVA         PIC X(01).
               88 HUBO-NEGATIVA                  VALUE "S".
           05 WS-NOMBRE-EMP       PIC X(35).
           05 WS-GRUPO-EMP        PIC X(01).
           05 WS-DIAS-COMPLETO    PIC 9(02).
           05 WS-TOT-EMPLEADO     PIC S9(07)V99.
           05 WS-TOT-GENERAL      PIC S9(08)V99  VALUE ZERO.
           05 WS-TOT-CALCULADAS   PIC 9(05)      VALUE ZERO.
           05 WS-TOT-EN-ESPERA    PIC 9(05)      VALUE ZERO.
           05 WS-TOT-DESCARTADAS  PIC 9(05)      VALUE ZERO.
           05 WS-TOT-RENGLONES    PIC 9(05)      VALUE ZERO.
           05 WS-TOT-YA-GRABADOS  PIC 9(05)      VALUE ZERO.
           05 WS-CODIGO-RETORNO   PIC 9(02)      VALUE ZERO.
           05 WS-RC-NUEVO         PIC 9(02).
           05 WS-DESCRIPCION-ERROR PIC X(40).

       01  WS-EDITADOS.
           05 WS-DIAS-ED          PIC Z9.
           05 WS-PAGADO-ED        PIC ZZ,ZZ9.99.
           05 WS-NUEVO-ED         PIC ZZ,ZZ9.99.
           05 WS-IMPORTE-ED       PIC -ZZ,ZZ9.99.
           05 WS-TOT-EMPLEADO-ED  PIC -Z,ZZZ,ZZ9.99.
           05 WS-TOT-GENERAL-ED   PIC -ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       000-RAIZ.
           MOVE ZERO TO RETURN-CODE
           ACCEPT CC-HORA-INICIO FROM TIME
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM 007-CARGA-PERIODOS THRU 007-FIN
           IF WS-PERCAL-STATUS NOT = "00"
               PERFORM 085-CONTROL-CICLO THRU 085-FIN
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 011-CARGA-SOLICITUDES THRU 011-FIN
           PERFORM 005-ABRE-EMPMAST THRU 005-FIN
           PERFORM 006-ABRE-RETROPAG THRU 006-FIN
           OPEN OUTPUT RPTRETR-FILE
           PERFORM 010-ESCRIBE-ENCABEZADO THRU 010-FIN
           PERFORM 020-PROCESA-SOLICITUD THRU 020-FIN
                   VARYING WS-SOL-INDICE FROM 1 BY 1
                   UNTIL WS-SOL-INDICE GREATER WS-NUM-SOLICITUDES
           PERFORM 070-IMPRIME-TOTAL THRU 070-FIN
           PERFORM 090-ESCRIBE-PIE THRU 090-FIN
           PERFORM 060-REESCRIBE-COLA THRU 060-FIN
           CLOSE EMPMAST-FILE
           CLOSE RETROPAG-FILE
           CLOSE RPTRETR-FILE
           DISPLAY "SOLICITUDES RETROACTIVAS CALCULADAS: "
                   WS-TOT-CALCULADAS
           DISPLAY "SOLICITUDES EN ESPERA DE APLICARSE: "
                   WS-TOT-EN-ESPERA
           DISPLAY "SOLICITUDES DESCARTADAS: " WS-TOT-DESCARTADAS
           DISPLAY "DIFERENCIAS PENDIENTES DE PAGO GRABADAS: "
                   WS-TOT-RENGLONES
           IF WS-TOT-YA-GRABADOS GREATER ZERO
               DISPLAY "DIFERENCIAS QUE YA ESTABAN GRABADAS: "
                       WS-TOT-YA-GRABADOS
           END-IF
           PERFORM 085-CONTROL-CICLO THRU 085-FIN
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE
           GOBACK.

      *> DEJA EL RENGLON DE ESTE PASO EN EL ARCHIVO DE CONTROL DEL
      *> CICLO, COMO TODOS LOS PASOS DEL CICLO DIARIO.
       085-CONTROL-CICLO.
           MOVE "PROGRETR" TO CC-PROGRAMA
           MOVE WS-NUM-SOLICITUDES TO CC-ENTRADA
           MOVE WS-TOT-RENGLONES TO CC-SALIDA
           MOVE WS-TOT-DESCARTADAS TO CC-RECHAZADOS
           MOVE WS-CODIGO-RETORNO TO CC-RC
           ACCEPT CC-HORA-FIN FROM TIME
           CALL "PROGCCTL" USING "A" CC-REGISTRO.
       085-FIN.  EXIT.

      *> ABRE EL MAESTRO DE EMPLEADOS EN INPUT; SI TODAVIA NO EXISTE LO
      *> CREA VACIO Y LO VUELVE A ABRIR.
       005-ABRE-EMPMAST.
           OPEN INPUT EMPMAST-FILE
           IF WS-EMPMAST-STATUS = "35"
               OPEN OUTPUT EMPMAST-FILE
               CLOSE EMPMAST-FILE
               OPEN INPUT EMPMAST-FILE
           END-IF.
       005-FIN.  EXIT.

      *> ABRE EL MAESTRO DE RETROACTIVOS EN I-O; SI TODAVIA NO EXISTE
      *> LO CREA VACIO Y LO VUELVE A ABRIR, IGUAL QUE CON EMPMAST.
       006-ABRE-RETROPAG.
           OPEN I-O RETROPAG-FILE
           IF WS-RETROPAG-STATUS = "35"
               OPEN OUTPUT RETROPAG-FILE
               CLOSE RETROPAG-FILE
               OPEN I-O RETROPAG-FILE
           END-IF.
       006-FIN.  EXIT.

      *> CARGA EL CALENDARIO DE PERIODOS A UNA TABLA EN MEMORIA (MISMO
      *> PATRON QUE PROGPCIE). SIN CALENDARIO NO HAY PERIODOS CERRADOS
      *> CONTRA QUE CALCULAR: LA COLA SE QUEDA COMO ESTA Y EL PASO
      *> TERMINA CON RC 08.
       007-CARGA-PERIODOS.
           OPEN INPUT PERCAL-FILE
           IF WS-PERCAL-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL CALENDARIO PERCAL; LAS "
                       "SOLICITUDES SE QUEDAN EN LA COLA"
               MOVE 08 TO WS-RC-NUEVO
               MOVE "RETRO: NO SE PUDO ABRIR PERCAL"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               GO TO 007-FIN
           END-IF
           PERFORM 008-LEE-PERIODO THRU 008-FIN
           PERFORM 009-GUARDA-PERIODO THRU 009-FIN
                   UNTIL PERCAL-EOF
           CLOSE PERCAL-FILE.
       007-FIN.  EXIT.

       008-LEE-PERIODO.
           READ PERCAL-FILE
               AT END
                   SET PERCAL-EOF TO TRUE
           END-READ.
       008-FIN.  EXIT.

       009-GUARDA-PERIODO.
           IF WS-NUM-PERIODOS LESS WS-MAX-PERIODOS
               ADD 1 TO WS-NUM-PERIODOS
               MOVE PD-PERIODO      TO WS-PE-PERIODO (WS-NUM-PERIODOS)
               MOVE PD-FECHA-INICIO TO WS-PE-INICIO (WS-NUM-PERIODOS)
               MOVE PD-FECHA-FIN    TO WS-PE-FIN (WS-NUM-PERIODOS)
               MOVE PD-ESTADO       TO WS-PE-ESTADO (WS-NUM-PERIODOS)
               MOVE PD-GRUPO        TO WS-PE-GRUPO (WS-NUM-PERIODOS)
               IF PD-GRUPO = SPACE
                   MOVE "M" TO WS-PE-GRUPO (WS-NUM-PERIODOS)
               END-IF
           ELSE
               DISPLAY "TABLA DE PERIODOS LLENA; SE IGNORA: "
                       PD-PERIODO
               MOVE 04 TO WS-RC-NUEVO
               MOVE "RETRO: TABLA DE PERIODOS LLENA"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
           END-IF
           PERFORM 008-LEE-PERIODO THRU 008-FIN.
       009-FIN.  EXIT.

      *> CARGA LA COLA DE SOLICITUDES EN MEMORIA; AL FINAL DE LA
      *> CORRIDA SE REESCRIBE SOLO CON LAS QUE SIGUEN EN ESPERA. SIN
      *> COLA NO HAY NADA QUE CALCULAR Y EL REGISTRO SALE VACIO.
       011-CARGA-SOLICITUDES.
           OPEN INPUT RETROSOL-FILE
           IF WS-RETROSOL-STATUS NOT = "00"
               DISPLAY "SIN SOLICITUDES DE PAGO RETROACTIVO"
               GO TO 011-FIN
           END-IF
           PERFORM 012-LEE-SOLICITUD THRU 012-FIN
           PERFORM 013-GUARDA-SOLICITUD THRU 013-FIN
                   UNTIL RETROSOL-EOF
           CLOSE RETROSOL-FILE.
       011-FIN.  EXIT.

       012-LEE-SOLICITUD.
           READ RETROSOL-FILE
               AT END
                   SET RETROSOL-EOF TO TRUE
           END-READ.
       012-FIN.  EXIT.

      *> UNA SOLICITUD QUE YA NO CABE EN LA TABLA NO SE PIERDE: SE
      *> AVISA Y QUEDA FUERA DE ESTA CORRIDA, PERO 060 NO LA PUEDE
      *> CONSERVAR, ASI QUE SE PIDE RC 08 PARA QUE SE REVISE.
       013-GUARDA-SOLICITUD.
           IF WS-NUM-SOLICITUDES LESS WS-MAX-SOLICITUDES
               ADD 1 TO WS-NUM-SOLICITUDES
               MOVE RS-REGISTRO TO WS-SO-REGISTRO (WS-NUM-SOLICITUDES)
               MOVE "N" TO WS-SO-CONSERVA (WS-NUM-SOLICITUDES)
           ELSE
               DISPLAY "COLA RETROSOL LLENA; SE PIERDE LA SOLICITUD "
                       "DE: " RS-NUMERO
               MOVE 08 TO WS-RC-NUEVO
               MOVE "RETRO: COLA RETROSOL LLENA"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
           END-IF
           PERFORM 012-LEE-SOLICITUD THRU 012-FIN.
       013-FIN.  EXIT.

      *> ESCRIBE EL ENCABEZADO DEL REGISTRO DE RETROACTIVOS.
       010-ESCRIBE-ENCABEZADO.
           MOVE "REGISTRO DE RETROACTIVOS - PROGRETR" TO RPT-TITULO
           ACCEPT RPT-FECHA FROM DATE
           MOVE RPT-ENCABEZADO TO RPTRETR-LINEA
           WRITE RPTRETR-LINEA
           MOVE SPACES TO RPTRETR-LINEA
           STRING "NUMERO NOMBRE               PERIODO DIAS"
                                               DELIMITED BY SIZE
                  "    PAGADO     NUEVO  DIFERENCIA"
                                               DELIMITED BY SIZE
                  INTO RPTRETR-LINEA
           WRITE RPTRETR-LINEA
           MOVE SPACES TO RPTRETR-LINEA
           WRITE RPTRETR-LINEA.
       010-FIN.  EXIT.

      *> PROCESA UNA SOLICITUD DE LA COLA: SI EL HISTORIAL YA MUESTRA
      *> EL SALARIO NUEVO SE CALCULAN SUS PERIODOS CERRADOS; SI NO,
      *> ESPERA (HASTA WS-MAX-ESPERA DIAS DESDE SU CAPTURA).
       020-PROCESA-SOLICITUD.
           MOVE WS-SO-REGISTRO (WS-SOL-INDICE) TO RS-REGISTRO
           IF RS-NUMERO NOT NUMERIC
              OR RS-FECHA-EFECTIVA NOT NUMERIC
              OR RS-FECHA-CAPTURA NOT NUMERIC
              OR RS-SALARIO-NUEVO NOT NUMERIC
               DISPLAY "SOLICITUD RETROACTIVA ILEGIBLE; SE DESCARTA"
               ADD 1 TO WS-TOT-DESCARTADAS
               MOVE 04 TO WS-RC-NUEVO
               MOVE "RETRO: SOLICITUD ILEGIBLE, SE DESCARTA"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               GO TO 020-FIN
           END-IF
           PERFORM 030-CARGA-HISTORIA THRU 030-FIN
           IF NOT CONFIRMADA
               CALL "PROGCDIA" USING RS-FECHA-CAPTURA WS-FECHA-HOY
                                     WS-DIAS-ESPERA
               IF WS-DIAS-ESPERA GREATER WS-MAX-ESPERA
                   DISPLAY "CAMBIO DE SALARIO NUNCA APLICADO; SE "
                           "DESCARTA EL RETROACTIVO DE: " RS-NUMERO
                   ADD 1 TO WS-TOT-DESCARTADAS
                   MOVE 04 TO WS-RC-NUEVO
                   MOVE "RETRO: CAMBIO NUNCA APLICADO, DESCARTADO"
                        TO WS-DESCRIPCION-ERROR
                   PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               ELSE
                   MOVE "S" TO WS-SO-CONSERVA (WS-SOL-INDICE)
                   ADD 1 TO WS-TOT-EN-ESPERA
               END-IF
               GO TO 020-FIN
           END-IF
           MOVE RS-NUMERO TO EM-NUMERO
           MOVE "M" TO WS-GRUPO-EMP
           READ EMPMAST-FILE
               INVALID KEY
                   MOVE ALL "?" TO WS-NOMBRE-EMP
               NOT INVALID KEY
                   MOVE EM-NOMBRE TO WS-NOMBRE-EMP
                   IF EM-PAGO-SEMANAL OR EM-PAGO-QUINCENAL
                       MOVE EM-GRUPO-PAGO TO WS-GRUPO-EMP
                   END-IF
           END-READ
           EVALUATE WS-GRUPO-EMP
               WHEN "S"
                   MOVE 7 TO WS-DIAS-COMPLETO
               WHEN "Q"
                   MOVE 15 TO WS-DIAS-COMPLETO
               WHEN OTHER
                   MOVE 30 TO WS-DIAS-COMPLETO
           END-EVALUATE
           MOVE ZERO TO WS-TOT-EMPLEADO
           MOVE "N" TO WS-NEGATIVA
           PERFORM 040-CALCULA-PERIODO THRU 040-FIN
                   VARYING WS-PER-INDICE FROM 1 BY 1
                   UNTIL WS-PER-INDICE GREATER WS-NUM-PERIODOS
           PERFORM 055-TOTAL-EMPLEADO THRU 055-FIN
           IF HUBO-NEGATIVA
               DISPLAY "DIFERENCIA RETROACTIVA NEGATIVA, NO SE "
                       "DESCUENTA: " RS-NUMERO
               MOVE 04 TO WS-RC-NUEVO
               MOVE "RETRO: DIFERENCIA NEGATIVA, NO SE COBRA"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
           END-IF
           ADD 1 TO WS-TOT-CALCULADAS.
       020-FIN.  EXIT.

      *> LEE SALHIST Y GUARDA LAS LINEAS DEL EMPLEADO ANTERIORES AL
      *> CAMBIO SOLICITADO, EN ORDEN CRONOLOGICO. EL CAMBIO QUEDA
      *> CONFIRMADO EN LA PRIMERA LINEA DESDE EL DIA DE CAPTURA QUE
      *> LLEVA EL SALARIO NUEVO; LO QUE SIGUE YA NO SE GUARDA.
       030-CARGA-HISTORIA.
           MOVE ZERO TO WS-NUM-HISTORIA
           MOVE "N" TO WS-CONFIRMADA
           MOVE "N" TO WS-SALHIST-EOF
           OPEN INPUT SALHIST-FILE
           IF WS-SALHIST-STATUS NOT = "00"
               GO TO 030-FIN
           END-IF
           PERFORM 031-LEE-SALHIST THRU 031-FIN
           PERFORM 032-GUARDA-HISTORIA THRU 032-FIN
                   UNTIL SALHIST-EOF
                      OR CONFIRMADA
           CLOSE SALHIST-FILE.
       030-FIN.  EXIT.

       031-LEE-SALHIST.
           READ SALHIST-FILE
               AT END
                   SET SALHIST-EOF TO TRUE
           END-READ.
       031-FIN.  EXIT.

       032-GUARDA-HISTORIA.
           IF SH-NUMERO NOT = RS-NUMERO
               GO TO 032-SIGUIENTE
           END-IF
           IF SH-FECHA NOT LESS RS-FECHA-CAPTURA
              AND SH-SALARIO-NUEVO = RS-SALARIO-NUEVO
               MOVE "S" TO WS-CONFIRMADA
               MOVE SH-FECHA TO WS-FECHA-APLICADA
               GO TO 032-FIN
           END-IF
           IF WS-NUM-HISTORIA LESS WS-MAX-HISTORIA
               ADD 1 TO WS-NUM-HISTORIA
               MOVE SH-FECHA            TO WS-HI-FECHA (WS-NUM-HISTORIA)
               MOVE SH-SALARIO-ANTERIOR
                    TO WS-HI-ANTERIOR (WS-NUM-HISTORIA)
               MOVE SH-SALARIO-NUEVO    TO WS-HI-NUEVO (WS-NUM-HISTORIA)
           ELSE
               DISPLAY "HISTORIAL DE SALARIOS LLENO PARA: " RS-NUMERO
               MOVE 04 TO WS-RC-NUEVO
               MOVE "RETRO: TABLA DE HISTORIAL LLENA"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
           END-IF.
       032-SIGUIENTE.
           PERFORM 031-LEE-SALHIST THRU 031-FIN.
       032-FIN.  EXIT.

      *> DIFERENCIA DE UN PERIODO: LOS DEL GRUPO DE PAGO DEL EMPLEADO
      *> QUE TERMINAN EN O DESPUES DE LA FECHA EFECTIVA Y EMPIEZAN
      *> ANTES DE LA FECHA EN QUE EL CAMBIO QUEDO APLICADO; CERRADOS,
      *> O EL ABIERTO QUE CONTIENE ESA FECHA. EL PERIODO QUE LA FECHA
      *> EFECTIVA CORTA A LA MITAD PAGA SOLO SUS DIAS DESDE ESA FECHA,
      *> Y EL QUE CONTIENE LA FECHA APLICADA SOLO LOS ANTERIORES A
      *> ELLA (DESDE ESA FECHA PROGNOMI YA PAGA EL SALARIO NUEVO).
       040-CALCULA-PERIODO.
           IF WS-PE-GRUPO (WS-PER-INDICE) NOT = WS-GRUPO-EMP
              OR WS-PE-FIN (WS-PER-INDICE) LESS RS-FECHA-EFECTIVA
              OR WS-PE-INICIO (WS-PER-INDICE)
                 NOT LESS WS-FECHA-APLICADA
               GO TO 040-FIN
           END-IF
           IF WS-PE-ESTADO (WS-PER-INDICE) NOT = "C"
              AND WS-PE-FIN (WS-PER-INDICE) LESS WS-FECHA-APLICADA
               GO TO 040-FIN
           END-IF
           MOVE WS-PE-INICIO (WS-PER-INDICE) TO WS-FECHA-DESDE
           IF RS-FECHA-EFECTIVA GREATER WS-PE-INICIO (WS-PER-INDICE)
               MOVE RS-FECHA-EFECTIVA TO WS-FECHA-DESDE
           END-IF
           IF WS-FECHA-APLICADA NOT GREATER WS-PE-FIN (WS-PER-INDICE)
               CALL "PROGCDIA" USING WS-FECHA-DESDE
                                     WS-FECHA-APLICADA
                                     WS-DIAS-PERIODO
               IF WS-DIAS-PERIODO GREATER WS-DIAS-COMPLETO
                   MOVE WS-DIAS-COMPLETO TO WS-DIAS-PERIODO
               END-IF
           ELSE
               IF RS-FECHA-EFECTIVA GREATER WS-PE-INICIO (WS-PER-INDICE)
                   CALL "PROGCDIA" USING WS-FECHA-DESDE
                                         WS-PE-FIN (WS-PER-INDICE)
                                         WS-DIAS-PERIODO
                   ADD 1 TO WS-DIAS-PERIODO
                   IF WS-DIAS-PERIODO GREATER WS-DIAS-COMPLETO
                       MOVE WS-DIAS-COMPLETO TO WS-DIAS-PERIODO
                   END-IF
               ELSE
                   MOVE WS-DIAS-COMPLETO TO WS-DIAS-PERIODO
               END-IF
           END-IF
           IF WS-DIAS-PERIODO NOT GREATER ZERO
               GO TO 040-FIN
           END-IF
           PERFORM 045-SALARIO-PAGADO THRU 045-FIN
           COMPUTE WS-DIFERENCIA = RS-SALARIO-NUEVO - WS-SALARIO-PAGADO
           IF WS-DIFERENCIA = ZERO
               GO TO 040-FIN
           END-IF
           COMPUTE WS-IMPORTE ROUNDED =
                   WS-DIFERENCIA * WS-DIAS-PERIODO / 30
           IF WS-IMPORTE LESS ZERO
               MOVE "S" TO WS-NEGATIVA
           ELSE
               PERFORM 048-GRABA-RETROPAG THRU 048-FIN
               ADD WS-IMPORTE TO WS-TOT-EMPLEADO
           END-IF
           PERFORM 050-IMPRIME-RENGLON THRU 050-FIN.
       040-FIN.  EXIT.

      *> SALARIO QUE SE PAGO EN EL PERIODO: EL QUE QUEDO VIGENTE AL
      *> FIN DEL PERIODO SEGUN LAS LINEAS DEL HISTORIAL ANTERIORES AL
      *> CAMBIO. SI NINGUNA LINEA ES DE ANTES DEL FIN, RIGE EL SALARIO
      *> ANTERIOR DE LA PRIMERA (O EL DE LA SOLICITUD SI NO HAY).
       045-SALARIO-PAGADO.
           IF WS-NUM-HISTORIA = ZERO
               MOVE RS-SALARIO-ANTERIOR TO WS-SALARIO-PAGADO
               GO TO 045-FIN
           END-IF
           MOVE WS-HI-ANTERIOR (1) TO WS-SALARIO-PAGADO
           PERFORM 046-BUSCA-PAGADO THRU 046-FIN
                   VARYING WS-HIS-INDICE FROM 1 BY 1
                   UNTIL WS-HIS-INDICE GREATER WS-NUM-HISTORIA.
       045-FIN.  EXIT.

       046-BUSCA-PAGADO.
           IF WS-HI-FECHA (WS-HIS-INDICE)
              NOT GREATER WS-PE-FIN (WS-PER-INDICE)
               MOVE WS-HI-NUEVO (WS-HIS-INDICE) TO WS-SALARIO-PAGADO
           END-IF.
       046-FIN.  EXIT.

      *> DEJA LA DIFERENCIA PENDIENTE DE PAGO EN RETROPAG. SI LA
      *> LLAVE YA EXISTE (REINICIO DEL PASO DESPUES DE GRABARLA) NO
      *> SE DUPLICA.
       048-GRABA-RETROPAG.
           MOVE RS-NUMERO                    TO RP-NUMERO
           MOVE WS-PE-PERIODO (WS-PER-INDICE) TO RP-PERIODO
           MOVE RS-FECHA-CAPTURA             TO RP-FECHA-CAPTURA
           MOVE RS-FECHA-EFECTIVA            TO RP-FECHA-EFECTIVA
           MOVE WS-DIAS-PERIODO              TO RP-DIAS
           MOVE WS-SALARIO-PAGADO            TO RP-SALARIO-PAGADO
           MOVE RS-SALARIO-NUEVO             TO RP-SALARIO-NUEVO
           MOVE WS-IMPORTE                   TO RP-IMPORTE
           SET RP-PENDIENTE TO TRUE
           MOVE ZERO                         TO RP-PERIODO-PAGO
           WRITE RP-REGISTRO
               INVALID KEY
                   ADD 1 TO WS-TOT-YA-GRABADOS
                   GO TO 048-FIN
           END-WRITE
           ADD 1 TO WS-TOT-RENGLONES.
       048-FIN.  EXIT.

      *> UN RENGLON DEL REGISTRO: EMPLEADO, PERIODO, DIAS, SALARIO
      *> PAGADO, SALARIO NUEVO Y DIFERENCIA (LA NEGATIVA SE MARCA
      *> COMO NO DESCONTADA).
       050-IMPRIME-RENGLON.
           MOVE WS-DIAS-PERIODO   TO WS-DIAS-ED
           MOVE WS-SALARIO-PAGADO TO WS-PAGADO-ED
           MOVE RS-SALARIO-NUEVO  TO WS-NUEVO-ED
           MOVE WS-IMPORTE        TO WS-IMPORTE-ED
           MOVE SPACES TO RPTRETR-LINEA
           STRING RS-NUMERO                     DELIMITED BY SIZE
                  "  "                           DELIMITED BY SIZE
                  WS-NOMBRE-EMP (1:20)           DELIMITED BY SIZE
                  " "                            DELIMITED BY SIZE
                  WS-PE-PERIODO (WS-PER-INDICE)  DELIMITED BY SIZE
                  "   "                          DELIMITED BY SIZE
                  WS-DIAS-ED                     DELIMITED BY SIZE
                  " "                            DELIMITED BY SIZE
                  WS-PAGADO-ED                   DELIMITED BY SIZE
                  " "                            DELIMITED BY SIZE
                  WS-NUEVO-ED                    DELIMITED BY SIZE
                  "  "                           DELIMITED BY SIZE
                  WS-IMPORTE-ED                  DELIMITED BY SIZE
                  INTO RPTRETR-LINEA
           IF WS-IMPORTE LESS ZERO
               MOVE "NO SE COBRA" TO RPTRETR-LINEA (70:11)
           END-IF
           WRITE RPTRETR-LINEA
           ADD 1 TO RPT-TOTAL-REGS.
       050-FIN.  EXIT.

      *> TOTAL DEL EMPLEADO (SOLO LO QUE SE VA A PAGAR) Y SU FECHA
      *> EFECTIVA, SEGUIDO DE UN RENGLON EN BLANCO.
       055-TOTAL-EMPLEADO.
           MOVE WS-TOT-EMPLEADO TO WS-TOT-EMPLEADO-ED
           MOVE SPACES TO RPTRETR-LINEA
           STRING "      TOTAL DEL EMPLEADO (EFECTIVO AL "
                                               DELIMITED BY SIZE
                  RS-FECHA-EFECTIVA           DELIMITED BY SIZE
                  "):       "                 DELIMITED BY SIZE
                  WS-TOT-EMPLEADO-ED          DELIMITED BY SIZE
                  INTO RPTRETR-LINEA
           WRITE RPTRETR-LINEA
           MOVE SPACES TO RPTRETR-LINEA
           WRITE RPTRETR-LINEA
           ADD WS-TOT-EMPLEADO TO WS-TOT-GENERAL.
       055-FIN.  EXIT.

      *> REESCRIBE LA COLA SOLO CON LAS SOLICITUDES QUE SIGUEN EN
      *> ESPERA DE QUE SU CAMBIO SE APLIQUE.
       060-REESCRIBE-COLA.
           OPEN OUTPUT RETROSOL-FILE
           PERFORM 061-ESCRIBE-SOLICITUD THRU 061-FIN
                   VARYING WS-SOL-INDICE FROM 1 BY 1
                   UNTIL WS-SOL-INDICE GREATER WS-NUM-SOLICITUDES
           CLOSE RETROSOL-FILE.
       060-FIN.  EXIT.

       061-ESCRIBE-SOLICITUD.
           IF WS-SO-CONSERVA (WS-SOL-INDICE) = "S"
               MOVE WS-SO-REGISTRO (WS-SOL-INDICE) TO RS-REGISTRO
               WRITE RS-REGISTRO
           END-IF.
       061-FIN.  EXIT.

      *> TOTAL GENERAL A PAGAR EN LA SIGUIENTE NOMINA Y LOS RENGLONES
      *> DE FIRMA DE RECURSOS HUMANOS.
       070-IMPRIME-TOTAL.
           MOVE WS-TOT-GENERAL TO WS-TOT-GENERAL-ED
           MOVE ALL "-" TO RPTRETR-LINEA
           WRITE RPTRETR-LINEA
           MOVE SPACES TO RPTRETR-LINEA
           STRING "TOTAL RETROACTIVO A PAGAR EN LA SIGUIENTE NOMINA: "
                                               DELIMITED BY SIZE
                  WS-TOT-GENERAL-ED           DELIMITED BY SIZE
                  INTO RPTRETR-LINEA
           WRITE RPTRETR-LINEA
           MOVE SPACES TO RPTRETR-LINEA
           WRITE RPTRETR-LINEA
           WRITE RPTRETR-LINEA
           STRING "ELABORO: ______________________   "
                                               DELIMITED BY SIZE
                  "REVISO RECURSOS HUMANOS: ____________________"
                                               DELIMITED BY SIZE
                  INTO RPTRETR-LINEA
           WRITE RPTRETR-LINEA
           MOVE SPACES TO RPTRETR-LINEA
           WRITE RPTRETR-LINEA
           MOVE "AUTORIZO: ______________________" TO RPTRETR-LINEA
           WRITE RPTRETR-LINEA.
       070-FIN.  EXIT.

      *> ELEVA WS-CODIGO-RETORNO A WS-RC-NUEVO SI ESTE ES MAS SEVERO Y
      *> DEJA CONSTANCIA EN LA BITACORA COMUN DE ERRORES (ERRLOG).
       080-ACTUALIZA-RC.
           IF WS-RC-NUEVO GREATER WS-CODIGO-RETORNO
               MOVE WS-RC-NUEVO TO WS-CODIGO-RETORNO
           END-IF
           CALL "PROGERRL" USING "PROGRETR" WS-RC-NUEVO
                                  WS-DESCRIPCION-ERROR.
       080-FIN.  EXIT.

      *> ESCRIBE EL PIE CON EL TOTAL DE RENGLONES DEL REGISTRO.
       090-ESCRIBE-PIE.
           MOVE SPACES TO RPTRETR-LINEA
           WRITE RPTRETR-LINEA
           MOVE RPT-TOTAL-REGS TO RPT-TOTAL-REGS-ED
           MOVE RPT-PIE TO RPTRETR-LINEA
           WRITE RPTRETR-LINEA.
       090-FIN.  EXIT.
