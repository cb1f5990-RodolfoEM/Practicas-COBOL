      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGNHCA.
      *AUTHOR.                    FERNANDO TOLEDO.
      *INSTALLATION.              CENTRO DE CAPACITACION.
      *DATE-WRITTEN.              2026-10-15.
      *DATE-COMPILED.
      *SECURITY.                  NO ES CONFIDENCIAL.
      *> ------------------------------------------------------
      *> CARGA DEL HISTORICO DE NOMINA: NOMIDET ES UNA GENERACION
      *> NUEVA CADA NOCHE Y LAS VIEJAS SE VAN CAYENDO, ASI QUE UN
      *> RECIBO DE HACE MESES O EL DETALLE DE DOS ANOS PARA UNA
      *> DEMANDA LABORAL OBLIGABAN A RESTAURAR GENERACIONES. ESTE
      *> PASO PASA CADA RENGLON DEL DETALLE DE LA CORRIDA (NOMIDET,
      *> COPY NOMDREG) AL HISTORICO INDEXADO NOMHIST (COPY NHISREG)
      *> CON LA LLAVE EMPLEADO/PERIODO/GRUPO. EL PERIODO SALE DEL
      *> CALENDARIO PERCAL (VIA PROGGPER, COMO PROGNOMI): ES EL DEL
      *> GRUPO DE PAGO DEL EMPLEADO QUE CIERRA EN LA FECHA DE LA
      *> CORRIDA, EL MISMO QUE PROGNOMI ACABA DE PAGAR. UN RENGLON
      *> CUYO GRUPO NO TIENE PERIODO QUE CIERRE ESE DIA NO ES DE UN
      *> PERIODO CERRADO Y SE RECHAZA (RC 04). EL NOMBRE, RFC Y CURP
      *> SE GUARDAN COMO ESTABAN EN EL MAESTRO (O EN EL HISTORICO
      *> EMPHIST SI YA SE ARCHIVO), PARA QUE LA REIMPRESION SALGA
      *> IGUAL AUNQUE DESPUES CAMBIEN. SI LA LLAVE YA EXISTE (UN
      *> REINICIO QUE REPITE EL PASO) EL REGISTRO SE REEMPLAZA.
      *> EL SYSIN TRAE LA FECHA DE LA CORRIDA (AAAAMMDD; 0 = HOY):
      *> CON UNA GENERACION VIEJA RESTAURADA Y SU FECHA SE CARGAN
      *> TAMBIEN LOS PERIODOS ANTERIORES AL HISTORICO. SIN
      *> CALENDARIO O SIN NOMIDET EL PASO TERMINA CON RC 08.
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOMIDET-FILE    ASSIGN TO "NOMIDET"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-NOMIDET-STATUS.

           SELECT NOMHIST-FILE    ASSIGN TO "NOMHIST"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS NH-LLAVE
                                   FILE STATUS IS WS-NOMHIST-STATUS.

           SELECT EMPMAST-FILE    ASSIGN TO "EMPMAST"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS EM-NUMERO
                                   ALTERNATE RECORD KEY IS EM-NOMBRE
                                       WITH DUPLICATES
                                   FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT EMPHIST-FILE    ASSIGN TO "EMPHIST"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS HI-NUMERO
                                   FILE STATUS IS WS-EMPHIST-STATUS.

           SELECT RPTNHCA-FILE    ASSIGN TO "RPTNHCA"
                                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  NOMIDET-FILE.
       COPY NOMDREG.

       FD  NOMHIST-FILE.
       COPY NHISREG.

       FD  EMPMAST-FILE.
       COPY EMPREC.

       FD  EMPHIST-FILE.
       COPY EMPHREC.

       FD  RPTNHCA-FILE.
       01  RPTNHCA-LINEA            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY RPTHDR.
       COPY CICLOREG.
       COPY GRUPTAB.

       01  WS-AREAS.
           05 WS-NOMIDET-STATUS   PIC X(02).
           05 WS-NOMHIST-STATUS   PIC X(02).
           05 WS-EMPMAST-STATUS   PIC X(02).
           05 WS-EMPHIST-STATUS   PIC X(02).
           05 WS-NOMIDET-EOF      PIC X(01)      VALUE "N".
               88 NOMIDET-EOF                    VALUE "S".
           05 WS-EMPMAST-ABIERTO  PIC X(01)      VALUE "N".
               88 EMPMAST-ABIERTO                VALUE "S".
           05 WS-EMPHIST-ABIERTO  PIC X(01)      VALUE "N".
               88 EMPHIST-ABIERTO                VALUE "S".
           05 WS-FECHA-HOY        PIC 9(08).
           05 WS-FECHA-CORRIDA    PIC 9(08).
           05 WS-GRUPO-POS        PIC 9(01).
           05 WS-GRUPO-INDICE     PIC 9(01).
           05 WS-GRUPO-EMP        PIC X(01).
           05 WS-EMPLEADO-HALLADO PIC X(01).
               88 EMPLEADO-HALLADO               VALUE "S".
           05 WS-MOTIVO           PIC X(30).
           05 WS-TOT-LEIDOS       PIC 9(07)      VALUE ZERO.
           05 WS-TOT-CARGADOS     PIC 9(07)      VALUE ZERO.
           05 WS-TOT-REEMPLAZADOS PIC 9(07)      VALUE ZERO.
           05 WS-TOT-RECHAZADOS   PIC 9(07)      VALUE ZERO.
           05 WS-CODIGO-RETORNO   PIC 9(02)      VALUE ZERO.
           05 WS-RC-NUEVO         PIC 9(02).
           05 WS-DESCRIPCION-ERROR PIC X(40).

      *> RENGLONES CARGADOS POR GRUPO DE PAGO, PARA EL PIE.
       01  WS-CARGADOS-GRUPO.
           05 WS-CG-CUENTA        PIC 9(07)      OCCURS 3 TIMES.

       01  WS-EDITADOS.
           05 WS-CUENTA-ED        PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       000-RAIZ.
           MOVE ZERO TO RETURN-CODE
           ACCEPT CC-HORA-INICIO FROM TIME
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           DISPLAY "FECHA DE LA CORRIDA A CARGAR (AAAAMMDD; 0 = HOY): "
           ACCEPT WS-FECHA-CORRIDA
           IF WS-FECHA-CORRIDA NOT NUMERIC OR WS-FECHA-CORRIDA = ZERO
               MOVE WS-FECHA-HOY TO WS-FECHA-CORRIDA
           END-IF
           MOVE ZERO TO WS-CG-CUENTA (1)
           MOVE ZERO TO WS-CG-CUENTA (2)
           MOVE ZERO TO WS-CG-CUENTA (3)
           OPEN OUTPUT RPTNHCA-FILE
           PERFORM 010-ESCRIBE-ENCABEZADO THRU 010-FIN
           PERFORM 012-CARGA-DETALLE THRU 012-FIN
           PERFORM 090-ESCRIBE-PIE THRU 090-FIN
           CLOSE RPTNHCA-FILE
           MOVE "PROGNHCA" TO CC-PROGRAMA
           MOVE WS-TOT-LEIDOS TO CC-ENTRADA
           COMPUTE CC-SALIDA = WS-TOT-CARGADOS + WS-TOT-REEMPLAZADOS
           MOVE WS-TOT-RECHAZADOS TO CC-RECHAZADOS
           MOVE WS-CODIGO-RETORNO TO CC-RC
           ACCEPT CC-HORA-FIN FROM TIME
           CALL "PROGCCTL" USING "A" CC-REGISTRO
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE
           GOBACK.

      *> ABRE EL HISTORICO EN I-O; SI TODAVIA NO EXISTE LO CREA VACIO
      *> Y LO VUELVE A ABRIR.
       005-ABRE-NOMHIST.
           OPEN I-O NOMHIST-FILE
           IF WS-NOMHIST-STATUS = "35"
               OPEN OUTPUT NOMHIST-FILE
               CLOSE NOMHIST-FILE
               OPEN I-O NOMHIST-FILE
           END-IF.
       005-FIN.  EXIT.

      *> ENCABEZADO CON LA FECHA DE LA CORRIDA QUE SE CARGA.
       010-ESCRIBE-ENCABEZADO.
           MOVE "CARGA DEL HISTORICO DE NOMINA - PROGNHCA"
                TO RPT-TITULO
           ACCEPT RPT-FECHA FROM DATE
           MOVE RPT-ENCABEZADO TO RPTNHCA-LINEA
           WRITE RPTNHCA-LINEA
           MOVE SPACES TO RPTNHCA-LINEA
           STRING "FECHA DE LA CORRIDA: " DELIMITED BY SIZE
                  WS-FECHA-CORRIDA         DELIMITED BY SIZE
                  INTO RPTNHCA-LINEA
           WRITE RPTNHCA-LINEA
           MOVE SPACES TO RPTNHCA-LINEA
           WRITE RPTNHCA-LINEA.
       010-FIN.  EXIT.

      *> UBICA LA FECHA DE LA CORRIDA EN EL CALENDARIO DE CADA GRUPO
      *> Y PASA TODO EL DETALLE AL HISTORICO.
       012-CARGA-DETALLE.
           CALL "PROGGPER" USING WS-FECHA-CORRIDA GP-GRUPOS
           IF GP-SIN-CALENDARIO
               DISPLAY "NO HAY CALENDARIO PERCAL; NO SE CARGA NADA"
               MOVE 08 TO WS-RC-NUEVO
               MOVE "HISTORICO NOMINA: SIN CALENDARIO PERCAL"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               GO TO 012-FIN
           END-IF
           OPEN INPUT NOMIDET-FILE
           IF WS-NOMIDET-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR NOMIDET; NO SE CARGA NADA"
               MOVE 08 TO WS-RC-NUEVO
               MOVE "HISTORICO NOMINA: NO SE ABRIO NOMIDET"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               GO TO 012-FIN
           END-IF
           PERFORM 005-ABRE-NOMHIST THRU 005-FIN
           OPEN INPUT EMPMAST-FILE
           IF WS-EMPMAST-STATUS = "00"
               SET EMPMAST-ABIERTO TO TRUE
           END-IF
           OPEN INPUT EMPHIST-FILE
           IF WS-EMPHIST-STATUS = "00"
               SET EMPHIST-ABIERTO TO TRUE
           END-IF
           PERFORM 015-LEE-DETALLE THRU 015-FIN
           PERFORM 020-CARGA-RENGLON THRU 020-FIN
                   UNTIL NOMIDET-EOF
           CLOSE NOMIDET-FILE
           CLOSE NOMHIST-FILE
           IF EMPMAST-ABIERTO
               CLOSE EMPMAST-FILE
           END-IF
           IF EMPHIST-ABIERTO
               CLOSE EMPHIST-FILE
           END-IF.
       012-FIN.  EXIT.

       015-LEE-DETALLE.
           READ NOMIDET-FILE
               AT END
                   SET NOMIDET-EOF TO TRUE
           END-READ.
       015-FIN.  EXIT.

      *> UBICA EL PERIODO DEL GRUPO DEL EMPLEADO Y GRABA (O
      *> REEMPLAZA) SU RENGLON EN EL HISTORICO.
       020-CARGA-RENGLON.
           ADD 1 TO WS-TOT-LEIDOS
           MOVE SPACES TO NH-REGISTRO
           PERFORM 030-BUSCA-EMPLEADO THRU 030-FIN
           IF NOT EMPLEADO-HALLADO
               MOVE "NO ESTA EN EMPMAST NI EMPHIST" TO WS-MOTIVO
               PERFORM 040-RECHAZA-RENGLON THRU 040-FIN
               GO TO 020-SIGUIENTE
           END-IF
           EVALUATE WS-GRUPO-EMP
               WHEN "S"
                   MOVE 1 TO WS-GRUPO-POS
               WHEN "Q"
                   MOVE 2 TO WS-GRUPO-POS
               WHEN OTHER
                   MOVE 3 TO WS-GRUPO-POS
           END-EVALUATE
           IF GP-SIN-PERIODO (WS-GRUPO-POS)
              OR NOT GP-CIERRA-HOY (WS-GRUPO-POS)
               MOVE "SU GRUPO NO CIERRA PERIODO" TO WS-MOTIVO
               PERFORM 040-RECHAZA-RENGLON THRU 040-FIN
               GO TO 020-SIGUIENTE
           END-IF
           MOVE ND-NUMERO                    TO NH-NUMERO
           MOVE GP-PERIODO (WS-GRUPO-POS)    TO NH-PERIODO
           MOVE GP-CLAVE (WS-GRUPO-POS)      TO NH-GRUPO
           MOVE GP-INICIO (WS-GRUPO-POS)     TO NH-FECHA-INICIO
           MOVE GP-FIN (WS-GRUPO-POS)        TO NH-FECHA-FIN
           MOVE WS-FECHA-HOY                 TO NH-FECHA-CARGA
           MOVE ND-REGISTRO                  TO NH-DETALLE
           WRITE NH-REGISTRO
           IF WS-NOMHIST-STATUS = "22"
               REWRITE NH-REGISTRO
               IF WS-NOMHIST-STATUS = "00"
                   ADD 1 TO WS-TOT-REEMPLAZADOS
                   ADD 1 TO WS-CG-CUENTA (WS-GRUPO-POS)
               END-IF
           ELSE
               IF WS-NOMHIST-STATUS = "00"
                   ADD 1 TO WS-TOT-CARGADOS
                   ADD 1 TO WS-CG-CUENTA (WS-GRUPO-POS)
               END-IF
           END-IF
           IF WS-NOMHIST-STATUS NOT = "00"
               MOVE "NO SE PUDO GRABAR EN NOMHIST" TO WS-MOTIVO
               PERFORM 040-RECHAZA-RENGLON THRU 040-FIN
           END-IF.
       020-SIGUIENTE.
           PERFORM 015-LEE-DETALLE THRU 015-FIN.
       020-FIN.  EXIT.

      *> NOMBRE, RFC, CURP Y GRUPO DE PAGO DEL EMPLEADO: DEL MAESTRO
      *> O, SI YA SE ARCHIVO, DEL HISTORICO EMPHIST.
       030-BUSCA-EMPLEADO.
           MOVE "N" TO WS-EMPLEADO-HALLADO
           IF EMPMAST-ABIERTO
               MOVE ND-NUMERO TO EM-NUMERO
               READ EMPMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EM-NOMBRE     TO NH-NOMBRE
                       MOVE EM-RFC        TO NH-RFC
                       MOVE EM-CURP       TO NH-CURP
                       MOVE EM-GRUPO-PAGO TO WS-GRUPO-EMP
                       SET EMPLEADO-HALLADO TO TRUE
               END-READ
           END-IF
           IF EMPLEADO-HALLADO OR NOT EMPHIST-ABIERTO
               GO TO 030-FIN
           END-IF
           MOVE ND-NUMERO TO HI-NUMERO
           READ EMPHIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE HI-NOMBRE     TO NH-NOMBRE
                   MOVE HI-RFC        TO NH-RFC
                   MOVE HI-CURP       TO NH-CURP
                   MOVE HI-GRUPO-PAGO TO WS-GRUPO-EMP
                   SET EMPLEADO-HALLADO TO TRUE
           END-READ.
       030-FIN.  EXIT.

      *> EL RENGLON QUE NO SE PUDO CARGAR SE LISTA CON SU MOTIVO Y
      *> DEJA EL PASO EN ADVERTENCIA.
       040-RECHAZA-RENGLON.
           ADD 1 TO WS-TOT-RECHAZADOS
           MOVE SPACES TO RPTNHCA-LINEA
           STRING "NO SE CARGO EL EMPLEADO " DELIMITED BY SIZE
                  ND-NUMERO                  DELIMITED BY SIZE
                  ": "                       DELIMITED BY SIZE
                  WS-MOTIVO                  DELIMITED BY SIZE
                  INTO RPTNHCA-LINEA
           WRITE RPTNHCA-LINEA
           MOVE 04 TO WS-RC-NUEVO
           MOVE "HISTORICO NOMINA: RENGLON NO CARGADO"
                TO WS-DESCRIPCION-ERROR
           PERFORM 080-ACTUALIZA-RC THRU 080-FIN.
       040-FIN.  EXIT.

      *> ELEVA WS-CODIGO-RETORNO A WS-RC-NUEVO SI ESTE ES MAS SEVERO Y
      *> DEJA CONSTANCIA EN LA BITACORA COMUN DE ERRORES (ERRLOG).
       080-ACTUALIZA-RC.
           IF WS-RC-NUEVO GREATER WS-CODIGO-RETORNO
               MOVE WS-RC-NUEVO TO WS-CODIGO-RETORNO
           END-IF
           CALL "PROGERRL" USING "PROGNHCA" WS-RC-NUEVO
                   WS-DESCRIPCION-ERROR.
       080-FIN.  EXIT.

      *> PIE: PERIODO Y RENGLONES CARGADOS DE CADA GRUPO QUE CERRO, Y
      *> LOS TOTALES DE LA CARGA.
       090-ESCRIBE-PIE.
           MOVE SPACES TO RPTNHCA-LINEA
           WRITE RPTNHCA-LINEA
           IF GP-CON-CALENDARIO
               PERFORM 092-PIE-GRUPO THRU 092-FIN
                       VARYING WS-GRUPO-INDICE FROM 1 BY 1
                       UNTIL WS-GRUPO-INDICE GREATER 3
           END-IF
           MOVE WS-TOT-LEIDOS TO WS-CUENTA-ED
           MOVE SPACES TO RPTNHCA-LINEA
           STRING "RENGLONES LEIDOS DE NOMIDET:  " DELIMITED BY SIZE
                  WS-CUENTA-ED                      DELIMITED BY SIZE
                  INTO RPTNHCA-LINEA
           WRITE RPTNHCA-LINEA
           MOVE WS-TOT-CARGADOS TO WS-CUENTA-ED
           MOVE SPACES TO RPTNHCA-LINEA
           STRING "REGISTROS NUEVOS EN NOMHIST:  " DELIMITED BY SIZE
                  WS-CUENTA-ED                      DELIMITED BY SIZE
                  INTO RPTNHCA-LINEA
           WRITE RPTNHCA-LINEA
           MOVE WS-TOT-REEMPLAZADOS TO WS-CUENTA-ED
           MOVE SPACES TO RPTNHCA-LINEA
           STRING "REGISTROS REEMPLAZADOS:       " DELIMITED BY SIZE
                  WS-CUENTA-ED                      DELIMITED BY SIZE
                  INTO RPTNHCA-LINEA
           WRITE RPTNHCA-LINEA
           MOVE WS-TOT-RECHAZADOS TO WS-CUENTA-ED
           MOVE SPACES TO RPTNHCA-LINEA
           STRING "RENGLONES NO CARGADOS:        " DELIMITED BY SIZE
                  WS-CUENTA-ED                      DELIMITED BY SIZE
                  INTO RPTNHCA-LINEA
           WRITE RPTNHCA-LINEA.
       090-FIN.  EXIT.

       092-PIE-GRUPO.
           IF NOT GP-CIERRA-HOY (WS-GRUPO-INDICE)
               GO TO 092-FIN
           END-IF
           MOVE WS-CG-CUENTA (WS-GRUPO-INDICE) TO WS-CUENTA-ED
           MOVE SPACES TO RPTNHCA-LINEA
           STRING "GRUPO "                       DELIMITED BY SIZE
                  GP-NOMBRE (WS-GRUPO-INDICE)    DELIMITED BY SIZE
                  " PERIODO "                    DELIMITED BY SIZE
                  GP-PERIODO (WS-GRUPO-INDICE)   DELIMITED BY SIZE
                  " ("                           DELIMITED BY SIZE
                  GP-INICIO (WS-GRUPO-INDICE)    DELIMITED BY SIZE
                  " A "                          DELIMITED BY SIZE
                  GP-FIN (WS-GRUPO-INDICE)       DELIMITED BY SIZE
                  "): "                          DELIMITED BY SIZE
                  WS-CUENTA-ED                   DELIMITED BY SIZE
                  INTO RPTNHCA-LINEA
           WRITE RPTNHCA-LINEA.
       092-FIN.  EXIT.
