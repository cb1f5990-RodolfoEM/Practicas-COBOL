      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGREVA.
      *AUTHOR.                    FERNANDO TOLEDO.
      *INSTALLATION.              CENTRO DE CAPACITACION.
      *DATE-WRITTEN.              2026-10-15.
      *DATE-COMPILED.
      *SECURITY.                  CONFIDENCIAL.
      *> ------------------------------------------------------
      *> REVISION TRIMESTRAL DE ACCESOS PARA LA RECERTIFICACION DE
      *> OPERADORES (LA PIDE LA AUDITORIA EXTERNA CADA ANO). POR CADA
      *> IDENTIFICADOR DE LA TABLA OPERCAT IMPRIME SU NOMBRE, NIVEL Y
      *> ESTADO, LA FECHA DE SU ULTIMO USO (LA MAS RECIENTE ENTRE SUS
      *> FIRMAS BUENAS EN SEGLOG Y SUS MOVIMIENTOS EN AUDITLOG), SUS
      *> FIRMAS Y OPCIONES NEGADAS DEL TRIMESTRE, LAS TRANSACCIONES
      *> QUE APLICO EN EL TRIMESTRE (AUDITLOG, POR TIPO) Y UN RENGLON
      *> PARA QUE SU GERENTE LO RECERTIFIQUE O LO DE DE BAJA. UN
      *> IDENTIFICADOR SIN USO EN LOS ULTIMOS 90 DIAS DEL TRIMESTRE SE
      *> MARCA DORMIDO; SI SIGUE ACTIVO EL PASO TERMINA CON RC 04. EL
      *> SYSIN TRAE EL TRIMESTRE COMO AAAAT (2026 3 = JUL-SEP 2026).
      *> SIN OPERCAT NO HAY REVISION (RC 16).
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERCAT-FILE    ASSIGN TO "OPERCAT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-OPERCAT-STATUS.

           SELECT SEGLOG-FILE     ASSIGN TO "SEGLOG"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-SEGLOG-STATUS.

           SELECT AUDITLOG-FILE   ASSIGN TO "AUDITLOG"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-AUDIT-STATUS.

           SELECT RPTREVA-FILE    ASSIGN TO "RPTREVA"
                                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERCAT-FILE.
       COPY OPERREG.

       FD  SEGLOG-FILE.
       COPY SEGREG.

       FD  AUDITLOG-FILE.
       COPY AUDITREG.

       FD  RPTREVA-FILE.
       01  RPTREVA-LINEA           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY RPTHDR.

       01  WS-FINES-TRIMESTRE-CONST.
           05 FILLER               PIC X(16)
                                   VALUE "0331063009301231".
       01  WS-FINES-TRIMESTRE REDEFINES WS-FINES-TRIMESTRE-CONST.
           05 WS-FIN-MMDD          PIC 9(04) OCCURS 4 TIMES.

       01  WS-TABLA-OPERADORES.
           05 WS-OPERADOR-REN OCCURS 100 TIMES.
              10 WS-TO-ID           PIC X(08).
              10 WS-TO-NOMBRE       PIC X(20).
              10 WS-TO-NIVEL        PIC X(01).
              10 WS-TO-ESTADO       PIC X(01).
              10 WS-TO-ULTIMO       PIC 9(08).
              10 WS-TO-FIRMAS       PIC 9(05).
              10 WS-TO-NEGADOS      PIC 9(05).
              10 WS-TO-NUM-TIPOS    PIC 9(02).
              10 WS-TO-TIPO OCCURS 15 TIMES.
                 15 WS-TT-TRANSACCION PIC X(06).
                 15 WS-TT-CUENTA    PIC 9(05).

       01  WS-PEDIDO               PIC X(05).
       01  WS-PEDIDO-R REDEFINES WS-PEDIDO.
           05 WS-PED-ANO           PIC 9(04).
           05 WS-PED-TRIMESTRE     PIC 9(01).

       01  WS-LINEA-OPERADOR.
           05 WS-LO-ID             PIC X(08).
           05 FILLER               PIC X(01)      VALUE SPACE.
           05 WS-LO-NOMBRE         PIC X(20).
           05 FILLER               PIC X(02)      VALUE SPACES.
           05 WS-LO-NIVEL          PIC X(01).
           05 FILLER               PIC X(04)      VALUE SPACES.
           05 WS-LO-ESTADO         PIC X(01).
           05 FILLER               PIC X(04)      VALUE SPACES.
           05 WS-LO-ULTIMO         PIC X(08).
           05 FILLER               PIC X(02)      VALUE SPACES.
           05 WS-LO-MARCA          PIC X(09).
           05 FILLER               PIC X(20)      VALUE SPACES.

       01  WS-AREAS.
           05 WS-OPERCAT-STATUS    PIC X(02).
           05 WS-SEGLOG-STATUS     PIC X(02).
           05 WS-AUDIT-STATUS      PIC X(02).
           05 WS-OPERCAT-EOF       PIC X(01)      VALUE "N".
               88 OPERCAT-EOF                     VALUE "S".
           05 WS-SEGLOG-EOF        PIC X(01)      VALUE "N".
               88 SEGLOG-EOF                      VALUE "S".
           05 WS-AUDIT-EOF         PIC X(01)      VALUE "N".
               88 AUDIT-EOF                       VALUE "S".
           05 WS-SIN-SEGLOG        PIC X(01)      VALUE "N".
               88 SIN-SEGLOG                      VALUE "S".
           05 WS-SIN-AUDITLOG      PIC X(01)      VALUE "N".
               88 SIN-AUDITLOG                    VALUE "S".
           05 WS-OPER-ENCONTRADO   PIC X(01).
               88 OPER-ENCONTRADO                 VALUE "S".
           05 WS-TIPO-ENCONTRADO   PIC X(01).
               88 TIPO-ENCONTRADO                 VALUE "S".
           05 WS-MAX-OPERADORES    PIC 9(03)      VALUE 100.
           05 WS-NUM-OPERADORES    PIC 9(03)      VALUE ZERO.
           05 WS-OPER-INDICE       PIC 9(03).
           05 WS-OPER-POS          PIC 9(03).
           05 WS-MAX-TIPOS         PIC 9(02)      VALUE 15.
           05 WS-TIPO-INDICE       PIC 9(02).
           05 WS-TIPO-POS          PIC 9(02).
           05 WS-TRIM-INICIO       PIC 9(08).
           05 WS-TRIM-FIN          PIC 9(08).
           05 WS-MES-INICIO        PIC 9(02).
           05 WS-DIAS-DORMIDO      PIC S9(05)     VALUE 90.
           05 WS-DIAS-SIN-USO      PIC S9(05).
           05 WS-FECHA-USO         PIC 9(08).
           05 WS-BUSCA-ID          PIC X(08).
           05 WS-TOT-DORMIDOS      PIC 9(03)      VALUE ZERO.
           05 WS-TOT-TRANSACCIONES PIC 9(05).
           05 WS-CUENTA-ED         PIC ZZ,ZZ9.
           05 WS-CUENTA2-ED        PIC ZZ,ZZ9.
           05 WS-CODIGO-RETORNO    PIC 9(02)      VALUE ZERO.
           05 WS-RC-NUEVO          PIC 9(02).
           05 WS-DESCRIPCION-ERROR PIC X(40).

       PROCEDURE DIVISION.
       000-RAIZ.
           MOVE ZERO TO RETURN-CODE
           DISPLAY "TRIMESTRE A REVISAR (AAAAT): "
           ACCEPT WS-PEDIDO
           IF WS-PEDIDO IS NOT NUMERIC
              OR WS-PED-TRIMESTRE LESS 1
              OR WS-PED-TRIMESTRE GREATER 4
               DISPLAY "TRIMESTRE INVALIDO: " WS-PEDIDO
               MOVE 08 TO WS-RC-NUEVO
               MOVE "REVISION DE ACCESOS: TRIMESTRE INVALIDO"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE WS-MES-INICIO = WS-PED-TRIMESTRE * 3 - 2
           COMPUTE WS-TRIM-INICIO = WS-PED-ANO * 10000
                                  + WS-MES-INICIO * 100 + 1
           COMPUTE WS-TRIM-FIN = WS-PED-ANO * 10000
                               + WS-FIN-MMDD (WS-PED-TRIMESTRE)
           PERFORM 005-CARGA-OPERADORES THRU 005-FIN
           IF WS-NUM-OPERADORES = ZERO
               DISPLAY "SIN TABLA OPERCAT; NO HAY REVISION DE ACCESOS"
               MOVE 16 TO WS-RC-NUEVO
               MOVE "REVISION DE ACCESOS: SIN TABLA OPERCAT"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 020-LEE-SEGURIDAD THRU 020-FIN
           PERFORM 030-LEE-AUDITORIA THRU 030-FIN
           OPEN OUTPUT RPTREVA-FILE
           PERFORM 010-ESCRIBE-ENCABEZADO THRU 010-FIN
           PERFORM 060-IMPRIME-OPERADOR THRU 060-FIN
                   VARYING WS-OPER-INDICE FROM 1 BY 1
                   UNTIL WS-OPER-INDICE GREATER WS-NUM-OPERADORES
           PERFORM 090-ESCRIBE-PIE THRU 090-FIN
           CLOSE RPTREVA-FILE
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE
           GOBACK.

      *> CARGA LA TABLA DE OPERADORES CON SUS CONTADORES EN CERO.
       005-CARGA-OPERADORES.
           OPEN INPUT OPERCAT-FILE
           IF WS-OPERCAT-STATUS NOT = "00"
               GO TO 005-FIN
           END-IF
           PERFORM 006-LEE-OPERADOR THRU 006-FIN
           PERFORM 007-GUARDA-OPERADOR THRU 007-FIN
                   UNTIL OPERCAT-EOF
           CLOSE OPERCAT-FILE.
       005-FIN.  EXIT.

       006-LEE-OPERADOR.
           READ OPERCAT-FILE
               AT END
                   SET OPERCAT-EOF TO TRUE
           END-READ.
       006-FIN.  EXIT.

       007-GUARDA-OPERADOR.
           IF WS-NUM-OPERADORES LESS WS-MAX-OPERADORES
               ADD 1 TO WS-NUM-OPERADORES
               MOVE OP-ID     TO WS-TO-ID (WS-NUM-OPERADORES)
               MOVE OP-NOMBRE TO WS-TO-NOMBRE (WS-NUM-OPERADORES)
               MOVE OP-NIVEL  TO WS-TO-NIVEL (WS-NUM-OPERADORES)
               MOVE OP-ESTADO TO WS-TO-ESTADO (WS-NUM-OPERADORES)
               MOVE ZERO TO WS-TO-ULTIMO (WS-NUM-OPERADORES)
               MOVE ZERO TO WS-TO-FIRMAS (WS-NUM-OPERADORES)
               MOVE ZERO TO WS-TO-NEGADOS (WS-NUM-OPERADORES)
               MOVE ZERO TO WS-TO-NUM-TIPOS (WS-NUM-OPERADORES)
           END-IF
           PERFORM 006-LEE-OPERADOR THRU 006-FIN.
       007-FIN.  EXIT.

       010-ESCRIBE-ENCABEZADO.
           MOVE "REVISION TRIMESTRAL DE ACCESOS - PROGREVA"
                TO RPT-TITULO
           ACCEPT RPT-FECHA FROM DATE
           MOVE RPT-ENCABEZADO TO RPTREVA-LINEA
           WRITE RPTREVA-LINEA
           MOVE SPACES TO RPTREVA-LINEA
           STRING "TRIMESTRE DEL " DELIMITED BY SIZE
                  WS-TRIM-INICIO   DELIMITED BY SIZE
                  " AL "           DELIMITED BY SIZE
                  WS-TRIM-FIN      DELIMITED BY SIZE
                  INTO RPTREVA-LINEA
           WRITE RPTREVA-LINEA
           IF SIN-SEGLOG
               MOVE "SIN BITACORA SEGLOG: ULTIMO USO SOLO POR AUDITLOG"
                    TO RPTREVA-LINEA
               WRITE RPTREVA-LINEA
           END-IF
           IF SIN-AUDITLOG
               MOVE "SIN BITACORA AUDITLOG: SIN TRANSACCIONES"
                    TO RPTREVA-LINEA
               WRITE RPTREVA-LINEA
           END-IF
           MOVE SPACES TO RPTREVA-LINEA
           WRITE RPTREVA-LINEA
           MOVE "OPERADOR NOMBRE                NIVEL ESTADO ULT.USO"
                TO RPTREVA-LINEA
           WRITE RPTREVA-LINEA.
       010-FIN.  EXIT.

      *> BITACORA DE SEGURIDAD: LAS FIRMAS BUENAS DAN EL ULTIMO USO;
      *> LAS DEL TRIMESTRE Y LAS OPCIONES NEGADAS SE CUENTAN.
       020-LEE-SEGURIDAD.
           OPEN INPUT SEGLOG-FILE
           IF WS-SEGLOG-STATUS NOT = "00"
               SET SIN-SEGLOG TO TRUE
               GO TO 020-FIN
           END-IF
           PERFORM 021-LEE-EVENTO THRU 021-FIN
           PERFORM 025-APLICA-EVENTO THRU 025-FIN
                   UNTIL SEGLOG-EOF
           CLOSE SEGLOG-FILE.
       020-FIN.  EXIT.

       021-LEE-EVENTO.
           READ SEGLOG-FILE
               AT END
                   SET SEGLOG-EOF TO TRUE
           END-READ.
       021-FIN.  EXIT.

       025-APLICA-EVENTO.
           IF SEG-FECHA GREATER WS-TRIM-FIN
               GO TO 025-SIGUIENTE
           END-IF
           IF NOT SEG-FIRMA AND NOT SEG-NEGADO
               GO TO 025-SIGUIENTE
           END-IF
           MOVE SEG-OPERADOR TO WS-BUSCA-ID
           PERFORM 040-UBICA-OPERADOR THRU 040-FIN
           IF NOT OPER-ENCONTRADO
               GO TO 025-SIGUIENTE
           END-IF
           IF SEG-FIRMA
               MOVE SEG-FECHA TO WS-FECHA-USO
               PERFORM 045-ULTIMO-USO THRU 045-FIN
           END-IF
           IF SEG-FECHA LESS WS-TRIM-INICIO
               GO TO 025-SIGUIENTE
           END-IF
           IF SEG-FIRMA
               ADD 1 TO WS-TO-FIRMAS (WS-OPER-POS)
           ELSE
               ADD 1 TO WS-TO-NEGADOS (WS-OPER-POS)
           END-IF.
       025-SIGUIENTE.
           PERFORM 021-LEE-EVENTO THRU 021-FIN.
       025-FIN.  EXIT.

      *> BITACORA DE AUDITORIA: CADA MOVIMIENTO DA ULTIMO USO Y LOS
      *> DEL TRIMESTRE SE CUENTAN POR TIPO DE TRANSACCION.
       030-LEE-AUDITORIA.
           OPEN INPUT AUDITLOG-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               SET SIN-AUDITLOG TO TRUE
               GO TO 030-FIN
           END-IF
           PERFORM 031-LEE-MOVIMIENTO THRU 031-FIN
           PERFORM 035-APLICA-MOVIMIENTO THRU 035-FIN
                   UNTIL AUDIT-EOF
           CLOSE AUDITLOG-FILE.
       030-FIN.  EXIT.

       031-LEE-MOVIMIENTO.
           READ AUDITLOG-FILE
               AT END
                   SET AUDIT-EOF TO TRUE
           END-READ.
       031-FIN.  EXIT.

       035-APLICA-MOVIMIENTO.
           IF AUD-FECHA GREATER WS-TRIM-FIN
               GO TO 035-SIGUIENTE
           END-IF
           MOVE AUD-OPERADOR TO WS-BUSCA-ID
           PERFORM 040-UBICA-OPERADOR THRU 040-FIN
           IF NOT OPER-ENCONTRADO
               GO TO 035-SIGUIENTE
           END-IF
           MOVE AUD-FECHA TO WS-FECHA-USO
           PERFORM 045-ULTIMO-USO THRU 045-FIN
           IF AUD-FECHA NOT LESS WS-TRIM-INICIO
               PERFORM 050-CUENTA-TIPO THRU 050-FIN
           END-IF.
       035-SIGUIENTE.
           PERFORM 031-LEE-MOVIMIENTO THRU 031-FIN.
       035-FIN.  EXIT.

       040-UBICA-OPERADOR.
           MOVE "N" TO WS-OPER-ENCONTRADO
           PERFORM 041-COMPARA-OPERADOR THRU 041-FIN
                   VARYING WS-OPER-INDICE FROM 1 BY 1
                   UNTIL WS-OPER-INDICE GREATER WS-NUM-OPERADORES
                      OR OPER-ENCONTRADO.
       040-FIN.  EXIT.

       041-COMPARA-OPERADOR.
           IF WS-TO-ID (WS-OPER-INDICE) = WS-BUSCA-ID
               SET OPER-ENCONTRADO TO TRUE
               MOVE WS-OPER-INDICE TO WS-OPER-POS
           END-IF.
       041-FIN.  EXIT.

       045-ULTIMO-USO.
           IF WS-FECHA-USO GREATER WS-TO-ULTIMO (WS-OPER-POS)
               MOVE WS-FECHA-USO TO WS-TO-ULTIMO (WS-OPER-POS)
           END-IF.
       045-FIN.  EXIT.

      *> CUENTA EL MOVIMIENTO EN LA RANURA DE SU TIPO DENTRO DEL
      *> OPERADOR; UN TIPO NUEVO ABRE RANURA MIENTRAS HAYA LUGAR.
       050-CUENTA-TIPO.
           MOVE "N" TO WS-TIPO-ENCONTRADO
           PERFORM 055-BUSCA-TIPO THRU 055-FIN
                   VARYING WS-TIPO-INDICE FROM 1 BY 1
                   UNTIL WS-TIPO-INDICE
                         GREATER WS-TO-NUM-TIPOS (WS-OPER-POS)
                      OR TIPO-ENCONTRADO
           IF NOT TIPO-ENCONTRADO
               IF WS-TO-NUM-TIPOS (WS-OPER-POS) NOT LESS WS-MAX-TIPOS
                   GO TO 050-FIN
               END-IF
               ADD 1 TO WS-TO-NUM-TIPOS (WS-OPER-POS)
               MOVE WS-TO-NUM-TIPOS (WS-OPER-POS) TO WS-TIPO-POS
               MOVE AUD-TRANSACCION
                    TO WS-TT-TRANSACCION (WS-OPER-POS WS-TIPO-POS)
               MOVE ZERO TO WS-TT-CUENTA (WS-OPER-POS WS-TIPO-POS)
           END-IF
           ADD 1 TO WS-TT-CUENTA (WS-OPER-POS WS-TIPO-POS).
       050-FIN.  EXIT.

       055-BUSCA-TIPO.
           IF WS-TT-TRANSACCION (WS-OPER-POS WS-TIPO-INDICE)
              = AUD-TRANSACCION
               SET TIPO-ENCONTRADO TO TRUE
               MOVE WS-TIPO-INDICE TO WS-TIPO-POS
           END-IF.
       055-FIN.  EXIT.

      *> UN BLOQUE POR OPERADOR: DATOS, MARCA DE DORMIDO, FIRMAS Y
      *> NEGADAS DEL TRIMESTRE, TRANSACCIONES POR TIPO Y EL RENGLON
      *> DE RECERTIFICACION.
       060-IMPRIME-OPERADOR.
           MOVE WS-OPER-INDICE TO WS-OPER-POS
           MOVE WS-TO-ID (WS-OPER-POS)     TO WS-LO-ID
           MOVE WS-TO-NOMBRE (WS-OPER-POS) TO WS-LO-NOMBRE
           MOVE WS-TO-NIVEL (WS-OPER-POS)  TO WS-LO-NIVEL
           MOVE WS-TO-ESTADO (WS-OPER-POS) TO WS-LO-ESTADO
           MOVE SPACES TO WS-LO-MARCA
           IF WS-TO-ULTIMO (WS-OPER-POS) = ZERO
               MOVE "NUNCA" TO WS-LO-ULTIMO
               MOVE WS-DIAS-DORMIDO TO WS-DIAS-SIN-USO
               ADD 1 TO WS-DIAS-SIN-USO
           ELSE
               MOVE WS-TO-ULTIMO (WS-OPER-POS) TO WS-LO-ULTIMO
               CALL "PROGCDIA" USING WS-TO-ULTIMO (WS-OPER-POS)
                                      WS-TRIM-FIN WS-DIAS-SIN-USO
           END-IF
           IF WS-DIAS-SIN-USO GREATER WS-DIAS-DORMIDO
               MOVE "*DORMIDO*" TO WS-LO-MARCA
               ADD 1 TO WS-TOT-DORMIDOS
               IF WS-TO-ESTADO (WS-OPER-POS) = "A"
                  AND WS-CODIGO-RETORNO LESS 04
                   MOVE 04 TO WS-CODIGO-RETORNO
               END-IF
           END-IF
           MOVE SPACES TO RPTREVA-LINEA
           WRITE RPTREVA-LINEA
           MOVE WS-LINEA-OPERADOR TO RPTREVA-LINEA
           WRITE RPTREVA-LINEA
           ADD 1 TO RPT-TOTAL-REGS
           MOVE WS-TO-FIRMAS (WS-OPER-POS)  TO WS-CUENTA-ED
           MOVE WS-TO-NEGADOS (WS-OPER-POS) TO WS-CUENTA2-ED
           MOVE SPACES TO RPTREVA-LINEA
           STRING "   FIRMAS EN EL TRIMESTRE:" DELIMITED BY SIZE
                  WS-CUENTA-ED                 DELIMITED BY SIZE
                  "   OPCIONES NEGADAS:"       DELIMITED BY SIZE
                  WS-CUENTA2-ED                DELIMITED BY SIZE
                  INTO RPTREVA-LINEA
           WRITE RPTREVA-LINEA
           MOVE ZERO TO WS-TOT-TRANSACCIONES
           IF WS-TO-NUM-TIPOS (WS-OPER-POS) = ZERO
               MOVE "   SIN TRANSACCIONES EN EL TRIMESTRE"
                    TO RPTREVA-LINEA
               WRITE RPTREVA-LINEA
           ELSE
               MOVE "   TRANSACCIONES EN EL TRIMESTRE:"
                    TO RPTREVA-LINEA
               WRITE RPTREVA-LINEA
               PERFORM 065-IMPRIME-TIPO THRU 065-FIN
                       VARYING WS-TIPO-INDICE FROM 1 BY 1
                       UNTIL WS-TIPO-INDICE
                             GREATER WS-TO-NUM-TIPOS (WS-OPER-POS)
           END-IF
           MOVE "   RECERTIFICA: SI ___ NO ___   GERENTE: ____________"
                TO RPTREVA-LINEA
           WRITE RPTREVA-LINEA.
       060-FIN.  EXIT.

       065-IMPRIME-TIPO.
           MOVE WS-TT-CUENTA (WS-OPER-POS WS-TIPO-INDICE)
                TO WS-CUENTA-ED
           MOVE SPACES TO RPTREVA-LINEA
           STRING "      "   DELIMITED BY SIZE
                  WS-TT-TRANSACCION (WS-OPER-POS WS-TIPO-INDICE)
                             DELIMITED BY SIZE
                  "  "       DELIMITED BY SIZE
                  WS-CUENTA-ED DELIMITED BY SIZE
                  INTO RPTREVA-LINEA
           WRITE RPTREVA-LINEA.
       065-FIN.  EXIT.

      *> ELEVA WS-CODIGO-RETORNO A WS-RC-NUEVO SI ESTE ES MAS SEVERO,
      *> CON CONSTANCIA EN LA BITACORA COMUN DE ERRORES (ERRLOG).
       080-ACTUALIZA-RC.
           IF WS-RC-NUEVO GREATER WS-CODIGO-RETORNO
               MOVE WS-RC-NUEVO TO WS-CODIGO-RETORNO
           END-IF
           CALL "PROGERRL" USING "PROGREVA" WS-RC-NUEVO
                   WS-DESCRIPCION-ERROR.
       080-FIN.  EXIT.

       090-ESCRIBE-PIE.
           MOVE SPACES TO RPTREVA-LINEA
           WRITE RPTREVA-LINEA
           MOVE WS-TOT-DORMIDOS TO WS-CUENTA-ED
           MOVE SPACES TO RPTREVA-LINEA
           STRING "IDENTIFICADORES DORMIDOS (SIN USO EN 90 DIAS):"
                                   DELIMITED BY SIZE
                  WS-CUENTA-ED     DELIMITED BY SIZE
                  INTO RPTREVA-LINEA
           WRITE RPTREVA-LINEA
           MOVE SPACES TO RPTREVA-LINEA
           WRITE RPTREVA-LINEA
           MOVE "REVISO SEGURIDAD: ______________  FECHA: __________"
                TO RPTREVA-LINEA
           WRITE RPTREVA-LINEA
           MOVE RPT-TOTAL-REGS TO RPT-TOTAL-REGS-ED
           MOVE RPT-PIE TO RPTREVA-LINEA
           WRITE RPTREVA-LINEA.
       090-FIN.  EXIT.
