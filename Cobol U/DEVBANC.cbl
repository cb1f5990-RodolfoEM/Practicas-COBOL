      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGDEVB.
      *AUTHOR.                    FERNANDO TOLEDO.
      *INSTALLATION.              CENTRO DE CAPACITACION.
      *DATE-WRITTEN.              2026-10-15.
      *DATE-COMPILED.
      *SECURITY.                  NO ES CONFIDENCIAL.
      *> ------------------------------------------------------
      *> RESPUESTA DEL BANCO A LA DISPERSION: APLICA LA ULTIMA
      *> RESPUESTA RECIBIDA (DEVBANC, COPY DEVBREG) AL MAESTRO DE
      *> PAGOS DISPERSADOS (PAGBANC, COPY PAGBREG) QUE PROGBANC Y
      *> PROGNEXT VAN DANDO DE ALTA. CADA RENGLON DEL BANCO SE
      *> EMPAREJA POR EMPLEADO E IMPORTE CON EL PAGO ENVIADO MAS
      *> ANTIGUO QUE SIGA SIN RESPUESTA (Y QUE HAYA SALIDO A MAS
      *> TARDAR EL DIA QUE EL BANCO LO APLICO) Y LO DEJA PAGADO O
      *> RECHAZADO CON EL MOTIVO DEL BANCO. VOLVER A LEER LA MISMA
      *> RESPUESTA NO CAMBIA NADA: LO YA CONTESTADO SOLO SE CUENTA.
      *> UNA RESPUESTA QUE NO EMPAREJA CON NINGUN PAGO SE REPORTA
      *> CON RC 04, IGUAL QUE CADA RECHAZO NUEVO.
      *> DESPUES REVISA TODOS LOS RECHAZOS ABIERTOS: SI LA CUENTA
      *> YA SE CORRIGIO (LA CLABE DEL MAESTRO, QUE SE CAMBIA CON UN
      *> CAMBIO DE PROGGOTD, O LA DEL BENEFICIARIO EN ORDJUD PARA
      *> UNA PENSION, DISTINTA DE LA QUE SE RECHAZO Y CON DIGITO
      *> VERIFICADOR BUENO VIA PROGVCLA) EL PAGO SALE EN EL ARCHIVO
      *> DE REDISPERSION (REDISP, MISMO LAYOUT Y TRAILER QUE
      *> DISPERS), EL RECHAZO QUEDA REDISPERSADO Y EL PAGO NUEVO SE
      *> DA DE ALTA COMO ENVIADO CON ORIGEN R, PARA QUE SU PROPIA
      *> RESPUESTA LO ENCUENTRE. LOS QUE SIGUEN SIN CUENTA NUEVA SE
      *> LISTAN COMO PENDIENTES; LA HOJA DE CONTROL DEL CICLO
      *> (PROGCREP) LOS SIGUE MOSTRANDO HASTA QUE SE REDISPERSEN.
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEVBANC-FILE    ASSIGN TO "DEVBANC"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-DEVBANC-STATUS.

           SELECT PAGBANC-FILE    ASSIGN TO "PAGBANC"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS PB-LLAVE
                                   ALTERNATE RECORD KEY IS PB-NUMERO
                                       WITH DUPLICATES
                                   FILE STATUS IS WS-PAGBANC-STATUS.

           SELECT EMPMAST-FILE    ASSIGN TO "EMPMAST"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS EM-NUMERO
                                   ALTERNATE RECORD KEY IS EM-NOMBRE
                                       WITH DUPLICATES
                                   FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT ORDJUD-FILE     ASSIGN TO "ORDJUD"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS OJ-LLAVE
                                   FILE STATUS IS WS-ORDJUD-STATUS.

           SELECT REDISP-FILE     ASSIGN TO "REDISP"
                                   ORGANIZATION LINE SEQUENTIAL.

           SELECT RPTDEVB-FILE    ASSIGN TO "RPTDEVB"
                                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DEVBANC-FILE.
       COPY DEVBREG.

       FD  PAGBANC-FILE.
       COPY PAGBREG.

       FD  EMPMAST-FILE.
       COPY EMPREC.

       FD  ORDJUD-FILE.
       COPY OJUDREG.

       FD  REDISP-FILE.
       01  REDISP-REGISTRO.
           05 DI-MARCA              PIC X(01).
           05 DI-BANCO              PIC X(03).
           05 DI-CLABE              PIC X(18).
           05 DI-NUMERO             PIC 9(05).
           05 DI-NOMBRE             PIC X(35).
           05 DI-IMPORTE            PIC 9(07)V99.

       FD  RPTDEVB-FILE.
       01  RPTDEVB-LINEA            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY RPTHDR.
       COPY CICLOREG.

       01  WS-TABLA-REDISPERSION.
           05 WS-REDISP-RENGLON OCCURS 500 TIMES.
              10 WS-RE-NUMERO       PIC 9(05).
              10 WS-RE-TIPO         PIC X(01).
              10 WS-RE-EXPEDIENTE   PIC X(20).
              10 WS-RE-BANCO        PIC X(03).
              10 WS-RE-CLABE        PIC X(18).
              10 WS-RE-NOMBRE       PIC X(35).
              10 WS-RE-IMPORTE      PIC 9(07)V99.

       01  WS-AREAS.
           05 WS-DEVBANC-STATUS   PIC X(02).
           05 WS-DEVBANC-EOF      PIC X(01)      VALUE "N".
               88 DEVBANC-EOF                    VALUE "S".
           05 WS-PAGBANC-STATUS   PIC X(02).
           05 WS-EMPMAST-STATUS   PIC X(02).
           05 WS-ORDJUD-STATUS    PIC X(02).
           05 WS-ORDJUD-ABIERTO   PIC X(01)      VALUE "N".
               88 ORDJUD-ABIERTO                 VALUE "S".
           05 WS-FIN-PAGOS        PIC X(01).
               88 FIN-PAGOS                      VALUE "S".
           05 WS-PAGO-HALLADO     PIC X(01).
               88 PAGO-HALLADO                   VALUE "S".
           05 WS-YA-APLICADA      PIC X(01).
               88 YA-APLICADA                    VALUE "S".
           05 WS-LLAVE-HALLADA    PIC X(20).
           05 WS-FECHA-HOY        PIC 9(08).
           05 WS-HORA-HOY         PIC 9(08).
           05 WS-LOTE             PIC 9(06).
           05 WS-FECHA-RESPUESTA  PIC 9(08).
           05 WS-CUENTA-CORREGIDA PIC X(01).
               88 CUENTA-CORREGIDA               VALUE "S".
           05 WS-BANCO-NUEVO      PIC X(03).
           05 WS-CLABE-NUEVA      PIC X(18).
           05 WS-NOMBRE-NUEVO     PIC X(35).
           05 WS-CLABE-VALIDA     PIC X(01).
               88 CLABE-VALIDA                   VALUE "S".
           05 WS-MAX-REDISP       PIC 9(03)      VALUE 500.
           05 WS-NUM-REDISP       PIC 9(03)      VALUE ZERO.
           05 WS-RED-INDICE       PIC 9(03).
           05 WS-TOT-RESPUESTAS   PIC 9(05)      VALUE ZERO.
           05 WS-TOT-PAGADOS      PIC 9(05)      VALUE ZERO.
           05 WS-TOT-RECHAZOS     PIC 9(05)      VALUE ZERO.
           05 WS-TOT-YA-APLICADAS PIC 9(05)      VALUE ZERO.
           05 WS-TOT-SIN-PAGO     PIC 9(05)      VALUE ZERO.
           05 WS-TOT-REDISP       PIC 9(05)      VALUE ZERO.
           05 WS-IMP-REDISP       PIC 9(10)V99   VALUE ZERO.
           05 WS-TOT-PENDIENTES   PIC 9(05)      VALUE ZERO.
           05 WS-IMP-PENDIENTE    PIC 9(10)V99   VALUE ZERO.
           05 WS-CODIGO-RETORNO   PIC 9(02)      VALUE ZERO.
           05 WS-RC-NUEVO         PIC 9(02).
           05 WS-DESCRIPCION-ERROR PIC X(40).

       01  WS-EDITADOS.
           05 WS-IMPORTE-ED       PIC ZZZ,ZZ9.99.
           05 WS-TOTAL-ED         PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 WS-CUENTA-ED        PIC ZZZZ9.

       PROCEDURE DIVISION.
       000-RAIZ.
           MOVE ZERO TO RETURN-CODE
           ACCEPT CC-HORA-INICIO FROM TIME
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WS-HORA-HOY FROM TIME
           MOVE WS-HORA-HOY (1:6) TO WS-LOTE
           PERFORM 005-ABRE-EMPMAST THRU 005-FIN
           PERFORM 006-ABRE-PAGBANC THRU 006-FIN
           PERFORM 007-ABRE-ORDJUD THRU 007-FIN
           OPEN OUTPUT REDISP-FILE
           OPEN OUTPUT RPTDEVB-FILE
           PERFORM 010-ESCRIBE-ENCABEZADO THRU 010-FIN
           PERFORM 015-APLICA-RESPUESTA THRU 015-FIN
           PERFORM 040-REVISA-RECHAZOS THRU 040-FIN
           PERFORM 050-REDISPERSA THRU 050-FIN
                   VARYING WS-RED-INDICE FROM 1 BY 1
                   UNTIL WS-RED-INDICE GREATER WS-NUM-REDISP
           PERFORM 060-ESCRIBE-TRAILER THRU 060-FIN
           PERFORM 090-ESCRIBE-PIE THRU 090-FIN
           CLOSE PAGBANC-FILE
           CLOSE EMPMAST-FILE
           IF ORDJUD-ABIERTO
               CLOSE ORDJUD-FILE
           END-IF
           CLOSE REDISP-FILE
           CLOSE RPTDEVB-FILE
           PERFORM 085-CONTROL-CICLO THRU 085-FIN
           DISPLAY "RESPUESTAS DEL BANCO LEIDAS: " WS-TOT-RESPUESTAS
           DISPLAY "PAGOS RECHAZADOS NUEVOS: " WS-TOT-RECHAZOS
           DISPLAY "PAGOS REDISPERSADOS: " WS-TOT-REDISP
           DISPLAY "RECHAZOS SIN RESOLVER: " WS-TOT-PENDIENTES
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE
           GOBACK.

      *> DEJA EL RENGLON DE ESTE PASO EN EL ARCHIVO DE CONTROL DEL
      *> CICLO: RESPUESTAS LEIDAS, PAGOS REDISPERSADOS Y RECHAZOS
      *> QUE SIGUEN SIN RESOLVER.
       085-CONTROL-CICLO.
           MOVE "PROGDEVB" TO CC-PROGRAMA
           MOVE WS-TOT-RESPUESTAS TO CC-ENTRADA
           MOVE WS-TOT-REDISP TO CC-SALIDA
           MOVE WS-TOT-PENDIENTES TO CC-RECHAZADOS
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

      *> ABRE EL MAESTRO DE PAGOS DISPERSADOS EN I-O; SI TODAVIA NO
      *> EXISTE LO CREA VACIO Y LO VUELVE A ABRIR.
       006-ABRE-PAGBANC.
           OPEN I-O PAGBANC-FILE
           IF WS-PAGBANC-STATUS = "35"
               OPEN OUTPUT PAGBANC-FILE
               CLOSE PAGBANC-FILE
               OPEN I-O PAGBANC-FILE
           END-IF.
       006-FIN.  EXIT.

      *> SIN MAESTRO DE ORDENES JUDICIALES NO HAY PENSIONES CUYA
      *> CUENTA REVISAR; LOS RECHAZOS DE PENSION SE QUEDAN PENDIENTES.
       007-ABRE-ORDJUD.
           OPEN INPUT ORDJUD-FILE
           IF WS-ORDJUD-STATUS = "00"
               MOVE "S" TO WS-ORDJUD-ABIERTO
           END-IF.
       007-FIN.  EXIT.

       010-ESCRIBE-ENCABEZADO.
           MOVE "RESPUESTA DEL BANCO - PROGDEVB" TO RPT-TITULO
           ACCEPT RPT-FECHA FROM DATE
           MOVE RPT-ENCABEZADO TO RPTDEVB-LINEA
           WRITE RPTDEVB-LINEA
           MOVE SPACES TO RPTDEVB-LINEA
           WRITE RPTDEVB-LINEA.
       010-FIN.  EXIT.

      *> APLICA LA RESPUESTA DEL BANCO RENGLON POR RENGLON. SIN
      *> ARCHIVO DE RESPUESTA SOLO SE REVISAN LOS RECHAZOS ABIERTOS.
       015-APLICA-RESPUESTA.
           OPEN INPUT DEVBANC-FILE
           IF WS-DEVBANC-STATUS NOT = "00"
               MOVE SPACES TO RPTDEVB-LINEA
               MOVE "SIN ARCHIVO DE RESPUESTA DEL BANCO"
                    TO RPTDEVB-LINEA
               WRITE RPTDEVB-LINEA
               GO TO 015-FIN
           END-IF
           PERFORM 017-LEE-RESPUESTA THRU 017-FIN
           PERFORM 020-APLICA-RENGLON THRU 020-FIN
                   UNTIL DEVBANC-EOF
           CLOSE DEVBANC-FILE.
       015-FIN.  EXIT.

      *> LEE EL SIGUIENTE RENGLON DE DETALLE; EL ENCABEZADO Y EL
      *> CIERRE DEL BANCO SE BRINCAN.
       017-LEE-RESPUESTA.
           READ DEVBANC-FILE
               AT END
                   SET DEVBANC-EOF TO TRUE
                   GO TO 017-FIN
           END-READ
           IF DV-MARCA NOT = "D"
               GO TO 017-LEE-RESPUESTA
           END-IF
           ADD 1 TO WS-TOT-RESPUESTAS.
       017-FIN.  EXIT.

      *> BUSCA POR LA LLAVE ALTERNA (EMPLEADO) EL PAGO ENVIADO DEL
      *> MISMO IMPORTE Y LO MARCA CON LO QUE CONTESTO EL BANCO.
       020-APLICA-RENGLON.
           IF NOT DV-PAGADO AND NOT DV-RECHAZADO
               MOVE SPACES TO RPTDEVB-LINEA
               STRING "ESTADO INVALIDO EN LA RESPUESTA, EMPLEADO: "
                                       DELIMITED BY SIZE
                      DV-NUMERO        DELIMITED BY SIZE
                      INTO RPTDEVB-LINEA
               WRITE RPTDEVB-LINEA
               ADD 1 TO RPT-TOTAL-REGS
               ADD 1 TO WS-TOT-SIN-PAGO
               MOVE 04 TO WS-RC-NUEVO
               MOVE "DEVOLUCION: ESTADO INVALIDO DEL BANCO"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               GO TO 020-SIGUIENTE
           END-IF
           MOVE DV-FECHA TO WS-FECHA-RESPUESTA
           IF WS-FECHA-RESPUESTA = ZERO
               MOVE WS-FECHA-HOY TO WS-FECHA-RESPUESTA
           END-IF
           MOVE "N" TO WS-PAGO-HALLADO
           MOVE "N" TO WS-YA-APLICADA
           MOVE "N" TO WS-FIN-PAGOS
           MOVE DV-NUMERO TO PB-NUMERO
           START PAGBANC-FILE KEY IS EQUAL PB-NUMERO
               INVALID KEY
                   SET FIN-PAGOS TO TRUE
           END-START
           PERFORM 025-BUSCA-PAGO THRU 025-FIN
                   UNTIL FIN-PAGOS OR PAGO-HALLADO
           IF PAGO-HALLADO
               PERFORM 030-MARCA-PAGO THRU 030-FIN
               GO TO 020-SIGUIENTE
           END-IF
           IF YA-APLICADA
               ADD 1 TO WS-TOT-YA-APLICADAS
               GO TO 020-SIGUIENTE
           END-IF
           MOVE DV-IMPORTE TO WS-IMPORTE-ED
           MOVE SPACES TO RPTDEVB-LINEA
           STRING "RESPUESTA SIN PAGO ENVIADO  EMPLEADO: "
                                       DELIMITED BY SIZE
                  DV-NUMERO            DELIMITED BY SIZE
                  "  IMPORTE: "        DELIMITED BY SIZE
                  WS-IMPORTE-ED        DELIMITED BY SIZE
                  "  ESTADO: "         DELIMITED BY SIZE
                  DV-ESTADO            DELIMITED BY SIZE
                  INTO RPTDEVB-LINEA
           WRITE RPTDEVB-LINEA
           ADD 1 TO RPT-TOTAL-REGS
           ADD 1 TO WS-TOT-SIN-PAGO
           MOVE 04 TO WS-RC-NUEVO
           MOVE "DEVOLUCION: RESPUESTA SIN PAGO ENVIADO"
                TO WS-DESCRIPCION-ERROR
           PERFORM 080-ACTUALIZA-RC THRU 080-FIN.
       020-SIGUIENTE.
           PERFORM 017-LEE-RESPUESTA THRU 017-FIN.
       020-FIN.  EXIT.

      *> SIGUIENTE PAGO DEL EMPLEADO (LOS DUPLICADOS DE LA LLAVE
      *> ALTERNA SALEN EN EL ORDEN EN QUE SE DIERON DE ALTA, ASI QUE
      *> EL PRIMERO ENVIADO QUE CUADRA ES EL MAS ANTIGUO). UN PAGO
      *> YA CONTESTADO DEL MISMO IMPORTE Y EN EL MISMO SENTIDO
      *> INDICA QUE ESTA RESPUESTA YA SE HABIA APLICADO.
       025-BUSCA-PAGO.
           READ PAGBANC-FILE NEXT RECORD
               AT END
                   SET FIN-PAGOS TO TRUE
                   GO TO 025-FIN
           END-READ
           IF PB-NUMERO NOT = DV-NUMERO
               SET FIN-PAGOS TO TRUE
               GO TO 025-FIN
           END-IF
           IF PB-IMPORTE NOT = DV-IMPORTE
              OR PB-FECHA GREATER WS-FECHA-RESPUESTA
               GO TO 025-FIN
           END-IF
           IF PB-ENVIADO
               MOVE PB-LLAVE TO WS-LLAVE-HALLADA
               SET PAGO-HALLADO TO TRUE
               GO TO 025-FIN
           END-IF
           IF PB-PAGADO AND DV-PAGADO
               SET YA-APLICADA TO TRUE
           END-IF
           IF (PB-RECHAZADO OR PB-REDISPERSADO) AND DV-RECHAZADO
               SET YA-APLICADA TO TRUE
           END-IF.
       025-FIN.  EXIT.

      *> RELEE EL PAGO HALLADO POR SU LLAVE PRIMARIA Y LO DEJA PAGADO
      *> O RECHAZADO; UN RECHAZO SE IMPRIME CON EL MOTIVO DEL BANCO.
       030-MARCA-PAGO.
           MOVE WS-LLAVE-HALLADA TO PB-LLAVE
           READ PAGBANC-FILE
               INVALID KEY
                   GO TO 030-FIN
           END-READ
           MOVE DV-ESTADO          TO PB-ESTADO
           MOVE DV-MOTIVO          TO PB-MOTIVO
           MOVE WS-FECHA-RESPUESTA TO PB-FECHA-ESTADO
           REWRITE PB-REGISTRO
           IF DV-PAGADO
               ADD 1 TO WS-TOT-PAGADOS
               GO TO 030-FIN
           END-IF
           MOVE PB-IMPORTE TO WS-IMPORTE-ED
           MOVE SPACES TO RPTDEVB-LINEA
           STRING "RECHAZADO  EMPLEADO: " DELIMITED BY SIZE
                  PB-NUMERO               DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  PB-TIPO                 DELIMITED BY SIZE
                  "  ENVIO: "             DELIMITED BY SIZE
                  PB-FECHA                DELIMITED BY SIZE
                  "  IMPORTE: "           DELIMITED BY SIZE
                  WS-IMPORTE-ED           DELIMITED BY SIZE
                  "  MOTIVO: "            DELIMITED BY SIZE
                  PB-MOTIVO               DELIMITED BY SIZE
                  INTO RPTDEVB-LINEA
           WRITE RPTDEVB-LINEA
           MOVE SPACES TO RPTDEVB-LINEA
           STRING "           CLABE: "    DELIMITED BY SIZE
                  PB-CLABE                DELIMITED BY SIZE
                  "  "                    DELIMITED BY SIZE
                  PB-NOMBRE               DELIMITED BY SIZE
                  INTO RPTDEVB-LINEA
           WRITE RPTDEVB-LINEA
           ADD 1 TO RPT-TOTAL-REGS
           ADD 1 TO WS-TOT-RECHAZOS
           MOVE 04 TO WS-RC-NUEVO
           MOVE "DEVOLUCION: PAGO RECHAZADO POR EL BANCO"
                TO WS-DESCRIPCION-ERROR
           PERFORM 080-ACTUALIZA-RC THRU 080-FIN.
       030-FIN.  EXIT.

      *> RECORRE TODO EL MAESTRO POR SU LLAVE PRIMARIA BUSCANDO LOS
      *> RECHAZOS ABIERTOS.
       040-REVISA-RECHAZOS.
           MOVE SPACES TO RPTDEVB-LINEA
           WRITE RPTDEVB-LINEA
           MOVE "N" TO WS-FIN-PAGOS
           MOVE LOW-VALUES TO PB-LLAVE
           START PAGBANC-FILE KEY IS NOT LESS PB-LLAVE
               INVALID KEY
                   SET FIN-PAGOS TO TRUE
           END-START
           PERFORM 042-REVISA-PAGO THRU 042-FIN
                   UNTIL FIN-PAGOS.
       040-FIN.  EXIT.

      *> UN RECHAZO CON CUENTA CORREGIDA SE APARTA PARA LA
      *> REDISPERSION Y QUEDA REDISPERSADO; SIN CUENTA NUEVA SE
      *> LISTA COMO PENDIENTE.
       042-REVISA-PAGO.
           READ PAGBANC-FILE NEXT RECORD
               AT END
                   SET FIN-PAGOS TO TRUE
                   GO TO 042-FIN
           END-READ
           IF NOT PB-RECHAZADO
               GO TO 042-FIN
           END-IF
           PERFORM 044-BUSCA-CUENTA THRU 044-FIN
           IF NOT CUENTA-CORREGIDA
               GO TO 042-PENDIENTE
           END-IF
           IF WS-NUM-REDISP NOT LESS WS-MAX-REDISP
               DISPLAY "SE ALCANZO EL MAXIMO DE REDISPERSIONES ("
                       WS-MAX-REDISP ") - EMPLEADO " PB-NUMERO
                       " QUEDA PENDIENTE"
               MOVE 04 TO WS-RC-NUEVO
               MOVE "DEVOLUCION: MAXIMO DE REDISPERSIONES"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               GO TO 042-PENDIENTE
           END-IF
           ADD 1 TO WS-NUM-REDISP
           MOVE PB-NUMERO       TO WS-RE-NUMERO (WS-NUM-REDISP)
           MOVE PB-TIPO         TO WS-RE-TIPO (WS-NUM-REDISP)
           MOVE PB-EXPEDIENTE   TO WS-RE-EXPEDIENTE (WS-NUM-REDISP)
           MOVE WS-BANCO-NUEVO  TO WS-RE-BANCO (WS-NUM-REDISP)
           MOVE WS-CLABE-NUEVA  TO WS-RE-CLABE (WS-NUM-REDISP)
           MOVE WS-NOMBRE-NUEVO TO WS-RE-NOMBRE (WS-NUM-REDISP)
           MOVE PB-IMPORTE      TO WS-RE-IMPORTE (WS-NUM-REDISP)
           MOVE "D"             TO PB-ESTADO
           MOVE WS-FECHA-HOY    TO PB-FECHA-ESTADO
           REWRITE PB-REGISTRO
           MOVE PB-IMPORTE TO WS-IMPORTE-ED
           MOVE SPACES TO RPTDEVB-LINEA
           STRING "REDISPERSA EMPLEADO: " DELIMITED BY SIZE
                  PB-NUMERO               DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  PB-TIPO                 DELIMITED BY SIZE
                  "  ENVIO: "             DELIMITED BY SIZE
                  PB-FECHA                DELIMITED BY SIZE
                  "  IMPORTE: "           DELIMITED BY SIZE
                  WS-IMPORTE-ED           DELIMITED BY SIZE
                  INTO RPTDEVB-LINEA
           WRITE RPTDEVB-LINEA
           MOVE SPACES TO RPTDEVB-LINEA
           STRING "           CUENTA NUEVA: " DELIMITED BY SIZE
                  WS-BANCO-NUEVO            DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  WS-CLABE-NUEVA            DELIMITED BY SIZE
                  INTO RPTDEVB-LINEA
           WRITE RPTDEVB-LINEA
           ADD 1 TO RPT-TOTAL-REGS
           GO TO 042-FIN.
       042-PENDIENTE.
           ADD 1 TO WS-TOT-PENDIENTES
           ADD PB-IMPORTE TO WS-IMP-PENDIENTE
           MOVE PB-IMPORTE TO WS-IMPORTE-ED
           MOVE SPACES TO RPTDEVB-LINEA
           STRING "PENDIENTE  EMPLEADO: " DELIMITED BY SIZE
                  PB-NUMERO               DELIMITED BY SIZE
                  " "                     DELIMITED BY SIZE
                  PB-TIPO                 DELIMITED BY SIZE
                  "  ENVIO: "             DELIMITED BY SIZE
                  PB-FECHA                DELIMITED BY SIZE
                  "  IMPORTE: "           DELIMITED BY SIZE
                  WS-IMPORTE-ED           DELIMITED BY SIZE
                  "  MOTIVO: "            DELIMITED BY SIZE
                  PB-MOTIVO               DELIMITED BY SIZE
                  INTO RPTDEVB-LINEA
           WRITE RPTDEVB-LINEA
           ADD 1 TO RPT-TOTAL-REGS.
       042-FIN.  EXIT.

      *> TRAE LA CUENTA VIGENTE DEL PAGO RECHAZADO: LA DEL MAESTRO
      *> PARA UN NETO O LA DEL BENEFICIARIO EN ORDJUD PARA UNA
      *> PENSION. SOLO CUENTA COMO CORREGIDA SI ES DISTINTA DE LA
      *> RECHAZADA Y SU DIGITO VERIFICADOR ES BUENO.
       044-BUSCA-CUENTA.
           MOVE "N" TO WS-CUENTA-CORREGIDA
           IF NOT PB-PENSION
               GO TO 044-EMPLEADO
           END-IF
           IF NOT ORDJUD-ABIERTO
               GO TO 044-FIN
           END-IF
           MOVE PB-NUMERO     TO OJ-NUMERO
           MOVE PB-EXPEDIENTE TO OJ-EXPEDIENTE
           READ ORDJUD-FILE
               INVALID KEY
                   GO TO 044-FIN
           END-READ
           MOVE OJ-BANCO        TO WS-BANCO-NUEVO
           MOVE OJ-CLABE        TO WS-CLABE-NUEVA
           MOVE OJ-BENEFICIARIO TO WS-NOMBRE-NUEVO
           GO TO 044-VALIDA.
       044-EMPLEADO.
           MOVE PB-NUMERO TO EM-NUMERO
           READ EMPMAST-FILE
               INVALID KEY
                   GO TO 044-FIN
           END-READ
           MOVE EM-BANCO  TO WS-BANCO-NUEVO
           MOVE EM-CLABE  TO WS-CLABE-NUEVA
           MOVE EM-NOMBRE TO WS-NOMBRE-NUEVO.
       044-VALIDA.
           IF WS-CLABE-NUEVA = SPACES
              OR WS-CLABE-NUEVA = PB-CLABE
               GO TO 044-FIN
           END-IF
           CALL "PROGVCLA" USING WS-CLABE-NUEVA
                                  WS-CLABE-VALIDA
           IF CLABE-VALIDA
               MOVE "S" TO WS-CUENTA-CORREGIDA
           END-IF.
       044-FIN.  EXIT.

      *> ESCRIBE EL RENGLON DE REDISPERSION CON LA CUENTA NUEVA Y DA
      *> DE ALTA EL PAGO COMO ENVIADO CON ORIGEN R; EL LOTE ES LA
      *> HORA DE LA CORRIDA PARA QUE DOS CORRIDAS DEL DIA NO CHOQUEN.
       050-REDISPERSA.
           MOVE "D"  TO DI-MARCA
           MOVE WS-RE-BANCO (WS-RED-INDICE)   TO DI-BANCO
           MOVE WS-RE-CLABE (WS-RED-INDICE)   TO DI-CLABE
           MOVE WS-RE-NUMERO (WS-RED-INDICE)  TO DI-NUMERO
           MOVE WS-RE-NOMBRE (WS-RED-INDICE)  TO DI-NOMBRE
           MOVE WS-RE-IMPORTE (WS-RED-INDICE) TO DI-IMPORTE
           WRITE REDISP-REGISTRO
           ADD 1 TO WS-TOT-REDISP
           ADD DI-IMPORTE TO WS-IMP-REDISP
           MOVE WS-FECHA-HOY  TO PB-FECHA
           MOVE "R"           TO PB-ORIGEN
           MOVE WS-LOTE       TO PB-LOTE
           MOVE WS-RED-INDICE TO PB-RENGLON
           MOVE DI-NUMERO     TO PB-NUMERO
           MOVE WS-RE-TIPO (WS-RED-INDICE)       TO PB-TIPO
           MOVE WS-RE-EXPEDIENTE (WS-RED-INDICE) TO PB-EXPEDIENTE
           MOVE DI-BANCO      TO PB-BANCO
           MOVE DI-CLABE      TO PB-CLABE
           MOVE DI-NOMBRE     TO PB-NOMBRE
           MOVE DI-IMPORTE    TO PB-IMPORTE
           MOVE "E"           TO PB-ESTADO
           MOVE SPACES        TO PB-MOTIVO
           MOVE WS-FECHA-HOY  TO PB-FECHA-ESTADO
           WRITE PB-REGISTRO
               INVALID KEY
                   REWRITE PB-REGISTRO
           END-WRITE.
       050-FIN.  EXIT.

      *> TRAILER DE CONTROL DE LA REDISPERSION CON LA CONVENCION DE
      *> PROGBANC: MARCA T, CUENTA DE RENGLONES Y SUMA DE IMPORTES.
       060-ESCRIBE-TRAILER.
           MOVE SPACES TO REDISP-REGISTRO
           MOVE "T" TO DI-MARCA
           MOVE WS-TOT-REDISP TO DI-NUMERO
           MOVE WS-IMP-REDISP TO DI-IMPORTE
           WRITE REDISP-REGISTRO.
       060-FIN.  EXIT.

      *> ELEVA WS-CODIGO-RETORNO A WS-RC-NUEVO SI ESTE ES MAS SEVERO Y
      *> DEJA CONSTANCIA EN LA BITACORA COMUN DE ERRORES (ERRLOG).
       080-ACTUALIZA-RC.
           IF WS-RC-NUEVO GREATER WS-CODIGO-RETORNO
               MOVE WS-RC-NUEVO TO WS-CODIGO-RETORNO
           END-IF
           CALL "PROGERRL" USING "PROGDEVB" WS-RC-NUEVO
                   WS-DESCRIPCION-ERROR.
       080-FIN.  EXIT.

      *> ESCRIBE EL PIE CON LOS TOTALES DE LA RESPUESTA, DE LA
      *> REDISPERSION Y DE LOS RECHAZOS QUE SIGUEN ABIERTOS.
       090-ESCRIBE-PIE.
           MOVE SPACES TO RPTDEVB-LINEA
           WRITE RPTDEVB-LINEA
           MOVE WS-TOT-RESPUESTAS TO WS-CUENTA-ED
           MOVE SPACES TO RPTDEVB-LINEA
           STRING "RESPUESTAS LEIDAS:        " DELIMITED BY SIZE
                  WS-CUENTA-ED                  DELIMITED BY SIZE
                  INTO RPTDEVB-LINEA
           WRITE RPTDEVB-LINEA
           MOVE WS-TOT-PAGADOS TO WS-CUENTA-ED
           MOVE SPACES TO RPTDEVB-LINEA
           STRING "PAGOS CONFIRMADOS:        " DELIMITED BY SIZE
                  WS-CUENTA-ED                  DELIMITED BY SIZE
                  INTO RPTDEVB-LINEA
           WRITE RPTDEVB-LINEA
           MOVE WS-TOT-RECHAZOS TO WS-CUENTA-ED
           MOVE SPACES TO RPTDEVB-LINEA
           STRING "PAGOS RECHAZADOS:         " DELIMITED BY SIZE
                  WS-CUENTA-ED                  DELIMITED BY SIZE
                  INTO RPTDEVB-LINEA
           WRITE RPTDEVB-LINEA
           MOVE WS-TOT-YA-APLICADAS TO WS-CUENTA-ED
           MOVE SPACES TO RPTDEVB-LINEA
           STRING "YA APLICADAS ANTES:       " DELIMITED BY SIZE
                  WS-CUENTA-ED                  DELIMITED BY SIZE
                  INTO RPTDEVB-LINEA
           WRITE RPTDEVB-LINEA
           MOVE WS-TOT-SIN-PAGO TO WS-CUENTA-ED
           MOVE SPACES TO RPTDEVB-LINEA
           STRING "SIN PAGO ENVIADO:         " DELIMITED BY SIZE
                  WS-CUENTA-ED                  DELIMITED BY SIZE
                  INTO RPTDEVB-LINEA
           WRITE RPTDEVB-LINEA
           MOVE WS-TOT-REDISP TO WS-CUENTA-ED
           MOVE WS-IMP-REDISP TO WS-TOTAL-ED
           MOVE SPACES TO RPTDEVB-LINEA
           STRING "REDISPERSADOS:            " DELIMITED BY SIZE
                  WS-CUENTA-ED                  DELIMITED BY SIZE
                  "  IMPORTE: "                 DELIMITED BY SIZE
                  WS-TOTAL-ED                   DELIMITED BY SIZE
                  INTO RPTDEVB-LINEA
           WRITE RPTDEVB-LINEA
           MOVE WS-TOT-PENDIENTES TO WS-CUENTA-ED
           MOVE WS-IMP-PENDIENTE TO WS-TOTAL-ED
           MOVE SPACES TO RPTDEVB-LINEA
           STRING "RECHAZOS SIN RESOLVER:    " DELIMITED BY SIZE
                  WS-CUENTA-ED                  DELIMITED BY SIZE
                  "  IMPORTE: "                 DELIMITED BY SIZE
                  WS-TOTAL-ED                   DELIMITED BY SIZE
                  INTO RPTDEVB-LINEA
           WRITE RPTDEVB-LINEA
           MOVE SPACES TO RPTDEVB-LINEA
           WRITE RPTDEVB-LINEA
           MOVE RPT-TOTAL-REGS TO RPT-TOTAL-REGS-ED
           MOVE RPT-PIE TO RPTDEVB-LINEA
           WRITE RPTDEVB-LINEA.
       090-FIN.  EXIT.
