      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGVENC.
      *AUTHOR.                    FERNANDO TOLEDO.
      *INSTALLATION.              CENTRO DE CAPACITACION.
      *DATE-WRITTEN.              2026-10-15.
      *DATE-COMPILED.
      *SECURITY.                  NO ES CONFIDENCIAL.
      *> ------------------------------------------------------
      *> CORRIDA SEMANAL DE VENCIMIENTO DE CONTRATOS: ORDENA A LOS
      *> ACTIVOS CON CONTRATO EVENTUAL O POR OBRA (EM-TIPO-CONTRATO)
      *> CUYA FECHA DE FIN CAE DENTRO DEL HORIZONTE (DIAS DEL SYSIN,
      *> 0 = 30) O YA PASO, POR DEPARTAMENTO Y FECHA DE FIN (MISMO
      *> PATRON DE SORT QUE PROGOJRP), E IMPRIME CADA UNO CON LOS
      *> DIAS QUE LE QUEDAN (PROGCDIA) Y SUBTOTAL POR DEPARTAMENTO.
      *> POR CADA CONTRATO YA VENCIDO DEJA UNA BAJA PROPUESTA EN
      *> FORMATO GOTTRANS (OPCION 2, MOTIVO FC - FIN DE CONTRATO,
      *> FECHA EFECTIVA = FIN DEL CONTRATO, CON SU TRAILER) EN
      *> GOTPROP, IGUAL QUE PROGBDEP CON SUS TRASLADOS. LAS
      *> PROPUESTAS NO SE APLICAN AQUI: PERSONAL LAS REVISA Y
      *> SOMETE AL LOTE LAS QUE CONFIRMA (O RENUEVA EL CONTRATO CON
      *> UN CAMBIO). CON ALGUN CONTRATO VENCIDO EL PASO TERMINA CON
      *> RC 04; SI EL MOTIVO FC NO ESTA VIGENTE EN MOTBAJA, CON 08
      *> (EL PRE-EDITOR RECHAZARIA LAS PROPUESTAS).
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

           SELECT SRTVENC-FILE    ASSIGN TO "SRTVENC".

           SELECT ORDENADO-FILE   ASSIGN TO "ORDVENC"
                                   ORGANIZATION LINE SEQUENTIAL.

           SELECT RPTVENC-FILE    ASSIGN TO "RPTVENC"
                                   ORGANIZATION LINE SEQUENTIAL.

           SELECT GOTPROP-FILE    ASSIGN TO "GOTPROP"
                                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPMAST-FILE.
       COPY EMPREC.

       SD  SRTVENC-FILE.
       01  SRT-REGISTRO.
           05 SRT-DEPARTAMENTO      PIC X(04).
           05 SRT-FIN-CONTRATO      PIC 9(08).
           05 SRT-NUMERO            PIC 9(05).
           05 SRT-NOMBRE            PIC X(35).
           05 SRT-PUESTO            PIC X(04).
           05 SRT-TIPO-CONTRATO     PIC X(01).

       FD  ORDENADO-FILE.
       01  ORD-REGISTRO.
           05 OR-DEPARTAMENTO       PIC X(04).
           05 OR-FIN-CONTRATO       PIC 9(08).
           05 OR-NUMERO             PIC 9(05).
           05 OR-NOMBRE             PIC X(35).
           05 OR-PUESTO             PIC X(04).
           05 OR-TIPO-CONTRATO      PIC X(01).
               88 OR-EVENTUAL                       VALUE "E".

       FD  RPTVENC-FILE.
       01  RPTVENC-LINEA            PIC X(80).

       FD  GOTPROP-FILE.
       COPY GOTTREC.

       WORKING-STORAGE SECTION.
       COPY RPTHDR.

       01  WS-AREAS.
           05 WS-EMPMAST-STATUS   PIC X(02).
           05 WS-ORDENADO-EOF     PIC X(01)      VALUE "N".
               88 ORDENADO-EOF                   VALUE "S".
           05 WS-FECHA-HOY        PIC 9(08).
           05 WS-HORIZONTE        PIC 9(03).
           05 WS-DIAS             PIC S9(05).
           05 WS-DEPTO-ANTERIOR   PIC X(04)      VALUE LOW-VALUES.
           05 WS-DEPTO-NOMBRE     PIC X(20).
           05 WS-DEPTO-VALIDO     PIC X(01).
               88 DEPTO-VALIDO                   VALUE "S".
           05 WS-TIPO-DESC        PIC X(08).
           05 WS-SITUACION        PIC X(10).
           05 WS-SUB-CONTRATOS    PIC 9(05)      VALUE ZERO.
           05 WS-TOT-POR-VENCER   PIC 9(05)      VALUE ZERO.
           05 WS-TOT-VENCIDOS     PIC 9(05)      VALUE ZERO.
           05 WS-HASH-NUMEROS     PIC 9(10)      VALUE ZERO.
           05 WS-CODIGO-RETORNO   PIC 9(02)      VALUE ZERO.
           05 WS-RC-NUEVO         PIC 9(02).
           05 WS-DESCRIPCION-ERROR PIC X(40).

      *> MOTIVO DE BAJA DE LAS PROPUESTAS: FIN DE CONTRATO, QUE DEBE
      *> ESTAR VIGENTE EN EL CATALOGO MOTBAJA (VIA PROGVMOT).
       01  WS-VALIDA-MOTIVO.
           05 WS-MOTIVO-FIN       PIC X(02)      VALUE "FC".
           05 WS-MOTIVO-DESC      PIC X(20).
           05 WS-MOTIVO-VALIDO    PIC X(01)      VALUE "N".
               88 MOTIVO-VALIDO                  VALUE "S".

       01  WS-EDITADOS.
           05 WS-DIAS-ED          PIC -ZZZ9.
           05 WS-CUENTA-ED        PIC ZZZZ9.

       PROCEDURE DIVISION.
       000-RAIZ.
           MOVE ZERO TO RETURN-CODE
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           DISPLAY "DIAS HACIA ADELANTE A REVISAR (0 = 30): "
           ACCEPT WS-HORIZONTE
           IF WS-HORIZONTE NOT NUMERIC OR WS-HORIZONTE = ZERO
               MOVE 30 TO WS-HORIZONTE
           END-IF
           CALL "PROGVMOT" USING WS-MOTIVO-FIN
                                  WS-MOTIVO-DESC
                                  WS-MOTIVO-VALIDO
           PERFORM 005-ABRE-EMPMAST THRU 005-FIN
           SORT SRTVENC-FILE
                ON ASCENDING KEY SRT-DEPARTAMENTO
                                 SRT-FIN-CONTRATO
                                 SRT-NUMERO
                INPUT PROCEDURE 050-ALIMENTA-SORT THRU 050-FIN
                GIVING ORDENADO-FILE
           CLOSE EMPMAST-FILE
           OPEN INPUT ORDENADO-FILE
           OPEN OUTPUT RPTVENC-FILE
           OPEN OUTPUT GOTPROP-FILE
           PERFORM 010-ESCRIBE-ENCABEZADO THRU 010-FIN
           PERFORM 015-LEE-ORDENADO THRU 015-FIN
           PERFORM 020-IMPRIME-CONTRATO THRU 020-FIN
                   UNTIL ORDENADO-EOF
           IF WS-DEPTO-ANTERIOR NOT = LOW-VALUES
               PERFORM 030-SUBTOTAL-DEPTO THRU 030-FIN
           END-IF
           PERFORM 060-ESCRIBE-TRAILER THRU 060-FIN
           PERFORM 090-ESCRIBE-PIE THRU 090-FIN
           CLOSE ORDENADO-FILE
           CLOSE RPTVENC-FILE
           CLOSE GOTPROP-FILE
           DISPLAY "CONTRATOS POR VENCER: " WS-TOT-POR-VENCER
                   " VENCIDOS (BAJAS PROPUESTAS): " WS-TOT-VENCIDOS
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE
           GOBACK.

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

      *> INPUT PROCEDURE DEL SORT: SUELTA A CADA ACTIVO EVENTUAL O POR
      *> OBRA CUYO CONTRATO VENCE DENTRO DEL HORIZONTE O YA VENCIO.
      *> PLANTA (O TIPO EN ESPACIOS) NO TIENE FECHA DE FIN.
       050-ALIMENTA-SORT.
           MOVE ZEROS TO EM-NUMERO
           START EMPMAST-FILE KEY IS NOT LESS THAN EM-NUMERO
               INVALID KEY
                   GO TO 050-FIN
           END-START
           PERFORM 055-SUELTA-EMPLEADO THRU 055-FIN
                   UNTIL WS-EMPMAST-STATUS NOT = "00".
       050-FIN.  EXIT.

       055-SUELTA-EMPLEADO.
           READ EMPMAST-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-EMPMAST-STATUS
                   GO TO 055-FIN
           END-READ
           IF EM-INACTIVO OR EM-CONTRATO-PLANTA
               GO TO 055-FIN
           END-IF
           IF EM-FIN-CONTRATO = ZERO
               GO TO 055-FIN
           END-IF
           CALL "PROGCDIA" USING WS-FECHA-HOY
                                  EM-FIN-CONTRATO
                                  WS-DIAS
           IF WS-DIAS GREATER WS-HORIZONTE
               GO TO 055-FIN
           END-IF
           MOVE EM-DEPARTAMENTO  TO SRT-DEPARTAMENTO
           MOVE EM-FIN-CONTRATO  TO SRT-FIN-CONTRATO
           MOVE EM-NUMERO        TO SRT-NUMERO
           MOVE EM-NOMBRE        TO SRT-NOMBRE
           MOVE EM-PUESTO        TO SRT-PUESTO
           MOVE EM-TIPO-CONTRATO TO SRT-TIPO-CONTRATO
           RELEASE SRT-REGISTRO.
       055-FIN.  EXIT.

       010-ESCRIBE-ENCABEZADO.
           MOVE "VENCIMIENTO DE CONTRATOS - PROGVENC" TO RPT-TITULO
           ACCEPT RPT-FECHA FROM DATE
           MOVE RPT-ENCABEZADO TO RPTVENC-LINEA
           WRITE RPTVENC-LINEA
           MOVE SPACES TO RPTVENC-LINEA
           STRING "VENCEN EN LOS PROXIMOS " DELIMITED BY SIZE
                  WS-HORIZONTE               DELIMITED BY SIZE
                  " DIAS O YA VENCIERON"     DELIMITED BY SIZE
                  INTO RPTVENC-LINEA
           WRITE RPTVENC-LINEA.
       010-FIN.  EXIT.

       015-LEE-ORDENADO.
           READ ORDENADO-FILE
               AT END
                   SET ORDENADO-EOF TO TRUE
           END-READ.
       015-FIN.  EXIT.

      *> IMPRIME EL RENGLON DE UN CONTRATO, ABRIENDO EL DEPARTAMENTO
      *> CADA VEZ QUE CAMBIA (CON EL SUBTOTAL DEL ANTERIOR). EL YA
      *> VENCIDO DEJA ADEMAS SU BAJA PROPUESTA.
       020-IMPRIME-CONTRATO.
           IF OR-DEPARTAMENTO NOT = WS-DEPTO-ANTERIOR
               IF WS-DEPTO-ANTERIOR NOT = LOW-VALUES
                   PERFORM 030-SUBTOTAL-DEPTO THRU 030-FIN
               END-IF
               MOVE OR-DEPARTAMENTO TO WS-DEPTO-ANTERIOR
               CALL "PROGVDEP" USING OR-DEPARTAMENTO
                                      WS-DEPTO-NOMBRE
                                      WS-DEPTO-VALIDO
               IF NOT DEPTO-VALIDO
                   MOVE "*** NO CATALOGADO ***" TO WS-DEPTO-NOMBRE
               END-IF
               MOVE SPACES TO RPTVENC-LINEA
               WRITE RPTVENC-LINEA
               MOVE SPACES TO RPTVENC-LINEA
               STRING "DEPARTAMENTO: "  DELIMITED BY SIZE
                      OR-DEPARTAMENTO   DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      WS-DEPTO-NOMBRE   DELIMITED BY SIZE
                      INTO RPTVENC-LINEA
               WRITE RPTVENC-LINEA
           END-IF
           CALL "PROGCDIA" USING WS-FECHA-HOY
                                  OR-FIN-CONTRATO
                                  WS-DIAS
           IF OR-EVENTUAL
               MOVE "EVENTUAL" TO WS-TIPO-DESC
           ELSE
               MOVE "POR OBRA" TO WS-TIPO-DESC
           END-IF
           IF WS-DIAS LESS ZERO
               MOVE "VENCIDO" TO WS-SITUACION
               ADD 1 TO WS-TOT-VENCIDOS
               PERFORM 040-PROPONE-BAJA THRU 040-FIN
           ELSE
               MOVE "POR VENCER" TO WS-SITUACION
               ADD 1 TO WS-TOT-POR-VENCER
           END-IF
           MOVE WS-DIAS TO WS-DIAS-ED
           MOVE SPACES TO RPTVENC-LINEA
           STRING "  "              DELIMITED BY SIZE
                  OR-NUMERO         DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  OR-NOMBRE (1:25)  DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  OR-PUESTO         DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-TIPO-DESC      DELIMITED BY SIZE
                  " FIN "           DELIMITED BY SIZE
                  OR-FIN-CONTRATO   DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-DIAS-ED        DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-SITUACION      DELIMITED BY SIZE
                  INTO RPTVENC-LINEA
           WRITE RPTVENC-LINEA
           ADD 1 TO WS-SUB-CONTRATOS
           ADD 1 TO RPT-TOTAL-REGS
           PERFORM 015-LEE-ORDENADO THRU 015-FIN.
       020-FIN.  EXIT.

       030-SUBTOTAL-DEPTO.
           MOVE WS-SUB-CONTRATOS TO WS-CUENTA-ED
           MOVE SPACES TO RPTVENC-LINEA
           STRING "  CONTRATOS DEL DEPARTAMENTO: " DELIMITED BY SIZE
                  WS-CUENTA-ED                     DELIMITED BY SIZE
                  INTO RPTVENC-LINEA
           WRITE RPTVENC-LINEA
           MOVE ZERO TO WS-SUB-CONTRATOS.
       030-FIN.  EXIT.

      *> ARMA LA BAJA PROPUESTA (OPCION 2, MOTIVO FIN DE CONTRATO) DEL
      *> CONTRATO VENCIDO, EN LAS MISMAS COLUMNAS QUE EL LOTE YA
      *> CONSUME. NO SE APLICA: QUEDA PARA LA CONFIRMACION DE PERSONAL.
       040-PROPONE-BAJA.
           MOVE SPACES TO GOTTRANS-REGISTRO
           MOVE 2 TO TR-OPCION
           MOVE OR-NUMERO TO TR-NUMERO
           MOVE OR-DEPARTAMENTO TO TR-DEPARTAMENTO
           MOVE ZERO TO TR-SALARIO
           MOVE OR-FIN-CONTRATO TO TR-FECHA-EFECTIVA
           MOVE WS-MOTIVO-FIN TO TR-MOTIVO-BAJA
           MOVE OR-TIPO-CONTRATO TO TR-TIPO-CONTRATO
           MOVE OR-FIN-CONTRATO TO TR-FIN-CONTRATO
           WRITE GOTTRANS-REGISTRO
           ADD TR-NUMERO TO WS-HASH-NUMEROS.
       040-FIN.  EXIT.

      *> TRAILER DEL ARCHIVO DE PROPUESTAS (OPCION 9, CUENTA Y SUMA DE
      *> TR-NUMERO), PARA QUE EL PRE-EDITOR Y EL LOTE LO VERIFIQUEN
      *> IGUAL QUE CUALQUIER GOTTRANS.
       060-ESCRIBE-TRAILER.
           MOVE SPACES TO GOTTRANS-TRAILER
           MOVE 9 TO TC-MARCA
           MOVE WS-TOT-VENCIDOS TO TC-CUENTA
           MOVE WS-HASH-NUMEROS TO TC-HASH-NUMEROS
           WRITE GOTTRANS-TRAILER.
       060-FIN.  EXIT.

      *> ELEVA WS-CODIGO-RETORNO A WS-RC-NUEVO SI ESTE ES MAS SEVERO Y
      *> DEJA CONSTANCIA EN LA BITACORA COMUN DE ERRORES (ERRLOG).
       080-ACTUALIZA-RC.
           IF WS-RC-NUEVO GREATER WS-CODIGO-RETORNO
               MOVE WS-RC-NUEVO TO WS-CODIGO-RETORNO
           END-IF
           CALL "PROGERRL" USING "PROGVENC" WS-RC-NUEVO
                   WS-DESCRIPCION-ERROR.
       080-FIN.  EXIT.

      *> ESCRIBE EL PIE CON LOS CONTRATOS POR VENCER Y LOS VENCIDOS
      *> (BAJAS PROPUESTAS), Y FIJA EL RC DEL PASO.
       090-ESCRIBE-PIE.
           MOVE SPACES TO RPTVENC-LINEA
           WRITE RPTVENC-LINEA
           MOVE WS-TOT-POR-VENCER TO WS-CUENTA-ED
           MOVE SPACES TO RPTVENC-LINEA
           STRING "CONTRATOS POR VENCER:            " DELIMITED BY SIZE
                  WS-CUENTA-ED                         DELIMITED BY SIZE
                  INTO RPTVENC-LINEA
           WRITE RPTVENC-LINEA
           MOVE WS-TOT-VENCIDOS TO WS-CUENTA-ED
           MOVE SPACES TO RPTVENC-LINEA
           STRING "VENCIDOS (BAJAS PROPUESTAS):     " DELIMITED BY SIZE
                  WS-CUENTA-ED                         DELIMITED BY SIZE
                  INTO RPTVENC-LINEA
           WRITE RPTVENC-LINEA
           IF WS-TOT-VENCIDOS GREATER ZERO
               MOVE 04 TO WS-RC-NUEVO
               MOVE "VENCIMIENTOS: HAY BAJAS PROPUESTAS"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               IF NOT MOTIVO-VALIDO
                   MOVE 08 TO WS-RC-NUEVO
                   MOVE "VENCIMIENTOS: MOTIVO FC NO CATALOGADO"
                        TO WS-DESCRIPCION-ERROR
                   PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               END-IF
           END-IF
           MOVE RPT-TOTAL-REGS TO RPT-TOTAL-REGS-ED
           MOVE RPT-PIE TO RPTVENC-LINEA
           WRITE RPTVENC-LINEA.
       090-FIN.  EXIT.
