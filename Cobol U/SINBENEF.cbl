      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGSBEN.
      *AUTHOR.                    FERNANDO TOLEDO.
      *INSTALLATION.              CENTRO DE CAPACITACION.
      *DATE-WRITTEN.              2026-10-15.
      *DATE-COMPILED.
      *SECURITY.                  NO ES CONFIDENCIAL.
      *> ------------------------------------------------------
      *> LISTA DE LA CAMPANA ANUAL DE ACTUALIZACION DE BENEFICIARIOS:
      *> ORDENA POR DEPARTAMENTO (MISMO PATRON DE SORT QUE PROGVENC)
      *> A LOS EMPLEADOS ACTIVOS QUE NO TIENEN UN REPARTO VALIDO EN
      *> EL ARCHIVO BENEFIC (COPY BENFREG): SIN NINGUN RENGLON, SOLO
      *> CON DEPENDIENTES (NADIE QUE COBRE SI FALLECE) O CON PARTES
      *> QUE NO SUMAN 100.00. CADA UNO DE ESTOS CASOS DEJARIA EL
      *> FINIQUITO RETENIDO EN UNA BAJA POR FALLECIMIENTO (PROGFINI).
      *> SUBTOTAL POR DEPARTAMENTO PARA REPARTIR LA LISTA POR AREA.
      *> SIN ARCHIVO BENEFIC TODOS LOS ACTIVOS SALEN EN LA LISTA Y EL
      *> PASO TERMINA CON RC 04.
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

           SELECT BENEFIC-FILE    ASSIGN TO "BENEFIC"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS BN-LLAVE
                                   FILE STATUS IS WS-BENEFIC-STATUS.

           SELECT SRTSBEN-FILE    ASSIGN TO "SRTSBEN".

           SELECT ORDENADO-FILE   ASSIGN TO "ORDSBEN"
                                   ORGANIZATION LINE SEQUENTIAL.

           SELECT RPTSBEN-FILE    ASSIGN TO "RPTSBEN"
                                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPMAST-FILE.
       COPY EMPREC.

       FD  BENEFIC-FILE.
       COPY BENFREG.

       SD  SRTSBEN-FILE.
       01  SRT-REGISTRO.
           05 SRT-DEPARTAMENTO      PIC X(04).
           05 SRT-NUMERO            PIC 9(05).
           05 SRT-NOMBRE            PIC X(35).
           05 SRT-FECHA-ALTA        PIC 9(08).
           05 SRT-SITUACION         PIC X(01).
           05 SRT-SUMA              PIC 9(05)V99.

       FD  ORDENADO-FILE.
       01  ORD-REGISTRO.
           05 OR-DEPARTAMENTO       PIC X(04).
           05 OR-NUMERO             PIC 9(05).
           05 OR-NOMBRE             PIC X(35).
           05 OR-FECHA-ALTA         PIC 9(08).
           05 OR-SITUACION          PIC X(01).
               88 OR-SIN-REGISTRO                   VALUE "S".
               88 OR-SOLO-DEPENDIENTES              VALUE "D".
               88 OR-PARTES-INCOMPLETAS             VALUE "P".
           05 OR-SUMA               PIC 9(05)V99.

       FD  RPTSBEN-FILE.
       01  RPTSBEN-LINEA            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY RPTHDR.

       01  WS-AREAS.
           05 WS-EMPMAST-STATUS   PIC X(02).
           05 WS-BENEFIC-STATUS   PIC X(02).
           05 WS-HAY-BENEFIC      PIC X(01)      VALUE "N".
               88 HAY-BENEFIC                    VALUE "S".
           05 WS-FIN-BENEFIC      PIC X(01)      VALUE "N".
               88 FIN-BENEFIC                    VALUE "S".
           05 WS-ORDENADO-EOF     PIC X(01)      VALUE "N".
               88 ORDENADO-EOF                   VALUE "S".
           05 WS-RENGLONES        PIC 9(02).
           05 WS-BENEFICIARIOS    PIC 9(02).
           05 WS-SUMA             PIC 9(05)V99.
           05 WS-DEPTO-ANTERIOR   PIC X(04)      VALUE LOW-VALUES.
           05 WS-DEPTO-NOMBRE     PIC X(20).
           05 WS-DEPTO-VALIDO     PIC X(01).
               88 DEPTO-VALIDO                   VALUE "S".
           05 WS-SITUACION        PIC X(24).
           05 WS-SUB-EMPLEADOS    PIC 9(05)      VALUE ZERO.
           05 WS-TOT-ACTIVOS      PIC 9(05)      VALUE ZERO.
           05 WS-TOT-SIN-REGISTRO PIC 9(05)      VALUE ZERO.
           05 WS-TOT-SOLO-DEPEND  PIC 9(05)      VALUE ZERO.
           05 WS-TOT-INCOMPLETOS  PIC 9(05)      VALUE ZERO.
           05 WS-CODIGO-RETORNO   PIC 9(02)      VALUE ZERO.
           05 WS-RC-NUEVO         PIC 9(02).
           05 WS-DESCRIPCION-ERROR PIC X(40).

       01  WS-EDITADOS.
           05 WS-CUENTA-ED        PIC ZZZZ9.
           05 WS-SUMA-ED          PIC ZZZZ9.99.

       PROCEDURE DIVISION.
       000-RAIZ.
           MOVE ZERO TO RETURN-CODE
           PERFORM 005-ABRE-EMPMAST THRU 005-FIN
           OPEN INPUT BENEFIC-FILE
           IF WS-BENEFIC-STATUS = "00"
               SET HAY-BENEFIC TO TRUE
           ELSE
               DISPLAY "SIN ARCHIVO DE BENEFICIARIOS; SE LISTAN "
                       "TODOS LOS ACTIVOS"
               MOVE 04 TO WS-RC-NUEVO
               MOVE "BENEFICIARIOS: SIN ARCHIVO BENEFIC"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
           END-IF
           SORT SRTSBEN-FILE
                ON ASCENDING KEY SRT-DEPARTAMENTO
                                 SRT-NUMERO
                INPUT PROCEDURE 050-ALIMENTA-SORT THRU 050-FIN
                GIVING ORDENADO-FILE
           CLOSE EMPMAST-FILE
           IF HAY-BENEFIC
               CLOSE BENEFIC-FILE
           END-IF
           OPEN INPUT ORDENADO-FILE
           OPEN OUTPUT RPTSBEN-FILE
           PERFORM 010-ESCRIBE-ENCABEZADO THRU 010-FIN
           PERFORM 015-LEE-ORDENADO THRU 015-FIN
           PERFORM 020-IMPRIME-EMPLEADO THRU 020-FIN
                   UNTIL ORDENADO-EOF
           IF WS-DEPTO-ANTERIOR NOT = LOW-VALUES
               PERFORM 030-SUBTOTAL-DEPTO THRU 030-FIN
           END-IF
           PERFORM 090-ESCRIBE-PIE THRU 090-FIN
           CLOSE ORDENADO-FILE
           CLOSE RPTSBEN-FILE
           DISPLAY "ACTIVOS REVISADOS: " WS-TOT-ACTIVOS
                   " SIN REPARTO VALIDO: " RPT-TOTAL-REGS
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

       010-ESCRIBE-ENCABEZADO.
           MOVE "ACTIVOS SIN BENEFICIARIOS - PROGSBEN" TO RPT-TITULO
           ACCEPT RPT-FECHA FROM DATE
           MOVE RPT-ENCABEZADO TO RPTSBEN-LINEA
           WRITE RPTSBEN-LINEA
           MOVE "CAMPANA ANUAL DE ACTUALIZACION DE BENEFICIARIOS"
                TO RPTSBEN-LINEA
           WRITE RPTSBEN-LINEA.
       010-FIN.  EXIT.

       015-LEE-ORDENADO.
           READ ORDENADO-FILE
               AT END
                   SET ORDENADO-EOF TO TRUE
           END-READ.
       015-FIN.  EXIT.

      *> IMPRIME EL RENGLON DE UN EMPLEADO, ABRIENDO EL DEPARTAMENTO
      *> CADA VEZ QUE CAMBIA (CON EL SUBTOTAL DEL ANTERIOR).
       020-IMPRIME-EMPLEADO.
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
               MOVE SPACES TO RPTSBEN-LINEA
               WRITE RPTSBEN-LINEA
               MOVE SPACES TO RPTSBEN-LINEA
               STRING "DEPARTAMENTO: "  DELIMITED BY SIZE
                      OR-DEPARTAMENTO   DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      WS-DEPTO-NOMBRE   DELIMITED BY SIZE
                      INTO RPTSBEN-LINEA
               WRITE RPTSBEN-LINEA
           END-IF
           EVALUATE TRUE
               WHEN OR-SIN-REGISTRO
                   MOVE "SIN REGISTRO" TO WS-SITUACION
               WHEN OR-SOLO-DEPENDIENTES
                   MOVE "SOLO DEPENDIENTES" TO WS-SITUACION
               WHEN OTHER
                   MOVE OR-SUMA TO WS-SUMA-ED
                   MOVE SPACES TO WS-SITUACION
                   STRING "PARTES SUMAN " DELIMITED BY SIZE
                          WS-SUMA-ED      DELIMITED BY SIZE
                          INTO WS-SITUACION
           END-EVALUATE
           MOVE SPACES TO RPTSBEN-LINEA
           STRING "  "              DELIMITED BY SIZE
                  OR-NUMERO         DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  OR-NOMBRE (1:30)  DELIMITED BY SIZE
                  " ALTA "          DELIMITED BY SIZE
                  OR-FECHA-ALTA     DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-SITUACION      DELIMITED BY SIZE
                  INTO RPTSBEN-LINEA
           WRITE RPTSBEN-LINEA
           ADD 1 TO WS-SUB-EMPLEADOS
           ADD 1 TO RPT-TOTAL-REGS
           PERFORM 015-LEE-ORDENADO THRU 015-FIN.
       020-FIN.  EXIT.

       030-SUBTOTAL-DEPTO.
           MOVE WS-SUB-EMPLEADOS TO WS-CUENTA-ED
           MOVE SPACES TO RPTSBEN-LINEA
           STRING "  EMPLEADOS DEL DEPARTAMENTO: " DELIMITED BY SIZE
                  WS-CUENTA-ED                     DELIMITED BY SIZE
                  INTO RPTSBEN-LINEA
           WRITE RPTSBEN-LINEA
           MOVE ZERO TO WS-SUB-EMPLEADOS.
       030-FIN.  EXIT.

      *> INPUT PROCEDURE DEL SORT: SUELTA A CADA ACTIVO SIN UN
      *> REPARTO VALIDO DE BENEFICIARIOS.
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
           IF NOT EM-ACTIVO
               GO TO 055-FIN
           END-IF
           ADD 1 TO WS-TOT-ACTIVOS
           MOVE ZERO TO WS-RENGLONES
           MOVE ZERO TO WS-BENEFICIARIOS
           MOVE ZERO TO WS-SUMA
           IF HAY-BENEFIC
               PERFORM 060-REVISA-BENEFIC THRU 060-FIN
           END-IF
           EVALUATE TRUE
               WHEN WS-RENGLONES = ZERO
                   MOVE "S" TO SRT-SITUACION
                   ADD 1 TO WS-TOT-SIN-REGISTRO
               WHEN WS-BENEFICIARIOS = ZERO
                   MOVE "D" TO SRT-SITUACION
                   ADD 1 TO WS-TOT-SOLO-DEPEND
               WHEN WS-SUMA NOT = 100
                   MOVE "P" TO SRT-SITUACION
                   ADD 1 TO WS-TOT-INCOMPLETOS
               WHEN OTHER
                   GO TO 055-FIN
           END-EVALUATE
           MOVE EM-DEPARTAMENTO TO SRT-DEPARTAMENTO
           MOVE EM-NUMERO       TO SRT-NUMERO
           MOVE EM-NOMBRE       TO SRT-NOMBRE
           MOVE EM-FECHA-ALTA   TO SRT-FECHA-ALTA
           MOVE WS-SUMA         TO SRT-SUMA
           RELEASE SRT-REGISTRO.
       055-FIN.  EXIT.

      *> CUENTA LOS RENGLONES DEL EMPLEADO EN BENEFIC, CUANTOS DE
      *> ELLOS SON BENEFICIARIOS Y LA SUMA DE SUS PARTES.
       060-REVISA-BENEFIC.
           MOVE "N" TO WS-FIN-BENEFIC
           MOVE EM-NUMERO TO BN-NUMERO
           MOVE ZERO TO BN-SECUENCIA
           START BENEFIC-FILE KEY IS NOT LESS THAN BN-LLAVE
               INVALID KEY
                   GO TO 060-FIN
           END-START
           PERFORM 065-LEE-BENEFIC THRU 065-FIN
                   UNTIL FIN-BENEFIC.
       060-FIN.  EXIT.

       065-LEE-BENEFIC.
           READ BENEFIC-FILE NEXT RECORD
               AT END
                   SET FIN-BENEFIC TO TRUE
                   GO TO 065-FIN
           END-READ
           IF BN-NUMERO NOT = EM-NUMERO
               SET FIN-BENEFIC TO TRUE
               GO TO 065-FIN
           END-IF
           ADD 1 TO WS-RENGLONES
           IF BN-ES-BENEFICIARIO
               ADD 1 TO WS-BENEFICIARIOS
               ADD BN-PORCENTAJE TO WS-SUMA
           END-IF.
       065-FIN.  EXIT.

      *> ELEVA WS-CODIGO-RETORNO A WS-RC-NUEVO SI ESTE ES MAS SEVERO Y
      *> DEJA CONSTANCIA EN LA BITACORA COMUN DE ERRORES (ERRLOG).
       080-ACTUALIZA-RC.
           IF WS-RC-NUEVO GREATER WS-CODIGO-RETORNO
               MOVE WS-RC-NUEVO TO WS-CODIGO-RETORNO
           END-IF
           CALL "PROGERRL" USING "PROGSBEN" WS-RC-NUEVO
                   WS-DESCRIPCION-ERROR.
       080-FIN.  EXIT.

      *> ESCRIBE EL PIE CON LOS ACTIVOS REVISADOS Y CUANTOS CAEN EN
      *> CADA SITUACION.
       090-ESCRIBE-PIE.
           MOVE SPACES TO RPTSBEN-LINEA
           WRITE RPTSBEN-LINEA
           MOVE WS-TOT-ACTIVOS TO WS-CUENTA-ED
           MOVE SPACES TO RPTSBEN-LINEA
           STRING "ACTIVOS REVISADOS:               " DELIMITED BY SIZE
                  WS-CUENTA-ED                         DELIMITED BY SIZE
                  INTO RPTSBEN-LINEA
           WRITE RPTSBEN-LINEA
           MOVE WS-TOT-SIN-REGISTRO TO WS-CUENTA-ED
           MOVE SPACES TO RPTSBEN-LINEA
           STRING "SIN REGISTRO EN BENEFIC:         " DELIMITED BY SIZE
                  WS-CUENTA-ED                         DELIMITED BY SIZE
                  INTO RPTSBEN-LINEA
           WRITE RPTSBEN-LINEA
           MOVE WS-TOT-SOLO-DEPEND TO WS-CUENTA-ED
           MOVE SPACES TO RPTSBEN-LINEA
           STRING "SOLO DEPENDIENTES:               " DELIMITED BY SIZE
                  WS-CUENTA-ED                         DELIMITED BY SIZE
                  INTO RPTSBEN-LINEA
           WRITE RPTSBEN-LINEA
           MOVE WS-TOT-INCOMPLETOS TO WS-CUENTA-ED
           MOVE SPACES TO RPTSBEN-LINEA
           STRING "PARTES QUE NO SUMAN 100.00:      " DELIMITED BY SIZE
                  WS-CUENTA-ED                         DELIMITED BY SIZE
                  INTO RPTSBEN-LINEA
           WRITE RPTSBEN-LINEA
           MOVE RPT-TOTAL-REGS TO RPT-TOTAL-REGS-ED
           MOVE RPT-PIE TO RPTSBEN-LINEA
           WRITE RPTSBEN-LINEA.
       090-FIN.  EXIT.
