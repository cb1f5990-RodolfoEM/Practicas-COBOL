      *>             VACACIONES (VACLEDG, COPY VACREG), QUE YA
      *>             DESCUENTA LO TOMADO. SIN REGISTRO EN EL LIBRO
      *>             SE CAE AL CALCULO DE TABLA DE SIEMPRE.
      *> 2026-10-15  EN UNA BAJA POR FALLECIMIENTO (MOTIVO FA) LA HOJA
      *>             REPARTE EL TOTAL DEL FINIQUITO ENTRE LOS
      *>             BENEFICIARIOS DEL EMPLEADO (ARCHIVO BENEFIC, COPY
      *>             BENFREG) SEGUN SU PARTE; EL ULTIMO SE LLEVA LOS
      *>             CENTAVOS DEL REDONDEO PARA QUE EL REPARTO CUADRE
      *>             CON EL TOTAL. SIN BENEFICIARIOS, O CON PARTES QUE
      *>             NO SUMAN 100.00, EL PAGO SE MARCA RETENIDO Y EL
      *>             PASO AVISA CON RC 04.
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
                                   RECORD KEY IS VL-NUMERO
                                   FILE STATUS IS WS-VACLEDG-STATUS.

           SELECT BENEFIC-FILE    ASSIGN TO "BENEFIC"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS BN-LLAVE
                                   FILE STATUS IS WS-BENEFIC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPMAST-FILE.
       FD  VACLEDG-FILE.
       COPY VACREG.

       FD  BENEFIC-FILE.
       COPY BENFREG.

       FD  RPTFINI-FILE.
       01  RPTFINI-LINEA            PIC X(80).

           05 WS-RC-NUEVO         PIC 9(02).
           05 WS-DESCRIPCION-ERROR PIC X(40).

      *> REPARTO DEL FINIQUITO ENTRE LOS BENEFICIARIOS EN UNA BAJA
      *> POR FALLECIMIENTO (MOTIVO FA DEL CATALOGO MOTBAJA).
       01  WS-REPARTO.
           05 WS-BENEFIC-STATUS   PIC X(02).
           05 WS-HAY-BENEFIC      PIC X(01)      VALUE "N".
               88 HAY-BENEFIC                    VALUE "S".
           05 WS-FIN-BENEFIC      PIC X(01)      VALUE "N".
               88 FIN-BENEFIC                    VALUE "S".
           05 WS-MOTIVO-FALLECE   PIC X(02)      VALUE "FA".
           05 WS-BEN-CUANTOS      PIC 9(02)      VALUE ZERO.
           05 WS-BEN-MAXIMO       PIC 9(02)      VALUE 10.
           05 WS-BEN-IND          PIC 9(02).
           05 WS-BEN-SUMA         PIC 9(05)V99.
           05 WS-BEN-IMPORTE      PIC 9(08)V99.
           05 WS-BEN-REPARTIDO    PIC 9(08)V99.
           05 WS-BEN-PARTE-ED     PIC ZZ9.99.
           05 WS-BEN-SUMA-ED      PIC ZZZZ9.99.
       01  WS-BEN-TABLA.
           05 WS-BEN-PERSONA OCCURS 10 TIMES.
               10 WS-BT-NOMBRE     PIC X(40).
               10 WS-BT-PARENTESCO PIC X(02).
               10 WS-BT-CURP       PIC X(18).
               10 WS-BT-PORCENTAJE PIC 9(03)V99.

       01  WS-EDITADOS.
           05 WS-IMPORTE-ED       PIC ZZZ,ZZ9.99.
           05 WS-TOTAL-ED         PIC Z,ZZZ,ZZ9.99.
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
           END-IF
      *> SIN ARCHIVO DE BENEFICIARIOS SOLO SE AVISA SI HOY HAY UNA
      *> BAJA POR FALLECIMIENTO QUE REPARTIR (045).
           OPEN INPUT BENEFIC-FILE
           IF WS-BENEFIC-STATUS = "00"
               SET HAY-BENEFIC TO TRUE
           END-IF
           OPEN OUTPUT RPTFINI-FILE
           PERFORM 010-ESCRIBE-ENCABEZADO THRU 010-FIN
           MOVE ZEROS TO EM-NUMERO
           IF HAY-VACLEDG
               CLOSE VACLEDG-FILE
           END-IF
           IF HAY-BENEFIC
               CLOSE BENEFIC-FILE
           END-IF
           CLOSE RPTFINI-FILE
           MOVE "PROGFINI" TO CC-PROGRAMA
           MOVE ZERO TO CC-ENTRADA
                  WS-TOTAL-ED                      DELIMITED BY SIZE
                  INTO RPTFINI-LINEA
           WRITE RPTFINI-LINEA
           IF EM-MOTIVO-BAJA = WS-MOTIVO-FALLECE
               PERFORM 045-REPARTO-BENEFICIARIOS THRU 045-FIN
           END-IF
           ADD 1 TO RPT-TOTAL-REGS.
       040-FIN.  EXIT.

      *> BAJA POR FALLECIMIENTO: EL TOTAL DEL FINIQUITO SE REPARTE
      *> ENTRE LOS BENEFICIARIOS DEL EMPLEADO SEGUN SU PARTE. SI NO
      *> HAY BENEFICIARIOS, O SUS PARTES NO SUMAN 100.00, NO SE
      *> INVENTA UN REPARTO: EL PAGO QUEDA RETENIDO HASTA QUE
      *> JURIDICO DETERMINE A QUIEN LE CORRESPONDE (LFT ART. 501).
       045-REPARTO-BENEFICIARIOS.
           MOVE SPACES TO RPTFINI-LINEA
           WRITE RPTFINI-LINEA
           MOVE "REPARTO ENTRE BENEFICIARIOS (BAJA POR FALLECIMIENTO)"
                TO RPTFINI-LINEA
           WRITE RPTFINI-LINEA
           MOVE ZERO TO WS-BEN-CUANTOS
           MOVE ZERO TO WS-BEN-SUMA
           IF HAY-BENEFIC
               PERFORM 046-CARGA-BENEFICIARIOS THRU 046-FIN
           END-IF
           IF WS-BEN-CUANTOS = ZERO
               MOVE "SIN BENEFICIARIOS REGISTRADOS: PAGO RETENIDO "
                    TO RPTFINI-LINEA
               WRITE RPTFINI-LINEA
               MOVE 04 TO WS-RC-NUEVO
               MOVE "FINIQUITO: FALLECIMIENTO SIN BENEFICIARIOS"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               GO TO 045-FIN
           END-IF
           IF WS-BEN-SUMA NOT = 100
               MOVE WS-BEN-SUMA TO WS-BEN-SUMA-ED
               MOVE SPACES TO RPTFINI-LINEA
               STRING "LAS PARTES SUMAN "  DELIMITED BY SIZE
                      WS-BEN-SUMA-ED       DELIMITED BY SIZE
                      " Y NO 100.00: PAGO RETENIDO"
                                           DELIMITED BY SIZE
                      INTO RPTFINI-LINEA
               WRITE RPTFINI-LINEA
               MOVE 04 TO WS-RC-NUEVO
               MOVE "FINIQUITO: PARTES NO SUMAN 100"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               GO TO 045-FIN
           END-IF
           MOVE ZERO TO WS-BEN-REPARTIDO
           PERFORM 048-IMPRIME-PARTE THRU 048-FIN
                   VARYING WS-BEN-IND FROM 1 BY 1
                   UNTIL WS-BEN-IND GREATER WS-BEN-CUANTOS.
       045-FIN.  EXIT.

      *> CARGA EN LA TABLA A LOS BENEFICIARIOS (TIPO B O A, CON
      *> PARTE) DEL EMPLEADO EN TURNO; LOS DEPENDIENTES NO HEREDAN.
       046-CARGA-BENEFICIARIOS.
           MOVE "N" TO WS-FIN-BENEFIC
           MOVE EM-NUMERO TO BN-NUMERO
           MOVE ZERO TO BN-SECUENCIA
           START BENEFIC-FILE KEY IS NOT LESS THAN BN-LLAVE
               INVALID KEY
                   GO TO 046-FIN
           END-START
           PERFORM 047-LEE-BENEFICIARIO THRU 047-FIN
                   UNTIL FIN-BENEFIC.
       046-FIN.  EXIT.

       047-LEE-BENEFICIARIO.
           READ BENEFIC-FILE NEXT RECORD
               AT END
                   SET FIN-BENEFIC TO TRUE
                   GO TO 047-FIN
           END-READ
           IF BN-NUMERO NOT = EM-NUMERO
               SET FIN-BENEFIC TO TRUE
               GO TO 047-FIN
           END-IF
           IF NOT BN-ES-BENEFICIARIO OR BN-PORCENTAJE = ZERO
               GO TO 047-FIN
           END-IF
           IF WS-BEN-CUANTOS NOT LESS WS-BEN-MAXIMO
               GO TO 047-FIN
           END-IF
           ADD 1 TO WS-BEN-CUANTOS
           MOVE BN-NOMBRE     TO WS-BT-NOMBRE (WS-BEN-CUANTOS)
           MOVE BN-PARENTESCO TO WS-BT-PARENTESCO (WS-BEN-CUANTOS)
           MOVE BN-CURP       TO WS-BT-CURP (WS-BEN-CUANTOS)
           MOVE BN-PORCENTAJE TO WS-BT-PORCENTAJE (WS-BEN-CUANTOS)
           ADD BN-PORCENTAJE TO WS-BEN-SUMA.
       047-FIN.  EXIT.

      *> IMPRIME LA PARTE DE UN BENEFICIARIO. EL ULTIMO RECIBE LO
      *> QUE FALTA PARA EL TOTAL, ASI LOS CENTAVOS DEL REDONDEO NO
      *> SE PIERDEN NI SE PAGAN DOS VECES.
       048-IMPRIME-PARTE.
           IF WS-BEN-IND = WS-BEN-CUANTOS
               COMPUTE WS-BEN-IMPORTE = WS-IMP-TOTAL - WS-BEN-REPARTIDO
           ELSE
               COMPUTE WS-BEN-IMPORTE ROUNDED =
                       WS-IMP-TOTAL * WS-BT-PORCENTAJE (WS-BEN-IND)
                       / 100
           END-IF
           ADD WS-BEN-IMPORTE TO WS-BEN-REPARTIDO
           MOVE WS-BT-PORCENTAJE (WS-BEN-IND) TO WS-BEN-PARTE-ED
           MOVE WS-BEN-IMPORTE TO WS-TOTAL-ED
           MOVE SPACES TO RPTFINI-LINEA
           STRING "  "                           DELIMITED BY SIZE
                  WS-BT-NOMBRE (WS-BEN-IND) (1:30)
                                                 DELIMITED BY SIZE
                  "  "                           DELIMITED BY SIZE
                  WS-BT-PARENTESCO (WS-BEN-IND)  DELIMITED BY SIZE
                  "  "                           DELIMITED BY SIZE
                  WS-BT-CURP (WS-BEN-IND)        DELIMITED BY SIZE
                  "  "                           DELIMITED BY SIZE
                  WS-BEN-PARTE-ED                DELIMITED BY SIZE
                  "% "                           DELIMITED BY SIZE
                  WS-TOTAL-ED                    DELIMITED BY SIZE
                  INTO RPTFINI-LINEA
           WRITE RPTFINI-LINEA.
       048-FIN.  EXIT.

      *> ELEVA WS-CODIGO-RETORNO A WS-RC-NUEVO SI ESTE ES MAS SEVERO Y
      *> DEJA CONSTANCIA EN LA BITACORA COMUN DE ERRORES (ERRLOG).
       080-ACTUALIZA-RC.
