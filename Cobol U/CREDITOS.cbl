      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGCRED.
      *AUTHOR.                    FERNANDO TOLEDO.
      *INSTALLATION.              CENTRO DE CAPACITACION.
      *DATE-WRITTEN.              2026-10-15.
      *DATE-COMPILED.
      *SECURITY.                  NO ES CONFIDENCIAL.
      *> ------------------------------------------------------
      *> CARGA DE CREDITOS DE LOS TRABAJADORES AL MAESTRO DE
      *> DESCUENTOS (DEDMAST, COPY DEDREC), EN VEZ DE TECLEARLOS:
      *> 1) LOS AVISOS DEL INFONAVIT (AVISOINF, COPY AVINREG): EL DE
      *>    RETENCION ABRE O REEMPLAZA EL CREDITO IN DEL EMPLEADO CON
      *>    SU METODO (PORCENTAJE, CUOTA FIJA O VSM) Y SU VALOR, EL DE
      *>    MODIFICACION CAMBIA METODO Y VALOR, Y EL DE SUSPENSION LO
      *>    DEJA SUSPENDIDO, CON LO QUE PROGNOMI DEJA DE RETENERLO
      *>    SOLO. 2) LA CEDULA MENSUAL DEL FONACOT (CEDFONA, COPY
      *>    CEDFREG): FIJA LO QUE SE LE RETIENE EN EL MES A CADA
      *>    EMPLEADO EN SU CREDITO FN, SUMANDO SUS CREDITOS SI TRAE
      *>    VARIOS (EL MAESTRO GUARDA UN DESCUENTO POR TIPO); LOS FN
      *>    VIGENTES QUE NO VIENEN EN LA CEDULA SE LISTAN, Y PROGNOMI NO
      *>    LES RETIENE ESE MES. CADA RENGLON SE COTEJA CONTRA EL
      *>    MAESTRO DE EMPLEADOS POR CLAVE Y RFC; LO QUE NO CUADRA SE
      *>    RECHAZA AL REPORTE (RPTCRED) CON RC 04. CADA MOVIMIENTO
      *>    QUEDA EN LA BITACORA DE AUDITORIA VIA PROGAUDT. CUALQUIERA
      *>    DE LOS DOS ARCHIVOS PUEDE VENIR VACIO.
      *> ------------------------------------------------------
      *> MODIFICACIONES:
      *> 2026-10-15  UN CREDITO NUEVO ARRANCA EN CERO EL PERIODO DE
      *>             PAGO Y LO RETENIDO EN EL (DD-PERIODO-PAGO/DD-
      *>             RETENIDO-PER), Y UNA CEDULA FONACOT DE OTRO MES
      *>             LIMPIA LO RETENIDO EN EL PERIODO JUNTO CON LO DEL
      *>             MES, PARA QUE UN REARRANQUE DE PROGNOMI NO LO
      *>             DESCUENTE DE LA CEDULA NUEVA.
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AVISOINF-FILE   ASSIGN TO "AVISOINF"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-AVISOINF-STATUS.

           SELECT CEDFONA-FILE    ASSIGN TO "CEDFONA"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-CEDFONA-STATUS.

           SELECT EMPMAST-FILE    ASSIGN TO "EMPMAST"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS EM-NUMERO
                                   ALTERNATE RECORD KEY IS EM-NOMBRE
                                       WITH DUPLICATES
                                   FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT DEDMAST-FILE    ASSIGN TO "DEDMAST"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS DD-LLAVE
                                   FILE STATUS IS WS-DEDMAST-STATUS.

           SELECT RPTCRED-FILE    ASSIGN TO "RPTCRED"
                                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AVISOINF-FILE.
       COPY AVINREG.

       FD  CEDFONA-FILE.
       COPY CEDFREG.

       FD  EMPMAST-FILE.
       COPY EMPREC.

       FD  DEDMAST-FILE.
       COPY DEDREC.

       FD  RPTCRED-FILE.
       01  RPTCRED-LINEA            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY RPTHDR.

      *> EMPLEADOS QUE YA TRAJO LA CEDULA EN ESTA CARGA: SU PRIMER
      *> RENGLON REEMPLAZA LO SOLICITADO DEL MES Y LOS SIGUIENTES
      *> (OTROS CREDITOS DEL MISMO EMPLEADO) SE SUMAN, ASI QUE CARGAR
      *> DOS VECES LA MISMA CEDULA NO DUPLICA NADA.
       01  WS-TABLA-CEDULA.
           05 WS-CE-NUMERO        PIC 9(05)      OCCURS 1000 TIMES.

       01  WS-AREAS.
           05 WS-AVISOINF-STATUS  PIC X(02).
           05 WS-CEDFONA-STATUS   PIC X(02).
           05 WS-EMPMAST-STATUS   PIC X(02).
           05 WS-DEDMAST-STATUS   PIC X(02).
           05 WS-FIN-ARCHIVO      PIC X(01).
               88 FIN-ARCHIVO                    VALUE "S".
           05 WS-OPERADOR         PIC X(08)      VALUE "CICLO   ".
           05 WS-NUMERO           PIC 9(05).
           05 WS-RFC              PIC X(13).
           05 WS-RESULTADO        PIC X(40).
           05 WS-RENGLON-VALIDO   PIC X(01).
               88 RENGLON-VALIDO                 VALUE "S".
           05 WS-FECHA-HOY        PIC 9(08).
           05 WS-PERIODO-CEDULA   PIC 9(06)      VALUE ZERO.
           05 WS-MAX-CEDULA       PIC 9(04)      VALUE 1000.
           05 WS-NUM-CEDULA       PIC 9(04)      VALUE ZERO.
           05 WS-CE-INDICE        PIC 9(04).
           05 WS-HALLADO          PIC X(01).
               88 HALLADO                        VALUE "S".
           05 WS-TOT-AVISOS       PIC 9(05)      VALUE ZERO.
           05 WS-TOT-RENGLONES    PIC 9(05)      VALUE ZERO.
           05 WS-TOT-APLICADOS    PIC 9(05)      VALUE ZERO.
           05 WS-TOT-RECHAZADOS   PIC 9(05)      VALUE ZERO.
           05 WS-TOT-SIN-CEDULA   PIC 9(05)      VALUE ZERO.
           05 WS-TOT-CEDULA       PIC 9(09)V99   VALUE ZERO.
           05 WS-CODIGO-RETORNO   PIC 9(02)      VALUE ZERO.
           05 WS-RC-NUEVO         PIC 9(02).
           05 WS-DESCRIPCION-ERROR PIC X(40).

       01  WS-EDITADOS.
           05 WS-VALOR-ED         PIC ZZ,ZZ9.9999.
           05 WS-IMPORTE-ED       PIC ZZ,ZZ9.99.
           05 WS-TOTAL-ED         PIC ZZZ,ZZZ,ZZ9.99.
           05 WS-CUENTA-ED        PIC ZZZZ9.

       PROCEDURE DIVISION.
       000-RAIZ.
           MOVE ZERO TO RETURN-CODE
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           OPEN INPUT EMPMAST-FILE
           IF WS-EMPMAST-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EMPMAST, SE TERMINA"
               MOVE 16 TO WS-RC-NUEVO
               MOVE "CREDITOS: NO SE PUDO ABRIR EMPMAST"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 001-ABRE-DEDMAST THRU 001-FIN
           OPEN OUTPUT RPTCRED-FILE
           PERFORM 010-ESCRIBE-ENCABEZADO THRU 010-FIN
           PERFORM 020-CARGA-AVISOS THRU 020-FIN
           PERFORM 040-CARGA-CEDULA THRU 040-FIN
           PERFORM 090-ESCRIBE-PIE THRU 090-FIN
           CLOSE EMPMAST-FILE
           CLOSE DEDMAST-FILE
           CLOSE RPTCRED-FILE
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE
           GOBACK.

      *> ABRE EL MAESTRO DE DESCUENTOS EN I-O; SI TODAVIA NO EXISTE
      *> LO CREA VACIO Y LO VUELVE A ABRIR, IGUAL QUE PROGDEDU.
       001-ABRE-DEDMAST.
           OPEN I-O DEDMAST-FILE
           IF WS-DEDMAST-STATUS = "35"
               OPEN OUTPUT DEDMAST-FILE
               CLOSE DEDMAST-FILE
               OPEN I-O DEDMAST-FILE
           END-IF.
       001-FIN.  EXIT.

       010-ESCRIBE-ENCABEZADO.
           MOVE "CARGA DE CREDITOS DE NOMINA - PROGCRED"
                TO RPT-TITULO
           ACCEPT RPT-FECHA FROM DATE
           MOVE RPT-ENCABEZADO TO RPTCRED-LINEA
           WRITE RPTCRED-LINEA
           MOVE SPACES TO RPTCRED-LINEA
           WRITE RPTCRED-LINEA.
       010-FIN.  EXIT.

      *> ---------------------------------------------------------
      *> AVISOS DEL INFONAVIT.
      *> ---------------------------------------------------------
       020-CARGA-AVISOS.
           MOVE "AVISOS DEL INFONAVIT:" TO RPTCRED-LINEA
           WRITE RPTCRED-LINEA
           OPEN INPUT AVISOINF-FILE
           IF WS-AVISOINF-STATUS NOT = "00"
               MOVE "  SIN ARCHIVO DE AVISOS" TO RPTCRED-LINEA
               WRITE RPTCRED-LINEA
               GO TO 020-FIN
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO
           PERFORM 022-LEE-AVISO THRU 022-FIN
           PERFORM 025-APLICA-AVISO THRU 025-FIN
                   UNTIL FIN-ARCHIVO
           CLOSE AVISOINF-FILE.
       020-FIN.  EXIT.

       022-LEE-AVISO.
           READ AVISOINF-FILE
               AT END
                   SET FIN-ARCHIVO TO TRUE
           END-READ.
       022-FIN.  EXIT.

      *> APLICA UN AVISO AL CREDITO IN DEL EMPLEADO. LA RETENCION
      *> CONSERVA LO QUE YA SE RETUVO EN EL MES SI EL CREDITO EXISTIA,
      *> PARA QUE UN AVISO REPETIDO NO VUELVA A COBRAR EL MES.
       025-APLICA-AVISO.
           ADD 1 TO WS-TOT-AVISOS
           MOVE AI-NUMERO TO WS-NUMERO
           MOVE AI-RFC    TO WS-RFC
           PERFORM 030-COTEJA-EMPLEADO THRU 030-FIN
           IF NOT RENGLON-VALIDO
               GO TO 025-SIGUIENTE
           END-IF
           IF NOT AI-RETENCION AND NOT AI-MODIFICACION
              AND NOT AI-SUSPENSION
               MOVE "TIPO DE AVISO INVALIDO" TO WS-RESULTADO
               PERFORM 035-RECHAZA THRU 035-FIN
               GO TO 025-SIGUIENTE
           END-IF
           IF NOT AI-SUSPENSION
              AND ((NOT AI-MET-PORCENTAJE AND NOT AI-MET-CUOTA-FIJA
                    AND NOT AI-MET-VSM)
                   OR AI-VALOR NOT NUMERIC OR AI-VALOR = ZERO)
               MOVE "METODO O VALOR DE DESCUENTO INVALIDO"
                    TO WS-RESULTADO
               PERFORM 035-RECHAZA THRU 035-FIN
               GO TO 025-SIGUIENTE
           END-IF
           MOVE AI-NUMERO TO DD-NUMERO
           MOVE "IN"      TO DD-TIPO
           READ DEDMAST-FILE
               INVALID KEY
                   IF NOT AI-RETENCION
                       MOVE "EL EMPLEADO NO TIENE CREDITO INFONAVIT"
                            TO WS-RESULTADO
                       PERFORM 035-RECHAZA THRU 035-FIN
                       GO TO 025-SIGUIENTE
                   END-IF
                   MOVE AI-NUMERO TO DD-NUMERO
                   MOVE "IN"      TO DD-TIPO
                   MOVE ZERO TO DD-MONTO
                   MOVE ZERO TO DD-SALDO
                   MOVE ZERO TO DD-PERIODO
                   MOVE ZERO TO DD-SOLICITADO
                   MOVE ZERO TO DD-RETENIDO
                   MOVE ZERO TO DD-PERIODO-PAGO
                   MOVE ZERO TO DD-RETENIDO-PER
                   MOVE ZERO TO DD-FECHA-FIN
                   MOVE "N" TO WS-HALLADO
               NOT INVALID KEY
                   MOVE "S" TO WS-HALLADO
           END-READ
           IF NOT AI-RETENCION AND DD-CREDITO NOT = AI-CREDITO
               MOVE "EL CREDITO NO COINCIDE CON EL VIGENTE"
                    TO WS-RESULTADO
               PERFORM 035-RECHAZA THRU 035-FIN
               GO TO 025-SIGUIENTE
           END-IF
           EVALUATE TRUE
               WHEN AI-RETENCION
                   MOVE AI-CREDITO TO DD-CREDITO
                   MOVE AI-FECHA   TO DD-FECHA-INICIO
                   MOVE ZERO       TO DD-FECHA-FIN
                   SET DD-VIGENTE TO TRUE
                   PERFORM 027-FIJA-METODO THRU 027-FIN
                   MOVE "RETENCION APLICADA" TO WS-RESULTADO
               WHEN AI-MODIFICACION
                   PERFORM 027-FIJA-METODO THRU 027-FIN
                   MOVE "MODIFICACION APLICADA" TO WS-RESULTADO
               WHEN AI-SUSPENSION
                   SET DD-SUSPENDIDO TO TRUE
                   MOVE AI-FECHA TO DD-FECHA-FIN
                   MOVE "SUSPENSION APLICADA" TO WS-RESULTADO
           END-EVALUATE
           IF HALLADO
               REWRITE DD-REGISTRO
           ELSE
               WRITE DD-REGISTRO
           END-IF
           IF WS-DEDMAST-STATUS NOT = "00"
               MOVE "NO SE PUDO GRABAR EN DEDMAST" TO WS-RESULTADO
               PERFORM 035-RECHAZA THRU 035-FIN
               GO TO 025-SIGUIENTE
           END-IF
           EVALUATE TRUE
               WHEN AI-RETENCION
                   CALL "PROGAUDT" USING "CRDRET" DD-NUMERO
                                          WS-OPERADOR
               WHEN AI-MODIFICACION
                   CALL "PROGAUDT" USING "CRDMOD" DD-NUMERO
                                          WS-OPERADOR
               WHEN AI-SUSPENSION
                   CALL "PROGAUDT" USING "CRDSUS" DD-NUMERO
                                          WS-OPERADOR
           END-EVALUATE
           ADD 1 TO WS-TOT-APLICADOS
           PERFORM 029-IMPRIME-AVISO THRU 029-FIN.
       025-SIGUIENTE.
           PERFORM 022-LEE-AVISO THRU 022-FIN.
       025-FIN.  EXIT.

      *> LA CUOTA FIJA VIAJA EN DD-ABONO (PESOS AL MES); EL PORCENTAJE
      *> Y EL FACTOR VSM EN DD-FACTOR.
       027-FIJA-METODO.
           MOVE AI-METODO TO DD-METODO
           IF AI-MET-CUOTA-FIJA
               MOVE AI-VALOR TO DD-ABONO
               MOVE ZERO TO DD-FACTOR
           ELSE
               MOVE AI-VALOR TO DD-FACTOR
               MOVE ZERO TO DD-ABONO
           END-IF.
       027-FIN.  EXIT.

       029-IMPRIME-AVISO.
           MOVE AI-VALOR TO WS-VALOR-ED
           MOVE SPACES TO RPTCRED-LINEA
           STRING "  "              DELIMITED BY SIZE
                  AI-NUMERO          DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  AI-TIPO-AVISO      DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  AI-CREDITO         DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  AI-METODO          DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-VALOR-ED        DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  WS-RESULTADO       DELIMITED BY SIZE
                  INTO RPTCRED-LINEA
           WRITE RPTCRED-LINEA.
       029-FIN.  EXIT.

      *> EL RENGLON DEBE TRAER UN EMPLEADO DEL MAESTRO CON EL MISMO
      *> RFC, Y ACTIVO: A UN EMPLEADO DADO DE BAJA YA NO SE LE RETIENE.
       030-COTEJA-EMPLEADO.
           MOVE "N" TO WS-RENGLON-VALIDO
           MOVE WS-NUMERO TO EM-NUMERO
           READ EMPMAST-FILE
               INVALID KEY
                   MOVE "NO EXISTE EL EMPLEADO" TO WS-RESULTADO
                   PERFORM 035-RECHAZA THRU 035-FIN
                   GO TO 030-FIN
           END-READ
           IF EM-RFC NOT = WS-RFC
               MOVE "EL RFC NO COINCIDE CON EL MAESTRO"
                    TO WS-RESULTADO
               PERFORM 035-RECHAZA THRU 035-FIN
               GO TO 030-FIN
           END-IF
           IF EM-INACTIVO
               MOVE "EL EMPLEADO ESTA DADO DE BAJA" TO WS-RESULTADO
               PERFORM 035-RECHAZA THRU 035-FIN
               GO TO 030-FIN
           END-IF
           SET RENGLON-VALIDO TO TRUE.
       030-FIN.  EXIT.

       035-RECHAZA.
           MOVE SPACES TO RPTCRED-LINEA
           STRING "  "              DELIMITED BY SIZE
                  WS-NUMERO          DELIMITED BY SIZE
                  " RECHAZADO: "     DELIMITED BY SIZE
                  WS-RESULTADO       DELIMITED BY SIZE
                  INTO RPTCRED-LINEA
           WRITE RPTCRED-LINEA
           ADD 1 TO WS-TOT-RECHAZADOS
           MOVE 04 TO WS-RC-NUEVO
           MOVE "CREDITOS: RENGLON RECHAZADO EN LA CARGA"
                TO WS-DESCRIPCION-ERROR
           PERFORM 080-ACTUALIZA-RC THRU 080-FIN.
       035-FIN.  EXIT.

      *> ---------------------------------------------------------
      *> CEDULA MENSUAL DEL FONACOT. EL MES LO DA EL PRIMER RENGLON;
      *> UN RENGLON DE OTRO MES SE RECHAZA.
      *> ---------------------------------------------------------
       040-CARGA-CEDULA.
           MOVE SPACES TO RPTCRED-LINEA
           WRITE RPTCRED-LINEA
           MOVE "CEDULA DEL FONACOT:" TO RPTCRED-LINEA
           WRITE RPTCRED-LINEA
           OPEN INPUT CEDFONA-FILE
           IF WS-CEDFONA-STATUS NOT = "00"
               MOVE "  SIN CEDULA" TO RPTCRED-LINEA
               WRITE RPTCRED-LINEA
               GO TO 040-FIN
           END-IF
           MOVE "N" TO WS-FIN-ARCHIVO
           PERFORM 042-LEE-CEDULA THRU 042-FIN
           IF NOT FIN-ARCHIVO
               MOVE CF-PERIODO TO WS-PERIODO-CEDULA
           END-IF
           PERFORM 045-APLICA-CEDULA THRU 045-FIN
                   UNTIL FIN-ARCHIVO
           CLOSE CEDFONA-FILE
           IF WS-PERIODO-CEDULA NOT = ZERO
               PERFORM 050-REVISA-SIN-CEDULA THRU 050-FIN
           END-IF.
       040-FIN.  EXIT.

       042-LEE-CEDULA.
           READ CEDFONA-FILE
               AT END
                   SET FIN-ARCHIVO TO TRUE
           END-READ.
       042-FIN.  EXIT.

       045-APLICA-CEDULA.
           ADD 1 TO WS-TOT-RENGLONES
           MOVE CF-NUMERO TO WS-NUMERO
           MOVE CF-RFC    TO WS-RFC
           IF CF-PERIODO NOT = WS-PERIODO-CEDULA
               MOVE "RENGLON DE OTRO MES" TO WS-RESULTADO
               PERFORM 035-RECHAZA THRU 035-FIN
               GO TO 045-SIGUIENTE
           END-IF
           IF CF-RETENCION NOT NUMERIC
               MOVE "RETENCION INVALIDA" TO WS-RESULTADO
               PERFORM 035-RECHAZA THRU 035-FIN
               GO TO 045-SIGUIENTE
           END-IF
           PERFORM 030-COTEJA-EMPLEADO THRU 030-FIN
           IF NOT RENGLON-VALIDO
               GO TO 045-SIGUIENTE
           END-IF
           MOVE "N" TO WS-HALLADO
           PERFORM 048-BUSCA-CEDULA THRU 048-FIN
                   VARYING WS-CE-INDICE FROM 1 BY 1
                   UNTIL WS-CE-INDICE GREATER WS-NUM-CEDULA
                      OR HALLADO
           IF NOT HALLADO
               IF WS-NUM-CEDULA NOT LESS WS-MAX-CEDULA
                   MOVE "TABLA DE LA CEDULA LLENA" TO WS-RESULTADO
                   PERFORM 035-RECHAZA THRU 035-FIN
                   GO TO 045-SIGUIENTE
               END-IF
               ADD 1 TO WS-NUM-CEDULA
               MOVE CF-NUMERO TO WS-CE-NUMERO (WS-NUM-CEDULA)
           END-IF
           MOVE CF-NUMERO TO DD-NUMERO
           MOVE "FN"      TO DD-TIPO
           READ DEDMAST-FILE
               INVALID KEY
                   MOVE CF-NUMERO TO DD-NUMERO
                   MOVE "FN"      TO DD-TIPO
                   MOVE ZERO TO DD-MONTO
                   MOVE ZERO TO DD-ABONO
                   MOVE ZERO TO DD-SALDO
                   MOVE WS-FECHA-HOY TO DD-FECHA-INICIO
                   MOVE ZERO TO DD-FECHA-FIN
                   SET DD-VIGENTE TO TRUE
                   MOVE CF-CREDITO TO DD-CREDITO
                   MOVE SPACE TO DD-METODO
                   MOVE ZERO TO DD-FACTOR
                   MOVE ZERO TO DD-PERIODO
                   MOVE ZERO TO DD-SOLICITADO
                   MOVE ZERO TO DD-RETENIDO
                   MOVE ZERO TO DD-PERIODO-PAGO
                   MOVE ZERO TO DD-RETENIDO-PER
                   WRITE DD-REGISTRO
           END-READ
      *> LA CEDULA MANDA: UN FN SUSPENDIDO O LIQUIDADO QUE VUELVE A
      *> VENIR SE REACTIVA.
           IF NOT DD-VIGENTE
               SET DD-VIGENTE TO TRUE
               MOVE ZERO TO DD-FECHA-FIN
           END-IF
           IF DD-PERIODO NOT = WS-PERIODO-CEDULA
               MOVE WS-PERIODO-CEDULA TO DD-PERIODO
               MOVE ZERO TO DD-RETENIDO
               MOVE ZERO TO DD-RETENIDO-PER
           END-IF
           IF HALLADO
               ADD CF-RETENCION TO DD-SOLICITADO
           ELSE
               MOVE CF-RETENCION TO DD-SOLICITADO
               MOVE CF-CREDITO TO DD-CREDITO
           END-IF
           MOVE DD-SOLICITADO TO DD-ABONO
           REWRITE DD-REGISTRO
           IF WS-DEDMAST-STATUS NOT = "00"
               MOVE "NO SE PUDO GRABAR EN DEDMAST" TO WS-RESULTADO
               PERFORM 035-RECHAZA THRU 035-FIN
               GO TO 045-SIGUIENTE
           END-IF
           CALL "PROGAUDT" USING "CRDCED" DD-NUMERO WS-OPERADOR
           ADD 1 TO WS-TOT-APLICADOS
           ADD CF-RETENCION TO WS-TOT-CEDULA
           MOVE CF-RETENCION TO WS-IMPORTE-ED
           MOVE SPACES TO RPTCRED-LINEA
           STRING "  "              DELIMITED BY SIZE
                  CF-NUMERO          DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  CF-CREDITO         DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-IMPORTE-ED      DELIMITED BY SIZE
                  "  RETENCION DEL MES CARGADA" DELIMITED BY SIZE
                  INTO RPTCRED-LINEA
           WRITE RPTCRED-LINEA.
       045-SIGUIENTE.
           PERFORM 042-LEE-CEDULA THRU 042-FIN.
       045-FIN.  EXIT.

       048-BUSCA-CEDULA.
           IF WS-CE-NUMERO (WS-CE-INDICE) = CF-NUMERO
               SET HALLADO TO TRUE
           END-IF.
       048-FIN.  EXIT.

      *> LISTA LOS CREDITOS FONACOT VIGENTES QUE NO TRAJO LA CEDULA
      *> DEL MES: NO SE LES RETIENE NADA ESE MES.
       050-REVISA-SIN-CEDULA.
           MOVE LOW-VALUES TO DD-LLAVE
           START DEDMAST-FILE KEY IS NOT LESS THAN DD-LLAVE
               INVALID KEY
                   MOVE "10" TO WS-DEDMAST-STATUS
           END-START
           PERFORM 055-REVISA-FN THRU 055-FIN
                   UNTIL WS-DEDMAST-STATUS NOT = "00".
       050-FIN.  EXIT.

       055-REVISA-FN.
           READ DEDMAST-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-DEDMAST-STATUS
                   GO TO 055-FIN
           END-READ
           IF NOT DD-FONACOT OR NOT DD-VIGENTE
              OR DD-PERIODO = WS-PERIODO-CEDULA
               GO TO 055-FIN
           END-IF
           ADD 1 TO WS-TOT-SIN-CEDULA
           MOVE SPACES TO RPTCRED-LINEA
           STRING "  "              DELIMITED BY SIZE
                  DD-NUMERO          DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  DD-CREDITO         DELIMITED BY SIZE
                  "  NO VIENE EN LA CEDULA, NO SE RETIENE EN "
                                     DELIMITED BY SIZE
                  WS-PERIODO-CEDULA  DELIMITED BY SIZE
                  INTO RPTCRED-LINEA
           WRITE RPTCRED-LINEA.
       055-FIN.  EXIT.

      *> ELEVA WS-CODIGO-RETORNO A WS-RC-NUEVO SI ESTE ES MAS SEVERO Y
      *> DEJA CONSTANCIA EN LA BITACORA COMUN DE ERRORES (ERRLOG).
       080-ACTUALIZA-RC.
           IF WS-RC-NUEVO GREATER WS-CODIGO-RETORNO
               MOVE WS-RC-NUEVO TO WS-CODIGO-RETORNO
           END-IF
           CALL "PROGERRL" USING "PROGCRED" WS-RC-NUEVO
                   WS-DESCRIPCION-ERROR.
       080-FIN.  EXIT.

      *> ESCRIBE EL PIE CON LOS CONTADORES DE LA CARGA.
       090-ESCRIBE-PIE.
           MOVE SPACES TO RPTCRED-LINEA
           WRITE RPTCRED-LINEA
           MOVE WS-TOT-AVISOS TO WS-CUENTA-ED
           MOVE SPACES TO RPTCRED-LINEA
           STRING "AVISOS LEIDOS:               " DELIMITED BY SIZE
                  WS-CUENTA-ED                     DELIMITED BY SIZE
                  INTO RPTCRED-LINEA
           WRITE RPTCRED-LINEA
           MOVE WS-TOT-RENGLONES TO WS-CUENTA-ED
           MOVE SPACES TO RPTCRED-LINEA
           STRING "RENGLONES DE CEDULA LEIDOS:  " DELIMITED BY SIZE
                  WS-CUENTA-ED                     DELIMITED BY SIZE
                  INTO RPTCRED-LINEA
           WRITE RPTCRED-LINEA
           MOVE WS-TOT-APLICADOS TO WS-CUENTA-ED
           MOVE SPACES TO RPTCRED-LINEA
           STRING "APLICADOS:                   " DELIMITED BY SIZE
                  WS-CUENTA-ED                     DELIMITED BY SIZE
                  INTO RPTCRED-LINEA
           WRITE RPTCRED-LINEA
           MOVE WS-TOT-RECHAZADOS TO WS-CUENTA-ED
           MOVE SPACES TO RPTCRED-LINEA
           STRING "RECHAZADOS:                  " DELIMITED BY SIZE
                  WS-CUENTA-ED                     DELIMITED BY SIZE
                  INTO RPTCRED-LINEA
           WRITE RPTCRED-LINEA
           MOVE WS-TOT-SIN-CEDULA TO WS-CUENTA-ED
           MOVE SPACES TO RPTCRED-LINEA
           STRING "FONACOT SIN CEDULA DEL MES:  " DELIMITED BY SIZE
                  WS-CUENTA-ED                     DELIMITED BY SIZE
                  INTO RPTCRED-LINEA
           WRITE RPTCRED-LINEA
           MOVE WS-TOT-CEDULA TO WS-TOTAL-ED
           MOVE SPACES TO RPTCRED-LINEA
           STRING "TOTAL SOLICITADO EN CEDULA:  " DELIMITED BY SIZE
                  WS-TOTAL-ED                      DELIMITED BY SIZE
                  INTO RPTCRED-LINEA
           WRITE RPTCRED-LINEA
           COMPUTE RPT-TOTAL-REGS = WS-TOT-AVISOS + WS-TOT-RENGLONES
           MOVE RPT-TOTAL-REGS TO RPT-TOTAL-REGS-ED
           MOVE RPT-PIE TO RPTCRED-LINEA
           WRITE RPTCRED-LINEA.
       090-FIN.  EXIT.
