      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGCISR.
      *AUTHOR.                    FERNANDO TOLEDO.
      *INSTALLATION.              CENTRO DE CAPACITACION.
      *DATE-WRITTEN.              2026-10-15.
      *DATE-COMPILED.
      *SECURITY.                  NO ES CONFIDENCIAL.
      *> ------------------------------------------------------
      *> SUBRUTINA COMPARTIDA DE CALCULO DE ISR MENSUAL: RECIBE UNA
      *> FECHA Y UNA BASE GRAVABLE MENSUAL, Y DEVUELVE EL ISR SEGUN
      *> LA TARIFA (CUOTA FIJA DEL RENGLON MAS LA TASA SOBRE EL
      *> EXCEDENTE DEL LIMITE INFERIOR) Y EL SUBSIDIO PARA EL EMPLEO
      *> QUE CORRESPONDE A ESA BASE, AMBOS CAUSADOS; EL QUE LLAMA
      *> DECIDE CUANTO SE RETIENE Y CUANTO SE ENTREGA. LAS TABLAS SE
      *> TOMAN DEL ARCHIVO ISRTARIF (COPY ISRTREG): PARA CADA TABLA
      *> RIGE EL JUEGO DE RENGLONES CON LA VIGENCIA MAS RECIENTE QUE
      *> NO PASE DE LA FECHA PEDIDA. EL ARCHIVO SE LEE UNA SOLA VEZ
      *> POR FECHA Y LAS TABLAS SE QUEDAN EN MEMORIA (COPY ISRTAB)
      *> MIENTRAS NO CAMBIE LA FECHA, PORQUE LA NOMINA LLAMA UNA VEZ
      *> POR EMPLEADO. ESTADOS: S-CALCULADO, N-SIN ARCHIVO ISRTARIF,
      *> V-SIN TARIFA VIGENTE A LA FECHA, E-LA TARIFA VIGENTE TRAE
      *> MAS RENGLONES DE LOS QUE CABEN EN LA TABLA. SIN TABLA DE
      *> SUBSIDIO VIGENTE EL SUBSIDIO SALE EN CERO. LA USAN PROGNOMI
      *> (FECHA DE LA CORRIDA) Y PROGAJUS (31 DE DICIEMBRE DEL ANIO
      *> QUE SE AJUSTA).
      *> ------------------------------------------------------
      *> MODIFICACIONES:
      *> 2026-10-15  SE RECIBEN LOS DIAS DEL PERIODO DE PAGO (ENT-DIAS)
      *>             Y LA BASE ES LA DEL PERIODO: LA TARIFA Y LA TABLA
      *>             DEL SUBSIDIO SE LLEVAN AL PERIODO (LIMITES, CUOTA
      *>             E IMPORTE ENTRE 30.4 POR LOS DIAS), QUE ES COMO
      *>             EL SAT ARMA LAS TARIFAS SEMANAL Y QUINCENAL. CERO
      *>             O 30 DIAS ES LA TARIFA MENSUAL TAL CUAL.
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ISRTARIF-FILE   ASSIGN TO "ISRTARIF"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-ISRTARIF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ISRTARIF-FILE.
       COPY ISRTREG.

       WORKING-STORAGE SECTION.
       COPY ISRTAB.

       01  WS-AREAS.
           05 WS-ISRTARIF-STATUS   PIC X(02).
           05 WS-ISRTARIF-EOF      PIC X(01).
               88 ISRTARIF-EOF                    VALUE "S".
           05 WS-FECHA-CARGADA     PIC 9(08)      VALUE ZERO.
           05 WS-ESTADO-CARGA      PIC X(01)      VALUE SPACE.
           05 WS-INDICE            PIC 9(02).
           05 WS-POS               PIC 9(02).
           05 WS-BASE-MENSUAL      PIC 9(07)V99.
           05 WS-FACTOR-PERIODO    PIC 9(01)V9(06).

       LINKAGE SECTION.
       01  ENT-FECHA               PIC 9(08).
       01  ENT-BASE                PIC 9(07)V99.
       01  ENT-DIAS                PIC 9(02).
       01  SAL-ISR                 PIC 9(07)V99.
       01  SAL-SUBSIDIO            PIC 9(07)V99.
       01  SAL-ESTADO              PIC X(01).
           88 SAL-CALCULADO                       VALUE "S".
           88 SAL-SIN-ARCHIVO                     VALUE "N".
           88 SAL-SIN-TARIFA                      VALUE "V".
           88 SAL-TARIFA-EXCEDIDA                 VALUE "E".

       PROCEDURE DIVISION USING ENT-FECHA ENT-BASE ENT-DIAS SAL-ISR
                                SAL-SUBSIDIO SAL-ESTADO.
       000-RAIZ.
           MOVE ZERO TO SAL-ISR
           MOVE ZERO TO SAL-SUBSIDIO
           IF ENT-FECHA NOT = WS-FECHA-CARGADA
               PERFORM 010-CARGA-TABLAS THRU 010-FIN
           END-IF
           MOVE WS-ESTADO-CARGA TO SAL-ESTADO
           IF NOT SAL-CALCULADO
               GOBACK
           END-IF
           PERFORM 025-BASE-MENSUAL THRU 025-FIN
           PERFORM 030-CALCULA-ISR THRU 030-FIN
           PERFORM 040-CALCULA-SUBSIDIO THRU 040-FIN
           PERFORM 050-LLEVA-AL-PERIODO THRU 050-FIN
           GOBACK.

      *> LEE TODO ISRTARIF Y SE QUEDA, POR TABLA, CON LOS RENGLONES
      *> DE LA VIGENCIA MAS RECIENTE QUE NO PASE DE LA FECHA PEDIDA:
      *> UNA VIGENCIA MAYOR A LA GUARDADA REINICIA LA TABLA, LA
      *> MISMA VIGENCIA AGREGA RENGLON, Y UNA MENOR O FUTURA SE
      *> IGNORA. ASI EL ARCHIVO PUEDE TRAER LAS TARIFAS DE VARIOS
      *> ANIOS EN CUALQUIER ORDEN DE JUEGOS.
       010-CARGA-TABLAS.
           MOVE ENT-FECHA TO WS-FECHA-CARGADA
           MOVE ZERO TO WS-ISR-VIGENCIA
           MOVE ZERO TO WS-ISR-NUM-RENG
           MOVE ZERO TO WS-SUB-VIGENCIA
           MOVE ZERO TO WS-SUB-NUM-RENG
           MOVE "S" TO WS-ESTADO-CARGA
           MOVE "N" TO WS-ISRTARIF-EOF
           OPEN INPUT ISRTARIF-FILE
           IF WS-ISRTARIF-STATUS NOT = "00"
               MOVE "N" TO WS-ESTADO-CARGA
               GO TO 010-FIN
           END-IF
           PERFORM 015-LEE-TARIFA THRU 015-FIN
           PERFORM 020-GUARDA-RENGLON THRU 020-FIN
                   UNTIL ISRTARIF-EOF
           CLOSE ISRTARIF-FILE
           IF WS-ESTADO-CARGA = "S"
              AND WS-ISR-NUM-RENG = ZERO
               MOVE "V" TO WS-ESTADO-CARGA
           END-IF.
       010-FIN.  EXIT.

       015-LEE-TARIFA.
           READ ISRTARIF-FILE
               AT END
                   SET ISRTARIF-EOF TO TRUE
           END-READ.
       015-FIN.  EXIT.

       020-GUARDA-RENGLON.
           IF IT-VIGENCIA GREATER ENT-FECHA
               GO TO 020-SIGUIENTE
           END-IF
           IF IT-TARIFA
               IF IT-VIGENCIA GREATER WS-ISR-VIGENCIA
                   MOVE IT-VIGENCIA TO WS-ISR-VIGENCIA
                   MOVE ZERO TO WS-ISR-NUM-RENG
                   IF WS-ESTADO-CARGA = "E"
                       MOVE "S" TO WS-ESTADO-CARGA
                   END-IF
               END-IF
               IF IT-VIGENCIA = WS-ISR-VIGENCIA
                   IF WS-ISR-NUM-RENG LESS WS-ISR-MAX-RENG
                       ADD 1 TO WS-ISR-NUM-RENG
                       MOVE IT-LIM-INF
                            TO WS-ISR-LIM-INF (WS-ISR-NUM-RENG)
                       MOVE IT-CUOTA
                            TO WS-ISR-CUOTA (WS-ISR-NUM-RENG)
                       MOVE IT-TASA
                            TO WS-ISR-TASA (WS-ISR-NUM-RENG)
                   ELSE
                       MOVE "E" TO WS-ESTADO-CARGA
                   END-IF
               END-IF
           END-IF
           IF IT-SUBSIDIO
               IF IT-VIGENCIA GREATER WS-SUB-VIGENCIA
                   MOVE IT-VIGENCIA TO WS-SUB-VIGENCIA
                   MOVE ZERO TO WS-SUB-NUM-RENG
               END-IF
               IF IT-VIGENCIA = WS-SUB-VIGENCIA
                  AND WS-SUB-NUM-RENG LESS WS-ISR-MAX-RENG
                   ADD 1 TO WS-SUB-NUM-RENG
                   MOVE IT-LIM-INF
                        TO WS-SUB-LIM-INF (WS-SUB-NUM-RENG)
                   MOVE IT-CUOTA
                        TO WS-SUB-IMPORTE (WS-SUB-NUM-RENG)
               END-IF
           END-IF.
       020-SIGUIENTE.
           PERFORM 015-LEE-TARIFA THRU 015-FIN.
       020-FIN.  EXIT.

      *> LA TARIFA DEL PERIODO ES LA MENSUAL ENTRE 30.4 POR LOS DIAS:
      *> CALCULAR SOBRE LA BASE LLEVADA AL MES Y REGRESAR EL ISR Y EL
      *> SUBSIDIO AL PERIODO CON EL MISMO FACTOR DA EXACTAMENTE LO
      *> MISMO QUE LA TARIFA DEL PERIODO RENGLON POR RENGLON.
       025-BASE-MENSUAL.
           IF ENT-DIAS = ZERO OR ENT-DIAS = 30
               MOVE 1 TO WS-FACTOR-PERIODO
               MOVE ENT-BASE TO WS-BASE-MENSUAL
               GO TO 025-FIN
           END-IF
           COMPUTE WS-FACTOR-PERIODO ROUNDED = ENT-DIAS / 30.4
           COMPUTE WS-BASE-MENSUAL ROUNDED =
                   ENT-BASE * 30.4 / ENT-DIAS
               ON SIZE ERROR
                   MOVE 9999999.99 TO WS-BASE-MENSUAL
           END-COMPUTE.
       025-FIN.  EXIT.

      *> ISR CAUSADO: CUOTA FIJA DEL ULTIMO RENGLON CUYO LIMITE
      *> INFERIOR NO REBASA LA BASE, MAS LA TASA SOBRE EL EXCEDENTE.
       030-CALCULA-ISR.
           MOVE 1 TO WS-POS
           PERFORM 035-BUSCA-RENGLON-ISR THRU 035-FIN
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE GREATER WS-ISR-NUM-RENG
           IF WS-BASE-MENSUAL LESS WS-ISR-LIM-INF (WS-POS)
               GO TO 030-FIN
           END-IF
           COMPUTE SAL-ISR ROUNDED =
                   WS-ISR-CUOTA (WS-POS)
                 + (WS-BASE-MENSUAL - WS-ISR-LIM-INF (WS-POS))
                 * WS-ISR-TASA (WS-POS) / 100.
       030-FIN.  EXIT.

       035-BUSCA-RENGLON-ISR.
           IF WS-ISR-LIM-INF (WS-INDICE) NOT GREATER WS-BASE-MENSUAL
               MOVE WS-INDICE TO WS-POS
           END-IF.
       035-FIN.  EXIT.

      *> SUBSIDIO CAUSADO: IMPORTE DEL ULTIMO RENGLON DE LA TABLA DEL
      *> SUBSIDIO CUYO LIMITE INFERIOR NO REBASA LA BASE. EL ULTIMO
      *> RENGLON DE LA TABLA TRAE IMPORTE CERO PARA LOS INGRESOS QUE
      *> YA NO TIENEN DERECHO.
       040-CALCULA-SUBSIDIO.
           IF WS-SUB-NUM-RENG = ZERO
               GO TO 040-FIN
           END-IF
           MOVE ZERO TO WS-POS
           PERFORM 045-BUSCA-RENGLON-SUB THRU 045-FIN
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE GREATER WS-SUB-NUM-RENG
           IF WS-POS GREATER ZERO
               MOVE WS-SUB-IMPORTE (WS-POS) TO SAL-SUBSIDIO
           END-IF.
       040-FIN.  EXIT.

       045-BUSCA-RENGLON-SUB.
           IF WS-SUB-LIM-INF (WS-INDICE) NOT GREATER WS-BASE-MENSUAL
               MOVE WS-INDICE TO WS-POS
           END-IF.
       045-FIN.  EXIT.

       050-LLEVA-AL-PERIODO.
           IF WS-FACTOR-PERIODO = 1
               GO TO 050-FIN
           END-IF
           COMPUTE SAL-ISR ROUNDED = SAL-ISR * ENT-DIAS / 30.4
           COMPUTE SAL-SUBSIDIO ROUNDED =
                   SAL-SUBSIDIO * ENT-DIAS / 30.4.
       050-FIN.  EXIT.
