      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGFASE.
      *AUTHOR.                    FERNANDO TOLEDO.
      *INSTALLATION.              CENTRO DE CAPACITACION.
      *DATE-WRITTEN.              2026-10-15.
      *DATE-COMPILED.
      *SECURITY.                  NO ES CONFIDENCIAL.
      *> ------------------------------------------------------
      *> CONCILIACION DE LA FACTURA DE LA ASEGURADORA CONTRA LOS
      *> INSCRITOS: LEE LA FACTURA MENSUAL (FACTASEG, COPY FASEREG),
      *> QUE COBRA POR PLAN Y NIVEL DE COBERTURA CUANTOS ASEGURADOS
      *> TITULARES Y QUE IMPORTE, Y LA COMPARA CONTRA LO QUE DICE
      *> BENINSC PARA EL MISMO MES: LOS INSCRITOS CUBIERTOS EN ALGUN
      *> DIA DEL MES (ALTA HASTA EL FIN DEL MES Y VIGENTES O CON BAJA
      *> DESDE EL INICIO DEL MES) Y LA SUMA DE SUS PRIMAS. IMPRIME
      *> CADA PLAN Y NIVEL CON LAS DOS CUENTAS, LOS DOS IMPORTES Y LA
      *> DIFERENCIA, MAS LO QUE SE FACTURO SIN INSCRITOS Y LO
      *> INSCRITO QUE NO SE FACTURO, PARA RECLAMAR ANTES DE PAGAR.
      *> CON DIFERENCIAS EL PASO TERMINA CON ADVERTENCIA 04; SIN
      *> FACTURA, CON RC 08. EL SYSIN TRAE EL PERIODO (AAAAMM; 0 =
      *> MES EN CURSO, QUE ES EL QUE LA ASEGURADORA COBRA POR
      *> ADELANTADO).
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACTASEG-FILE   ASSIGN TO "FACTASEG"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-FACTASEG-STATUS.

           SELECT BENINSC-FILE    ASSIGN TO "BENINSC"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS BI-LLAVE
                                   FILE STATUS IS WS-BENINSC-STATUS.

           SELECT RPTFASE-FILE    ASSIGN TO "RPTFASE"
                                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FACTASEG-FILE.
       COPY FASEREG.

       FD  BENINSC-FILE.
       COPY BINSREG.

       FD  RPTFASE-FILE.
       01  RPTFASE-LINEA            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY RPTHDR.

      *> LO INSCRITO EN EL MES POR PLAN Y NIVEL, Y SI LA FACTURA LO
      *> TRAJO.
       01  WS-TABLA-NIVELES.
           05 WS-NV-RENGLON OCCURS 40 TIMES.
              10 WS-NV-PLAN          PIC X(02).
              10 WS-NV-NIVEL         PIC X(01).
              10 WS-NV-INSCRITOS     PIC 9(05).
              10 WS-NV-PRIMA         PIC 9(08)V99.
              10 WS-NV-FACTURADO     PIC X(01).
                  88 NV-FACTURADO                VALUE "S".

       01  WS-PERIODO              PIC 9(06).

       01  WS-AREAS.
           05 WS-FACTASEG-STATUS  PIC X(02).
           05 WS-BENINSC-STATUS   PIC X(02).
           05 WS-FACTASEG-EOF     PIC X(01)      VALUE "N".
               88 FACTASEG-EOF                   VALUE "S".
           05 WS-FIN-INSCRITOS    PIC X(01)      VALUE "N".
               88 FIN-INSCRITOS                  VALUE "S".
           05 WS-FECHA-HOY        PIC 9(08).
           05 WS-INICIO-PERIODO   PIC 9(08).
           05 WS-FIN-PERIODO      PIC 9(08).
           05 WS-MAX-NIVELES      PIC 9(02)      VALUE 40.
           05 WS-NUM-NIVELES      PIC 9(02)      VALUE ZERO.
           05 WS-NV-INDICE        PIC 9(02).
           05 WS-NV-POS           PIC 9(02).
           05 WS-DIFERENCIA       PIC S9(08)V99.
           05 WS-HAY-DIFERENCIA   PIC X(01)      VALUE "N".
               88 HAY-DIFERENCIA                 VALUE "S".
           05 WS-TOT-INSCRITOS    PIC 9(06)      VALUE ZERO.
           05 WS-TOT-FACTURADOS   PIC 9(06)      VALUE ZERO.
           05 WS-TOT-PRIMA        PIC 9(09)V99   VALUE ZERO.
           05 WS-TOT-FACTURA      PIC 9(09)V99   VALUE ZERO.
           05 WS-TOT-OTRO-PERIODO PIC 9(05)      VALUE ZERO.
           05 WS-TOT-DIFERENCIAS  PIC 9(05)      VALUE ZERO.
           05 WS-CODIGO-RETORNO   PIC 9(02)      VALUE ZERO.
           05 WS-RC-NUEVO         PIC 9(02).
           05 WS-DESCRIPCION-ERROR PIC X(40).

       01  WS-LINEA-TITULOS.
           05 FILLER              PIC X(40)      VALUE
              "PL N  INSCR.  FACT.   PRIMA INSCRITOS  ".
           05 FILLER              PIC X(40)      VALUE
              " IMPORTE FACTURA     DIFERENCIA NOTA".

       01  WS-LINEA-DETALLE.
           05 WS-LD-PLAN          PIC X(02).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-LD-NIVEL         PIC X(01).
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-LD-INSCRITOS     PIC ZZZZZ9.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-LD-FACTURADOS    PIC ZZZZZ9.
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-LD-PRIMA         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-LD-FACTURA       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-LD-DIFERENCIA    PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-LD-NOTA          PIC X(13).

       01  WS-EDITADOS.
           05 WS-CUENTA-ED        PIC ZZZZZ9.

       PROCEDURE DIVISION.
       000-RAIZ.
           MOVE ZERO TO RETURN-CODE
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           DISPLAY "PERIODO A CONCILIAR (AAAAMM; 0 = MES EN CURSO): "
           ACCEPT WS-PERIODO
           IF WS-PERIODO NOT NUMERIC OR WS-PERIODO = ZERO
               MOVE WS-FECHA-HOY (1:6) TO WS-PERIODO
           END-IF
           COMPUTE WS-INICIO-PERIODO = WS-PERIODO * 100 + 1
           COMPUTE WS-FIN-PERIODO = WS-PERIODO * 100 + 31
           OPEN INPUT FACTASEG-FILE
           IF WS-FACTASEG-STATUS NOT = "00"
               DISPLAY "SIN FACTURA DE LA ASEGURADORA QUE CONCILIAR"
               MOVE 08 TO WS-RC-NUEVO
               MOVE "FACTURA SEGURO: SIN ARCHIVO FACTASEG"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 010-CARGA-INSCRITOS THRU 010-FIN
           OPEN OUTPUT RPTFASE-FILE
           PERFORM 030-ESCRIBE-ENCABEZADO THRU 030-FIN
           PERFORM 035-LEE-FACTURA THRU 035-FIN
           PERFORM 040-CONCILIA-RENGLON THRU 040-FIN
                   UNTIL FACTASEG-EOF
           PERFORM 050-NO-FACTURADOS THRU 050-FIN
                   VARYING WS-NV-INDICE FROM 1 BY 1
                   UNTIL WS-NV-INDICE GREATER WS-NUM-NIVELES
           PERFORM 090-ESCRIBE-PIE THRU 090-FIN
           CLOSE FACTASEG-FILE
           CLOSE RPTFASE-FILE
           IF HAY-DIFERENCIA
               MOVE 04 TO WS-RC-NUEVO
               MOVE "FACTURA SEGURO: DIFERENCIAS CON BENINSC"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
           END-IF
           DISPLAY "INSCRITOS DEL MES: " WS-TOT-INSCRITOS
                   " FACTURADOS: " WS-TOT-FACTURADOS
                   " DIFERENCIAS: " WS-TOT-DIFERENCIAS
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE
           GOBACK.

      *> ACUMULA POR PLAN Y NIVEL LOS INSCRITOS CUBIERTOS EN EL MES Y
      *> LA SUMA DE SUS PRIMAS. SIN ARCHIVO DE INSCRIPCIONES LA TABLA
      *> QUEDA VACIA Y TODO LO FACTURADO SALE COMO DIFERENCIA.
       010-CARGA-INSCRITOS.
           OPEN INPUT BENINSC-FILE
           IF WS-BENINSC-STATUS NOT = "00"
               DISPLAY "SIN ARCHIVO DE INSCRIPCIONES BENINSC"
               MOVE 04 TO WS-RC-NUEVO
               MOVE "FACTURA SEGURO: SIN ARCHIVO BENINSC"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               GO TO 010-FIN
           END-IF
           MOVE ZEROS TO BI-NUMERO
           MOVE LOW-VALUES TO BI-PLAN
           START BENINSC-FILE KEY IS NOT LESS THAN BI-LLAVE
               INVALID KEY
                   SET FIN-INSCRITOS TO TRUE
           END-START
           PERFORM 015-ACUMULA-INSCRITO THRU 015-FIN
                   UNTIL FIN-INSCRITOS
           CLOSE BENINSC-FILE.
       010-FIN.  EXIT.

       015-ACUMULA-INSCRITO.
           READ BENINSC-FILE NEXT RECORD
               AT END
                   SET FIN-INSCRITOS TO TRUE
                   GO TO 015-FIN
           END-READ
           IF BI-FECHA-ALTA GREATER WS-FIN-PERIODO
               GO TO 015-FIN
           END-IF
           IF BI-BAJA AND BI-FECHA-BAJA LESS WS-INICIO-PERIODO
               GO TO 015-FIN
           END-IF
           PERFORM 020-UBICA-NIVEL THRU 020-FIN
           IF WS-NV-POS = ZERO
               GO TO 015-FIN
           END-IF
           ADD 1 TO WS-NV-INSCRITOS (WS-NV-POS)
           ADD BI-PRIMA TO WS-NV-PRIMA (WS-NV-POS)
           ADD 1 TO WS-TOT-INSCRITOS
           ADD BI-PRIMA TO WS-TOT-PRIMA.
       015-FIN.  EXIT.

      *> BUSCA EL PLAN Y NIVEL DE LA INSCRIPCION EN TURNO EN LA
      *> TABLA Y, SI NO ESTA, LE ABRE RENGLON. SI LA TABLA SE LLENA
      *> EL RENGLON NO SE CUENTA Y SE AVISA.
       020-UBICA-NIVEL.
           MOVE ZERO TO WS-NV-POS
           PERFORM 025-BUSCA-NIVEL THRU 025-FIN
                   VARYING WS-NV-INDICE FROM 1 BY 1
                   UNTIL WS-NV-INDICE GREATER WS-NUM-NIVELES
                      OR WS-NV-POS NOT = ZERO
           IF WS-NV-POS NOT = ZERO
               GO TO 020-FIN
           END-IF
           IF WS-NUM-NIVELES NOT LESS WS-MAX-NIVELES
               DISPLAY "TABLA DE PLANES Y NIVELES LLENA, NO SE CUENTA "
                       "EL PLAN " BI-PLAN " NIVEL " BI-NIVEL
               MOVE 04 TO WS-RC-NUEVO
               MOVE "FACTURA SEGURO: TABLA DE NIVELES LLENA"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               GO TO 020-FIN
           END-IF
           ADD 1 TO WS-NUM-NIVELES
           MOVE WS-NUM-NIVELES TO WS-NV-POS
           MOVE BI-PLAN  TO WS-NV-PLAN (WS-NV-POS)
           MOVE BI-NIVEL TO WS-NV-NIVEL (WS-NV-POS)
           MOVE ZERO TO WS-NV-INSCRITOS (WS-NV-POS)
           MOVE ZERO TO WS-NV-PRIMA (WS-NV-POS)
           MOVE "N" TO WS-NV-FACTURADO (WS-NV-POS).
       020-FIN.  EXIT.

       025-BUSCA-NIVEL.
           IF WS-NV-PLAN (WS-NV-INDICE) = BI-PLAN
              AND WS-NV-NIVEL (WS-NV-INDICE) = BI-NIVEL
               MOVE WS-NV-INDICE TO WS-NV-POS
           END-IF.
       025-FIN.  EXIT.

       030-ESCRIBE-ENCABEZADO.
           MOVE "CONCILIACION FACTURA SEGURO - PROGFASE" TO RPT-TITULO
           ACCEPT RPT-FECHA FROM DATE
           MOVE RPT-ENCABEZADO TO RPTFASE-LINEA
           WRITE RPTFASE-LINEA
           MOVE SPACES TO RPTFASE-LINEA
           STRING "PERIODO CONCILIADO: " DELIMITED BY SIZE
                  WS-PERIODO              DELIMITED BY SIZE
                  INTO RPTFASE-LINEA
           WRITE RPTFASE-LINEA
           MOVE WS-LINEA-TITULOS TO RPTFASE-LINEA
           WRITE RPTFASE-LINEA.
       030-FIN.  EXIT.

       035-LEE-FACTURA.
           READ FACTASEG-FILE
               AT END
                   SET FACTASEG-EOF TO TRUE
           END-READ.
       035-FIN.  EXIT.

      *> CONCILIA UN RENGLON DE LA FACTURA CONTRA LO INSCRITO EN EL
      *> MISMO PLAN Y NIVEL. LOS RENGLONES DE OTRO MES SE IGNORAN Y
      *> SOLO SE CUENTAN.
       040-CONCILIA-RENGLON.
           IF FG-PERIODO NOT = WS-PERIODO
               ADD 1 TO WS-TOT-OTRO-PERIODO
               GO TO 040-SIGUIENTE
           END-IF
           ADD FG-ASEGURADOS TO WS-TOT-FACTURADOS
           ADD FG-IMPORTE TO WS-TOT-FACTURA
           MOVE ZERO TO WS-NV-POS
           PERFORM 045-BUSCA-FACTURADO THRU 045-FIN
                   VARYING WS-NV-INDICE FROM 1 BY 1
                   UNTIL WS-NV-INDICE GREATER WS-NUM-NIVELES
                      OR WS-NV-POS NOT = ZERO
           MOVE FG-PLAN       TO WS-LD-PLAN
           MOVE FG-NIVEL      TO WS-LD-NIVEL
           MOVE FG-ASEGURADOS TO WS-LD-FACTURADOS
           MOVE FG-IMPORTE    TO WS-LD-FACTURA
           IF WS-NV-POS = ZERO
               MOVE ZERO TO WS-LD-INSCRITOS
               MOVE ZERO TO WS-LD-PRIMA
               MOVE FG-IMPORTE TO WS-DIFERENCIA
               MOVE "SIN INSCRITOS" TO WS-LD-NOTA
           ELSE
               SET NV-FACTURADO (WS-NV-POS) TO TRUE
               MOVE WS-NV-INSCRITOS (WS-NV-POS) TO WS-LD-INSCRITOS
               MOVE WS-NV-PRIMA (WS-NV-POS)     TO WS-LD-PRIMA
               COMPUTE WS-DIFERENCIA =
                       FG-IMPORTE - WS-NV-PRIMA (WS-NV-POS)
               IF FG-ASEGURADOS = WS-NV-INSCRITOS (WS-NV-POS)
                  AND WS-DIFERENCIA = ZERO
                   MOVE "CUADRA" TO WS-LD-NOTA
               ELSE
                   MOVE "DIFIERE" TO WS-LD-NOTA
               END-IF
           END-IF
           IF WS-LD-NOTA NOT = "CUADRA"
               SET HAY-DIFERENCIA TO TRUE
               ADD 1 TO WS-TOT-DIFERENCIAS
           END-IF
           MOVE WS-DIFERENCIA TO WS-LD-DIFERENCIA
           MOVE WS-LINEA-DETALLE TO RPTFASE-LINEA
           WRITE RPTFASE-LINEA
           ADD 1 TO RPT-TOTAL-REGS.
       040-SIGUIENTE.
           PERFORM 035-LEE-FACTURA THRU 035-FIN.
       040-FIN.  EXIT.

       045-BUSCA-FACTURADO.
           IF WS-NV-PLAN (WS-NV-INDICE) = FG-PLAN
              AND WS-NV-NIVEL (WS-NV-INDICE) = FG-NIVEL
               MOVE WS-NV-INDICE TO WS-NV-POS
           END-IF.
       045-FIN.  EXIT.

      *> LO INSCRITO EN EL MES QUE LA FACTURA NO TRAJO.
       050-NO-FACTURADOS.
           IF NV-FACTURADO (WS-NV-INDICE)
               GO TO 050-FIN
           END-IF
           SET HAY-DIFERENCIA TO TRUE
           ADD 1 TO WS-TOT-DIFERENCIAS
           MOVE WS-NV-PLAN (WS-NV-INDICE)      TO WS-LD-PLAN
           MOVE WS-NV-NIVEL (WS-NV-INDICE)     TO WS-LD-NIVEL
           MOVE WS-NV-INSCRITOS (WS-NV-INDICE) TO WS-LD-INSCRITOS
           MOVE ZERO TO WS-LD-FACTURADOS
           MOVE WS-NV-PRIMA (WS-NV-INDICE)     TO WS-LD-PRIMA
           MOVE ZERO TO WS-LD-FACTURA
           COMPUTE WS-DIFERENCIA = ZERO - WS-NV-PRIMA (WS-NV-INDICE)
           MOVE WS-DIFERENCIA TO WS-LD-DIFERENCIA
           MOVE "NO FACTURADO" TO WS-LD-NOTA
           MOVE WS-LINEA-DETALLE TO RPTFASE-LINEA
           WRITE RPTFASE-LINEA
           ADD 1 TO RPT-TOTAL-REGS.
       050-FIN.  EXIT.

      *> ELEVA WS-CODIGO-RETORNO A WS-RC-NUEVO SI ESTE ES MAS SEVERO,
      *> CON CONSTANCIA EN LA BITACORA COMUN DE ERRORES (ERRLOG).
       080-ACTUALIZA-RC.
           IF WS-RC-NUEVO GREATER WS-CODIGO-RETORNO
               MOVE WS-RC-NUEVO TO WS-CODIGO-RETORNO
           END-IF
           CALL "PROGERRL" USING "PROGFASE" WS-RC-NUEVO
                   WS-DESCRIPCION-ERROR.
       080-FIN.  EXIT.

      *> CIERRA EL REPORTE CON LOS TOTALES DE AMBOS LADOS, LOS
      *> RENGLONES DE OTRO MES IGNORADOS Y EL PIE COMUN.
       090-ESCRIBE-PIE.
           MOVE SPACES TO WS-LD-PLAN
           MOVE SPACES TO WS-LD-NIVEL
           MOVE WS-TOT-INSCRITOS  TO WS-LD-INSCRITOS
           MOVE WS-TOT-FACTURADOS TO WS-LD-FACTURADOS
           MOVE WS-TOT-PRIMA      TO WS-LD-PRIMA
           MOVE WS-TOT-FACTURA    TO WS-LD-FACTURA
           COMPUTE WS-DIFERENCIA = WS-TOT-FACTURA - WS-TOT-PRIMA
           MOVE WS-DIFERENCIA     TO WS-LD-DIFERENCIA
           MOVE "TOTAL" TO WS-LD-NOTA
           MOVE SPACES TO RPTFASE-LINEA
           WRITE RPTFASE-LINEA
           MOVE WS-LINEA-DETALLE TO RPTFASE-LINEA
           WRITE RPTFASE-LINEA
           MOVE WS-TOT-OTRO-PERIODO TO WS-CUENTA-ED
           MOVE SPACES TO RPTFASE-LINEA
           STRING "RENGLONES DE OTRO PERIODO IGNORADOS: "
                                    DELIMITED BY SIZE
                  WS-CUENTA-ED      DELIMITED BY SIZE
                  INTO RPTFASE-LINEA
           WRITE RPTFASE-LINEA
           MOVE RPT-TOTAL-REGS TO RPT-TOTAL-REGS-ED
           MOVE RPT-PIE TO RPTFASE-LINEA
           WRITE RPTFASE-LINEA.
       090-FIN.  EXIT.
