      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGNHIS.
      *AUTHOR.                    FERNANDO TOLEDO.
      *INSTALLATION.              CENTRO DE CAPACITACION.
      *DATE-WRITTEN.              2026-10-15.
      *DATE-COMPILED.
      *SECURITY.                  NO ES CONFIDENCIAL.
      *> ------------------------------------------------------
      *> CONSULTA Y REIMPRESION DEL HISTORICO DE NOMINA (NOMHIST,
      *> COPY NHISREG, QUE CARGA PROGNHCA EN CADA CICLO). YA NO HACE
      *> FALTA RESTAURAR GENERACIONES VIEJAS DE NOMIDET PARA UN
      *> RECIBO PASADO O PARA EL DETALLE DE PAGO DE UNA DEMANDA.
      *> DOS MODOS: C CONSULTA UN EMPLEADO EN PANTALLA, COMO
      *> PROGASOF: UN RENGLON POR PERIODO PAGADO (PERIODO, GRUPO,
      *> FECHAS, BRUTO, DEDUCCIONES Y NETO) CON SUS TOTALES. R
      *> REIMPRIME EN RPTNHIS LOS RECIBOS DE UN RANGO DE EMPLEADOS Y
      *> DE PERIODOS, CON EL MISMO FORMATO DE PROGRECI Y UN RENGLON
      *> QUE LOS MARCA COMO REIMPRESION DEL PERIODO. EL NOMBRE, RFC
      *> Y CURP SON LOS QUE SE GUARDARON AL CARGAR EL PERIODO.
      *> EN MODO R EL SYSIN TRAE EL EMPLEADO DESDE Y HASTA (HASTA
      *> 0 = SOLO EL DESDE) Y EL PERIODO AAAAPP DESDE Y HASTA
      *> (0 = SIN LIMITE). ES SOLO LECTURA. RC 04 SI NO HAY NADA
      *> QUE MOSTRAR; RC 08 SIN NOMHIST O CON DATOS INVALIDOS.
      *> ------------------------------------------------------
      *> MODIFICACIONES:
      *> 2026-10-15  EL RECIBO REIMPRESO MUESTRA EL PRORRATEO DEL SUELDO
      *>             POR ALTA, BAJA O CAMBIO DE SALARIO (ND-PRORRATEO)
      *>             DEBAJO DE LA PERCEPCION BRUTA, COMO PROGRECI.
      *> 2026-10-15  Y LA PARTE EXENTA DE LA PRIMA VACACIONAL
      *>             (ND-PRIMA-EXENTA) DEBAJO DE LA PRIMA; UN PERIODO
      *>             CARGADO ANTES DE ESE CAMPO NO LA MUESTRA.
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOMHIST-FILE    ASSIGN TO "NOMHIST"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS NH-LLAVE
                                   FILE STATUS IS WS-NOMHIST-STATUS.

           SELECT RPTNHIS-FILE    ASSIGN TO "RPTNHIS"
                                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  NOMHIST-FILE.
       COPY NHISREG.

       FD  RPTNHIS-FILE.
       01  RPTNHIS-LINEA            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY RPTHDR.
       COPY NOMDREG.

       01  WS-AREAS.
           05 WS-NOMHIST-STATUS   PIC X(02).
           05 WS-NOMHIST-EOF      PIC X(01)      VALUE "N".
               88 NOMHIST-EOF                    VALUE "S".
           05 WS-MODO             PIC X(01).
               88 MODO-REIMPRESION               VALUE "R".
           05 WS-NUMERO-DESDE     PIC 9(05).
           05 WS-NUMERO-HASTA     PIC 9(05).
           05 WS-PERIODO-DESDE    PIC 9(06).
           05 WS-PERIODO-HASTA    PIC 9(06).
           05 WS-ISR-RETENIDO     PIC 9(05)V99.
           05 WS-SUBSIDIO-ENTREGADO PIC 9(05)V99.
           05 WS-DEMAS-DED        PIC 9(05)V99.
           05 WS-DEDUCCIONES      PIC 9(06)V99.
           05 WS-TOT-BRUTO        PIC 9(08)V99   VALUE ZERO.
           05 WS-TOT-DEDUCCIONES  PIC 9(08)V99   VALUE ZERO.
           05 WS-TOT-NETO         PIC 9(08)V99   VALUE ZERO.
           05 WS-TOT-PERIODOS     PIC 9(05)      VALUE ZERO.
           05 WS-LINEA            PIC X(80).
           05 WS-CODIGO-RETORNO   PIC 9(02)      VALUE ZERO.

       01  WS-EDITADOS.
           05 WS-IMPORTE-ED       PIC ZZZ,ZZ9.99.
           05 WS-AJUSTE-ED        PIC -ZZ,ZZ9.99.
           05 WS-BRUTO-ED         PIC ZZZ,ZZ9.99.
           05 WS-DEDUC-ED         PIC ZZZ,ZZ9.99.
           05 WS-NETO-ED          PIC ZZZ,ZZ9.99.
           05 WS-TOTAL-ED         PIC ZZ,ZZZ,ZZ9.99.
           05 WS-CUENTA-ED        PIC ZZZZ9.

       PROCEDURE DIVISION.
       000-RAIZ.
           MOVE ZERO TO RETURN-CODE
           DISPLAY "MODO (C = CONSULTA DE UN EMPLEADO, R = REIMPRESION"
      -            "): "
           ACCEPT WS-MODO
           OPEN INPUT NOMHIST-FILE
           IF WS-NOMHIST-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EL HISTORICO NOMHIST"
               MOVE 08 TO WS-CODIGO-RETORNO
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               GOBACK
           END-IF
           IF MODO-REIMPRESION
               PERFORM 050-MODO-REIMPRESION THRU 050-FIN
           ELSE
               PERFORM 005-MODO-CONSULTA THRU 005-FIN
           END-IF
           CLOSE NOMHIST-FILE
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE
           GOBACK.

      *> LA HISTORIA DE PAGO DE UN EMPLEADO EN PANTALLA.
       005-MODO-CONSULTA.
           DISPLAY "NUMERO DE EMPLEADO A CONSULTAR: "
           ACCEPT WS-NUMERO-DESDE
           IF WS-NUMERO-DESDE NOT NUMERIC OR WS-NUMERO-DESDE = ZERO
               DISPLAY "NUMERO DE EMPLEADO INVALIDO"
               MOVE 08 TO WS-CODIGO-RETORNO
               GO TO 005-FIN
           END-IF
           MOVE WS-NUMERO-DESDE TO WS-NUMERO-HASTA
           MOVE ZERO TO WS-PERIODO-DESDE
           MOVE 999999 TO WS-PERIODO-HASTA
           PERFORM 010-POSICIONA THRU 010-FIN
           IF NOMHIST-EOF
               DISPLAY "EL EMPLEADO NO TIENE PERIODOS EN EL HISTORICO"
               MOVE 04 TO WS-CODIGO-RETORNO
               GO TO 005-FIN
           END-IF
           MOVE SPACES TO WS-LINEA
           STRING "HISTORIA DE NOMINA - EMPLEADO: " DELIMITED BY SIZE
                  NH-NUMERO                          DELIMITED BY SIZE
                  "  "                               DELIMITED BY SIZE
                  NH-NOMBRE (1:28)                   DELIMITED BY SIZE
                  INTO WS-LINEA
           DISPLAY WS-LINEA
           DISPLAY "PERIODO  G INICIO   FIN           BRUTO  DEDUCCION"
      -            "       NETO"
           PERFORM 020-RENGLON-CONSULTA THRU 020-FIN
                   UNTIL NOMHIST-EOF
           MOVE WS-TOT-PERIODOS TO WS-CUENTA-ED
           MOVE SPACES TO WS-LINEA
           STRING "PERIODOS PAGADOS: " DELIMITED BY SIZE
                  WS-CUENTA-ED         DELIMITED BY SIZE
                  INTO WS-LINEA
           DISPLAY WS-LINEA
           MOVE WS-TOT-BRUTO TO WS-TOTAL-ED
           MOVE SPACES TO WS-LINEA
           STRING "TOTAL BRUTO:       " DELIMITED BY SIZE
                  WS-TOTAL-ED           DELIMITED BY SIZE
                  INTO WS-LINEA
           DISPLAY WS-LINEA
           MOVE WS-TOT-DEDUCCIONES TO WS-TOTAL-ED
           MOVE SPACES TO WS-LINEA
           STRING "TOTAL DEDUCCIONES: " DELIMITED BY SIZE
                  WS-TOTAL-ED           DELIMITED BY SIZE
                  INTO WS-LINEA
           DISPLAY WS-LINEA
           MOVE WS-TOT-NETO TO WS-TOTAL-ED
           MOVE SPACES TO WS-LINEA
           STRING "TOTAL NETO:        " DELIMITED BY SIZE
                  WS-TOTAL-ED           DELIMITED BY SIZE
                  INTO WS-LINEA
           DISPLAY WS-LINEA.
       005-FIN.  EXIT.

      *> SE COLOCA EN EL PRIMER REGISTRO DEL RANGO PEDIDO (EMPLEADO
      *> DESDE, PERIODO DESDE) Y LO DEJA LEIDO; SI NO HAY NINGUNO
      *> PRENDE EL FIN DE ARCHIVO.
       010-POSICIONA.
           MOVE "N" TO WS-NOMHIST-EOF
           MOVE WS-NUMERO-DESDE TO NH-NUMERO
           MOVE ZERO TO NH-PERIODO
           MOVE LOW-VALUES TO NH-GRUPO
           START NOMHIST-FILE KEY IS NOT LESS THAN NH-LLAVE
               INVALID KEY
                   SET NOMHIST-EOF TO TRUE
           END-START
           IF NOT NOMHIST-EOF
               PERFORM 015-LEE-SIGUIENTE THRU 015-FIN
           END-IF.
       010-FIN.  EXIT.

      *> LEE EL SIGUIENTE REGISTRO QUE CAIGA EN EL RANGO DE PERIODOS;
      *> AL PASAR DEL EMPLEADO HASTA PRENDE EL FIN DE ARCHIVO.
       015-LEE-SIGUIENTE.
           READ NOMHIST-FILE NEXT RECORD
               AT END
                   SET NOMHIST-EOF TO TRUE
                   GO TO 015-FIN
           END-READ
           IF NH-NUMERO GREATER WS-NUMERO-HASTA
               SET NOMHIST-EOF TO TRUE
               GO TO 015-FIN
           END-IF
           IF NH-PERIODO LESS WS-PERIODO-DESDE
              OR NH-PERIODO GREATER WS-PERIODO-HASTA
               GO TO 015-LEE-SIGUIENTE
           END-IF
           MOVE NH-DETALLE TO ND-REGISTRO.
       015-FIN.  EXIT.

      *> RENGLON DE UN PERIODO: LAS DEDUCCIONES SON EL ISR RETENIDO,
      *> LA CUOTA IMSS Y LOS DEMAS DESCUENTOS, COMO EN EL RECIBO.
       020-RENGLON-CONSULTA.
           PERFORM 030-CALCULA-ISR THRU 030-FIN
           COMPUTE WS-DEDUCCIONES = WS-ISR-RETENIDO + ND-IMSS
                                  + ND-OTRAS-DED
           ADD 1 TO WS-TOT-PERIODOS
           ADD ND-BRUTO TO WS-TOT-BRUTO
           ADD WS-DEDUCCIONES TO WS-TOT-DEDUCCIONES
           ADD ND-NETO TO WS-TOT-NETO
           MOVE ND-BRUTO TO WS-BRUTO-ED
           MOVE WS-DEDUCCIONES TO WS-DEDUC-ED
           MOVE ND-NETO TO WS-NETO-ED
           MOVE SPACES TO WS-LINEA
           STRING NH-PERIODO        DELIMITED BY SIZE
                  "   "             DELIMITED BY SIZE
                  NH-GRUPO          DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  NH-FECHA-INICIO   DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  NH-FECHA-FIN      DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-BRUTO-ED       DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-DEDUC-ED       DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-NETO-ED        DELIMITED BY SIZE
                  INTO WS-LINEA
           DISPLAY WS-LINEA
           PERFORM 015-LEE-SIGUIENTE THRU 015-FIN.
       020-FIN.  EXIT.

      *> ISR RETENIDO O SUBSIDIO ENTREGADO, SEGUN CUAL DE LOS DOS
      *> REBASE AL OTRO (MISMA REGLA QUE PROGRECI).
       030-CALCULA-ISR.
           IF ND-ISR GREATER ND-SUBSIDIO
               COMPUTE WS-ISR-RETENIDO = ND-ISR - ND-SUBSIDIO
               MOVE ZERO TO WS-SUBSIDIO-ENTREGADO
           ELSE
               MOVE ZERO TO WS-ISR-RETENIDO
               COMPUTE WS-SUBSIDIO-ENTREGADO = ND-SUBSIDIO - ND-ISR
           END-IF.
       030-FIN.  EXIT.

      *> REIMPRESION DE LOS RECIBOS DEL RANGO PEDIDO EN RPTNHIS.
       050-MODO-REIMPRESION.
           DISPLAY "EMPLEADO DESDE: "
           ACCEPT WS-NUMERO-DESDE
           DISPLAY "EMPLEADO HASTA (0 = SOLO EL DESDE): "
           ACCEPT WS-NUMERO-HASTA
           DISPLAY "PERIODO DESDE (AAAAPP; 0 = SIN LIMITE): "
           ACCEPT WS-PERIODO-DESDE
           DISPLAY "PERIODO HASTA (AAAAPP; 0 = SIN LIMITE): "
           ACCEPT WS-PERIODO-HASTA
           IF WS-NUMERO-DESDE NOT NUMERIC
              OR WS-NUMERO-HASTA NOT NUMERIC
              OR WS-PERIODO-DESDE NOT NUMERIC
              OR WS-PERIODO-HASTA NOT NUMERIC
               DISPLAY "RANGO DE EMPLEADOS O PERIODOS INVALIDO"
               MOVE 08 TO WS-CODIGO-RETORNO
               GO TO 050-FIN
           END-IF
           IF WS-NUMERO-HASTA = ZERO
               MOVE WS-NUMERO-DESDE TO WS-NUMERO-HASTA
           END-IF
           IF WS-PERIODO-HASTA = ZERO
               MOVE 999999 TO WS-PERIODO-HASTA
           END-IF
           OPEN OUTPUT RPTNHIS-FILE
           MOVE "REIMPRESION DE RECIBOS - PROGNHIS" TO RPT-TITULO
           ACCEPT RPT-FECHA FROM DATE
           MOVE RPT-ENCABEZADO TO RPTNHIS-LINEA
           WRITE RPTNHIS-LINEA
           PERFORM 010-POSICIONA THRU 010-FIN
           PERFORM 060-IMPRIME-RECIBO THRU 060-FIN
                   UNTIL NOMHIST-EOF
           IF RPT-TOTAL-REGS = ZERO
               MOVE SPACES TO RPTNHIS-LINEA
               WRITE RPTNHIS-LINEA
               MOVE "NO HAY PERIODOS DEL RANGO EN EL HISTORICO"
                    TO RPTNHIS-LINEA
               WRITE RPTNHIS-LINEA
               MOVE 04 TO WS-CODIGO-RETORNO
           END-IF
           MOVE SPACES TO RPTNHIS-LINEA
           WRITE RPTNHIS-LINEA
           MOVE RPT-TOTAL-REGS TO RPT-TOTAL-REGS-ED
           MOVE RPT-PIE TO RPTNHIS-LINEA
           WRITE RPTNHIS-LINEA
           CLOSE RPTNHIS-FILE.
       050-FIN.  EXIT.

      *> EL RECIBO DE UN PERIODO DEL HISTORICO, RENGLON POR RENGLON
      *> COMO LO IMPRIME PROGRECI, CON LOS DATOS DEL EMPLEADO QUE SE
      *> GUARDARON AL CARGARLO.
       060-IMPRIME-RECIBO.
           MOVE SPACES TO RPTNHIS-LINEA
           WRITE RPTNHIS-LINEA
           MOVE ALL "-" TO RPTNHIS-LINEA
           WRITE RPTNHIS-LINEA
           MOVE SPACES TO RPTNHIS-LINEA
           STRING "REIMPRESION - PERIODO " DELIMITED BY SIZE
                  NH-PERIODO               DELIMITED BY SIZE
                  " GRUPO "                DELIMITED BY SIZE
                  NH-GRUPO                 DELIMITED BY SIZE
                  " ("                     DELIMITED BY SIZE
                  NH-FECHA-INICIO          DELIMITED BY SIZE
                  " A "                    DELIMITED BY SIZE
                  NH-FECHA-FIN             DELIMITED BY SIZE
                  ")"                      DELIMITED BY SIZE
                  INTO RPTNHIS-LINEA
           WRITE RPTNHIS-LINEA
           MOVE SPACES TO RPTNHIS-LINEA
           STRING "RECIBO DE NOMINA - EMPLEADO: " DELIMITED BY SIZE
                  ND-NUMERO                        DELIMITED BY SIZE
                  "  "                             DELIMITED BY SIZE
                  NH-NOMBRE (1:28)                 DELIMITED BY SIZE
                  INTO RPTNHIS-LINEA
           WRITE RPTNHIS-LINEA
           MOVE SPACES TO RPTNHIS-LINEA
           STRING "RFC: "       DELIMITED BY SIZE
                  NH-RFC         DELIMITED BY SIZE
                  "  CURP: "     DELIMITED BY SIZE
                  NH-CURP        DELIMITED BY SIZE
                  INTO RPTNHIS-LINEA
           WRITE RPTNHIS-LINEA
           MOVE ND-BRUTO TO WS-IMPORTE-ED
           MOVE SPACES TO RPTNHIS-LINEA
           STRING "PERCEPCION BRUTA:           " DELIMITED BY SIZE
                  WS-IMPORTE-ED                   DELIMITED BY SIZE
                  INTO RPTNHIS-LINEA
           WRITE RPTNHIS-LINEA
           IF ND-PRORRATEO NOT = ZERO
               MOVE ND-PRORRATEO TO WS-AJUSTE-ED
               MOVE SPACES TO RPTNHIS-LINEA
               STRING "PRORRATEO DIAS/SALARIO:     " DELIMITED BY SIZE
                      WS-AJUSTE-ED                    DELIMITED BY SIZE
                      INTO RPTNHIS-LINEA
               WRITE RPTNHIS-LINEA
           END-IF
           MOVE ND-AJUSTE TO WS-AJUSTE-ED
           MOVE SPACES TO RPTNHIS-LINEA
           STRING "AJUSTE POR INCIDENCIAS:     " DELIMITED BY SIZE
                  WS-AJUSTE-ED                    DELIMITED BY SIZE
                  INTO RPTNHIS-LINEA
           WRITE RPTNHIS-LINEA
           IF ND-HE-DOBLE GREATER ZERO OR ND-HE-TRIPLE GREATER ZERO
               MOVE ND-HE-DOBLE TO WS-IMPORTE-ED
               MOVE SPACES TO RPTNHIS-LINEA
               STRING "  HORAS EXTRA DOBLES:       " DELIMITED BY SIZE
                      WS-IMPORTE-ED                   DELIMITED BY SIZE
                      INTO RPTNHIS-LINEA
               WRITE RPTNHIS-LINEA
               MOVE ND-HE-TRIPLE TO WS-IMPORTE-ED
               MOVE SPACES TO RPTNHIS-LINEA
               STRING "  HORAS EXTRA TRIPLES:      " DELIMITED BY SIZE
                      WS-IMPORTE-ED                   DELIMITED BY SIZE
                      INTO RPTNHIS-LINEA
               WRITE RPTNHIS-LINEA
               MOVE ND-HE-EXENTA TO WS-IMPORTE-ED
               MOVE SPACES TO RPTNHIS-LINEA
               STRING "  EXENTO DE HORAS EXTRA:    " DELIMITED BY SIZE
                      WS-IMPORTE-ED                   DELIMITED BY SIZE
                      INTO RPTNHIS-LINEA
               WRITE RPTNHIS-LINEA
           END-IF
           IF ND-RETRO GREATER ZERO
               MOVE ND-RETRO TO WS-IMPORTE-ED
               MOVE SPACES TO RPTNHIS-LINEA
               STRING "DIFERENCIA RETROACTIVA:     " DELIMITED BY SIZE
                      WS-IMPORTE-ED                   DELIMITED BY SIZE
                      INTO RPTNHIS-LINEA
               WRITE RPTNHIS-LINEA
           END-IF
           IF ND-PRIMA-VAC GREATER ZERO
               MOVE ND-PRIMA-VAC TO WS-IMPORTE-ED
               MOVE SPACES TO RPTNHIS-LINEA
               STRING "PRIMA VACACIONAL:           " DELIMITED BY SIZE
                      WS-IMPORTE-ED                   DELIMITED BY SIZE
                      INTO RPTNHIS-LINEA
               WRITE RPTNHIS-LINEA
               IF ND-PRIMA-EXENTA NUMERIC
                   MOVE ND-PRIMA-EXENTA TO WS-IMPORTE-ED
                   MOVE SPACES TO RPTNHIS-LINEA
                   STRING "  EXENTO DE PRIMA VACACIONAL:"
                                                  DELIMITED BY SIZE
                          WS-IMPORTE-ED           DELIMITED BY SIZE
                          INTO RPTNHIS-LINEA
                   WRITE RPTNHIS-LINEA
               END-IF
           END-IF
           PERFORM 030-CALCULA-ISR THRU 030-FIN
           MOVE ND-ISR TO WS-IMPORTE-ED
           MOVE SPACES TO RPTNHIS-LINEA
           STRING "ISR SEGUN TARIFA:           " DELIMITED BY SIZE
                  WS-IMPORTE-ED                   DELIMITED BY SIZE
                  INTO RPTNHIS-LINEA
           WRITE RPTNHIS-LINEA
           MOVE ND-SUBSIDIO TO WS-IMPORTE-ED
           MOVE SPACES TO RPTNHIS-LINEA
           STRING "SUBSIDIO PARA EL EMPLEO:    " DELIMITED BY SIZE
                  WS-IMPORTE-ED                   DELIMITED BY SIZE
                  INTO RPTNHIS-LINEA
           WRITE RPTNHIS-LINEA
           MOVE WS-ISR-RETENIDO TO WS-IMPORTE-ED
           MOVE SPACES TO RPTNHIS-LINEA
           STRING "RETENCION ISR:              " DELIMITED BY SIZE
                  WS-IMPORTE-ED                   DELIMITED BY SIZE
                  INTO RPTNHIS-LINEA
           WRITE RPTNHIS-LINEA
           IF WS-SUBSIDIO-ENTREGADO GREATER ZERO
               MOVE WS-SUBSIDIO-ENTREGADO TO WS-IMPORTE-ED
               MOVE SPACES TO RPTNHIS-LINEA
               STRING "SUBSIDIO ENTREGADO:         " DELIMITED BY SIZE
                      WS-IMPORTE-ED                   DELIMITED BY SIZE
                      INTO RPTNHIS-LINEA
               WRITE RPTNHIS-LINEA
           END-IF
           MOVE ND-IMSS TO WS-IMPORTE-ED
           MOVE SPACES TO RPTNHIS-LINEA
           STRING "CUOTA IMSS:                 " DELIMITED BY SIZE
                  WS-IMPORTE-ED                   DELIMITED BY SIZE
                  INTO RPTNHIS-LINEA
           WRITE RPTNHIS-LINEA
           IF ND-PENSION GREATER ZERO
               MOVE ND-PENSION TO WS-IMPORTE-ED
               MOVE SPACES TO RPTNHIS-LINEA
               STRING "PENSION ALIMENTICIA:        " DELIMITED BY SIZE
                      WS-IMPORTE-ED                   DELIMITED BY SIZE
                      INTO RPTNHIS-LINEA
               WRITE RPTNHIS-LINEA
           END-IF
           COMPUTE WS-DEMAS-DED = ND-OTRAS-DED - ND-PENSION
           MOVE WS-DEMAS-DED TO WS-IMPORTE-ED
           MOVE SPACES TO RPTNHIS-LINEA
           STRING "CREDITOS Y DESCUENTOS:      " DELIMITED BY SIZE
                  WS-IMPORTE-ED                   DELIMITED BY SIZE
                  INTO RPTNHIS-LINEA
           WRITE RPTNHIS-LINEA
           MOVE ND-NETO TO WS-IMPORTE-ED
           MOVE SPACES TO RPTNHIS-LINEA
           STRING "NETO A PAGAR:               " DELIMITED BY SIZE
                  WS-IMPORTE-ED                   DELIMITED BY SIZE
                  INTO RPTNHIS-LINEA
           WRITE RPTNHIS-LINEA
           ADD 1 TO RPT-TOTAL-REGS
           PERFORM 015-LEE-SIGUIENTE THRU 015-FIN.
       060-FIN.  EXIT.
