      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGCEMA.
      *AUTHOR.                    FERNANDO TOLEDO.
      *INSTALLATION.              CENTRO DE CAPACITACION.
      *DATE-WRITTEN.              2026-10-15.
      *DATE-COMPILED.
      *SECURITY.                  NO ES CONFIDENCIAL.
      *> ------------------------------------------------------
      *> CONCILIACION DE LA CEDULA DEL IMSS CONTRA LA PROVISION: LEE
      *> LA CEDULA DE DETERMINACION QUE MANDA EL IMSS (CEDIMSS, LA
      *> MENSUAL EMA Y LA BIMESTRAL EBA) Y LA EMPAREJA EMPLEADO POR
      *> EMPLEADO CONTRA LO QUE CALCULO PROGPATR EN EL EXTRACTO
      *> SUAEXTR DEL MISMO MES (Y DEL MES ANTERIOR PARA LA
      *> BIMESTRAL), CONTRA EL ULTIMO MOVIMIENTO AFILIATORIO ACUSADO
      *> EN IMSSMOV Y CONTRA EL SDI AVISADO QUE GUARDA SDIMAST.
      *> IMPRIME LOS EMPLEADOS QUE FALTAN DE UN LADO O DEL OTRO, LAS
      *> DIFERENCIAS DE SALARIO BASE, DE DIAS COTIZADOS Y DE CUOTAS,
      *> Y LA VARIACION TOTAL POR RAMO (IMSS, RETIRO/CESANTIA/VEJEZ E
      *> INFONAVIT), PARA CORREGIR ANTES DEL PAGO Y NO ENTERARSE
      *> HASTA QUE LLEGA LA MULTA. CON DIFERENCIAS EL PASO TERMINA
      *> CON ADVERTENCIA 04; SIN CEDULA O SIN EXTRACTO, CON RC 08.
      *> EL SYSIN TRAE EL PERIODO (AAAAMM; 0 = MES ANTERIOR).
      *> ------------------------------------------------------
      *> MODIFICACIONES:
      *> 2026-10-15  SUAEXTR VIENE EN LOTES POR REGISTRO PATRONAL; LOS
      *>             ENCABEZADOS H Y LOS CIERRES T DE CADA LOTE SE
      *>             BRINCAN. IMSSMOV CRECE A 43 CON EL REGISTRO
      *>             PATRONAL DEL MOVIMIENTO.
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CEDIMSS-FILE    ASSIGN TO "CEDIMSS"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-CEDIMSS-STATUS.

           SELECT SUAEXTR-FILE    ASSIGN TO "SUAEXTR"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-SUAEXTR-STATUS.

           SELECT IMSSMOV-FILE    ASSIGN TO "IMSSMOV"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-IMSSMOV-STATUS.

           SELECT SDIMAST-FILE    ASSIGN TO "SDIMAST"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS SD-NUMERO
                                   FILE STATUS IS WS-SDIMAST-STATUS.

           SELECT RPTCEMA-FILE    ASSIGN TO "RPTCEMA"
                                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CEDIMSS-FILE.
       COPY EMAREG.

       FD  SUAEXTR-FILE.
       COPY SUAREG.

       FD  IMSSMOV-FILE.
       COPY IMSSREG.

       FD  SDIMAST-FILE.
       COPY SDIREG.

       FD  RPTCEMA-FILE.
       01  RPTCEMA-LINEA            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY RPTHDR.

       01  WS-PERIODO              PIC 9(06).
       01  WS-PERIODO-R REDEFINES WS-PERIODO.
           05 WS-PE-AA             PIC 9(04).
           05 WS-PE-MM             PIC 9(02).

       01  WS-PERIODO-ANT          PIC 9(06).
       01  WS-PERIODO-ANT-R REDEFINES WS-PERIODO-ANT.
           05 WS-PA-AA             PIC 9(04).
           05 WS-PA-MM             PIC 9(02).

      *> LA PROVISION DE CADA EMPLEADO: LA RANURA 1 ES EL MES QUE SE
      *> CONCILIA Y LA 2 EL ANTERIOR (LA BIMESTRAL CUBRE AMBOS).
       01  WS-TABLA-PROVISION.
           05 WS-PROV-RENGLON OCCURS 500 TIMES.
              10 WS-PV-NUMERO       PIC 9(05).
              10 WS-PV-EN-EMA       PIC X(01).
              10 WS-PV-EN-EBA       PIC X(01).
              10 WS-PV-MES OCCURS 2 TIMES.
                 15 WS-PV-PRESENTE  PIC X(01).
                 15 WS-PV-SDI       PIC 9(05)V99.
                 15 WS-PV-DIAS      PIC 9(02).
                 15 WS-PV-IMSS      PIC 9(06)V99.
                 15 WS-PV-RCV       PIC 9(06)V99.
                 15 WS-PV-INFONAVIT PIC 9(06)V99.

      *> EL ULTIMO MOVIMIENTO ACUSADO POR EL IMSS DE CADA EMPLEADO
      *> HASTA EL FIN DEL PERIODO, Y CUANTOS LE QUEDAN SIN ACUSE.
       01  WS-TABLA-MOVIMIENTOS.
           05 WS-MOV-RENGLON OCCURS 500 TIMES.
              10 WS-MV-NUMERO       PIC 9(05).
              10 WS-MV-TIPO         PIC X(02).
              10 WS-MV-FECHA        PIC 9(08).
              10 WS-MV-SALARIO      PIC 9(04)V99.
              10 WS-MV-PENDIENTES   PIC 9(03).

       01  WS-AREAS.
           05 WS-CEDIMSS-STATUS   PIC X(02).
           05 WS-SUAEXTR-STATUS   PIC X(02).
           05 WS-IMSSMOV-STATUS   PIC X(02).
           05 WS-SDIMAST-STATUS   PIC X(02).
           05 WS-CEDIMSS-EOF      PIC X(01)      VALUE "N".
               88 CEDIMSS-EOF                    VALUE "S".
           05 WS-SUAEXTR-EOF      PIC X(01)      VALUE "N".
               88 SUAEXTR-EOF                    VALUE "S".
           05 WS-IMSSMOV-EOF      PIC X(01)      VALUE "N".
               88 IMSSMOV-EOF                    VALUE "S".
           05 WS-SDIMAST-ABIERTO  PIC X(01)      VALUE "N".
               88 SDIMAST-ABIERTO                VALUE "S".
           05 WS-MOVS-CARGADOS    PIC X(01)      VALUE "N".
               88 MOVS-CARGADOS                  VALUE "S".
           05 WS-HAY-EMA          PIC X(01)      VALUE "N".
               88 HAY-EMA                        VALUE "S".
           05 WS-HAY-EBA          PIC X(01)      VALUE "N".
               88 HAY-EBA                        VALUE "S".
           05 WS-FECHA-HOY        PIC 9(08).
           05 WS-INICIO-PERIODO   PIC 9(08).
           05 WS-FIN-PERIODO      PIC 9(08).
           05 WS-MAX-PROV         PIC 9(03)      VALUE 500.
           05 WS-NUM-PROV         PIC 9(03)      VALUE ZERO.
           05 WS-PROV-INDICE      PIC 9(03).
           05 WS-PROV-POS         PIC 9(03).
           05 WS-PROV-HALLADO     PIC X(01).
               88 PROV-HALLADO                   VALUE "S".
           05 WS-MAX-MOVS         PIC 9(03)      VALUE 500.
           05 WS-NUM-MOVS         PIC 9(03)      VALUE ZERO.
           05 WS-MOV-INDICE       PIC 9(03).
           05 WS-MOV-POS          PIC 9(03).
           05 WS-MOV-HALLADO      PIC X(01).
               88 MOV-HALLADO                    VALUE "S".
           05 WS-MES              PIC 9(01).
           05 WS-BUSCA-NUMERO     PIC 9(05).
           05 WS-PROV-SDI         PIC 9(05)V99.
           05 WS-PROV-DIAS        PIC 9(03).
           05 WS-PROV-RCV         PIC 9(07)V99.
           05 WS-PROV-INFONAVIT   PIC 9(07)V99.
           05 WS-VALOR-CEDULA     PIC 9(07)V99.
           05 WS-VALOR-CASA       PIC 9(07)V99.
           05 WS-DIFERENCIA       PIC S9(07)V99.
           05 WS-DIF-ABSOLUTA     PIC 9(07)V99.
           05 WS-TOLERA           PIC 9(03)V99.
           05 WS-TOLERANCIA       PIC 9(03)V99   VALUE 1.00.
           05 WS-ES-DIFERENCIA    PIC X(01).
               88 ES-DIFERENCIA                  VALUE "S".
           05 WS-TOT-CED-IMSS     PIC 9(09)V99   VALUE ZERO.
           05 WS-TOT-CED-RCV      PIC 9(09)V99   VALUE ZERO.
           05 WS-TOT-CED-INFONAVIT PIC 9(09)V99  VALUE ZERO.
           05 WS-TOT-PRV-IMSS     PIC 9(09)V99   VALUE ZERO.
           05 WS-TOT-PRV-RCV      PIC 9(09)V99   VALUE ZERO.
           05 WS-TOT-PRV-INFONAVIT PIC 9(09)V99  VALUE ZERO.
           05 WS-TOT-CEDULA       PIC 9(09)V99.
           05 WS-TOT-PROVISION    PIC 9(09)V99.
           05 WS-TOT-VARIACION    PIC S9(09)V99.
           05 WS-TOT-RENGLONES    PIC 9(05)      VALUE ZERO.
           05 WS-TOT-OTRO-PERIODO PIC 9(05)      VALUE ZERO.
           05 WS-TOT-DIFERENCIAS  PIC 9(05)      VALUE ZERO.
           05 WS-TOT-SIN-PROV     PIC 9(05)      VALUE ZERO.
           05 WS-TOT-SIN-CEDULA   PIC 9(05)      VALUE ZERO.
           05 WS-CODIGO-RETORNO   PIC 9(02)      VALUE ZERO.
           05 WS-RC-NUEVO         PIC 9(02).
           05 WS-DESCRIPCION-ERROR PIC X(40).

       01  WS-LINEA-DETALLE.
           05 WS-LD-NUMERO        PIC 9(05).
           05 FILLER              PIC X(01)      VALUE SPACE.
           05 WS-LD-TIPO          PIC X(01).
           05 FILLER              PIC X(01)      VALUE SPACE.
           05 WS-LD-CONCEPTO      PIC X(30).
           05 WS-LD-CEDULA        PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)      VALUE SPACE.
           05 WS-LD-CASA          PIC ZZZ,ZZ9.99.
           05 FILLER              PIC X(01)      VALUE SPACE.
           05 WS-LD-DIFER         PIC -ZZZ,ZZ9.99.
           05 FILLER              PIC X(09)      VALUE SPACES.

       01  WS-EDITADOS.
           05 WS-CEDULA-ED        PIC ZZZ,ZZZ,ZZ9.99.
           05 WS-PROVISION-ED     PIC ZZZ,ZZZ,ZZ9.99.
           05 WS-VARIACION-ED     PIC -ZZZ,ZZZ,ZZ9.99.
           05 WS-CUENTA-ED        PIC ZZZZ9.

       PROCEDURE DIVISION.
       000-RAIZ.
           MOVE ZERO TO RETURN-CODE
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           DISPLAY "PERIODO A CONCILIAR (AAAAMM; 0 = MES ANTERIOR): "
           ACCEPT WS-PERIODO
           PERFORM 005-FIJA-PERIODO THRU 005-FIN
           PERFORM 010-CARGA-PROVISION THRU 010-FIN
           IF WS-SUAEXTR-STATUS NOT = "00"
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CEDIMSS-FILE
           IF WS-CEDIMSS-STATUS NOT = "00"
               DISPLAY "SIN CEDULA DEL IMSS QUE CONCILIAR"
               MOVE 08 TO WS-RC-NUEVO
               MOVE "CONCIMSS: SIN CEDULA CEDIMSS"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 020-CARGA-MOVIMIENTOS THRU 020-FIN
           OPEN INPUT SDIMAST-FILE
           IF WS-SDIMAST-STATUS = "00"
               SET SDIMAST-ABIERTO TO TRUE
           ELSE
               DISPLAY "SIN MAESTRO SDIMAST; NO SE COMPARA CONTRA EL "
                       "SDI AVISADO"
               MOVE 04 TO WS-RC-NUEVO
               MOVE "CONCIMSS: NO SE PUDO ABRIR SDIMAST"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
           END-IF
           OPEN OUTPUT RPTCEMA-FILE
           PERFORM 030-ESCRIBE-ENCABEZADO THRU 030-FIN
           PERFORM 035-LEE-CEDULA THRU 035-FIN
           PERFORM 040-CONCILIA-RENGLON THRU 040-FIN
                   UNTIL CEDIMSS-EOF
           PERFORM 050-FALTANTES-CEDULA THRU 050-FIN
                   VARYING WS-PROV-INDICE FROM 1 BY 1
                   UNTIL WS-PROV-INDICE GREATER WS-NUM-PROV
           PERFORM 070-TOTALES-RAMO THRU 070-FIN
           PERFORM 090-ESCRIBE-PIE THRU 090-FIN
           CLOSE CEDIMSS-FILE
           IF SDIMAST-ABIERTO
               CLOSE SDIMAST-FILE
           END-IF
           CLOSE RPTCEMA-FILE
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE
           GOBACK.

      *> SIN PERIODO EN EL SYSIN SE CONCILIA EL MES ANTERIOR, QUE ES
      *> EL QUE AMPARA LA CEDULA QUE LLEGA A PRINCIPIO DE MES.
       005-FIJA-PERIODO.
           IF WS-PERIODO = ZERO
               MOVE WS-FECHA-HOY (1:6) TO WS-PERIODO
               PERFORM 006-MES-ANTERIOR THRU 006-FIN
               MOVE WS-PERIODO-ANT TO WS-PERIODO
           END-IF
           PERFORM 006-MES-ANTERIOR THRU 006-FIN
           COMPUTE WS-INICIO-PERIODO = WS-PERIODO * 100 + 1
           COMPUTE WS-FIN-PERIODO = WS-PERIODO * 100 + 31.
       005-FIN.  EXIT.

       006-MES-ANTERIOR.
           MOVE WS-PERIODO TO WS-PERIODO-ANT
           IF WS-PA-MM = 1
               MOVE 12 TO WS-PA-MM
               SUBTRACT 1 FROM WS-PA-AA
           ELSE
               SUBTRACT 1 FROM WS-PA-MM
           END-IF.
       006-FIN.  EXIT.

      *> CARGA LOS RENGLONES DEL EXTRACTO DEL MES Y DEL ANTERIOR (EL
      *> JCL CONCATENA LAS DOS ULTIMAS GENERACIONES). LOS DE OTRO MES
      *> O SIN MES (EXTRACTOS ANTERIORES AL CAMPO) NO ENTRAN; SI UN
      *> CIERRE SE REPITIO, EL ULTIMO RENGLON DEL MES ES EL QUE QUEDA.
       010-CARGA-PROVISION.
           OPEN INPUT SUAEXTR-FILE
           IF WS-SUAEXTR-STATUS NOT = "00"
               DISPLAY "SIN EXTRACTO SUAEXTR CONTRA QUE CONCILIAR"
               MOVE 08 TO WS-RC-NUEVO
               MOVE "CONCIMSS: SIN EXTRACTO SUAEXTR"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               GO TO 010-FIN
           END-IF
           PERFORM 012-LEE-EXTRACTO THRU 012-FIN
           PERFORM 014-GUARDA-PROVISION THRU 014-FIN
                   UNTIL SUAEXTR-EOF
           CLOSE SUAEXTR-FILE.
       010-FIN.  EXIT.

       012-LEE-EXTRACTO.
           READ SUAEXTR-FILE
               AT END
                   SET SUAEXTR-EOF TO TRUE
           END-READ.
       012-FIN.  EXIT.

       014-GUARDA-PROVISION.
           IF SU-CT-ENCABEZADO OR SU-CT-CIERRE
               GO TO 014-SIGUIENTE
           END-IF
           IF SU-PERIODO NOT NUMERIC
               GO TO 014-SIGUIENTE
           END-IF
           IF SU-PERIODO = WS-PERIODO
               MOVE 1 TO WS-MES
           ELSE
               IF SU-PERIODO = WS-PERIODO-ANT
                   MOVE 2 TO WS-MES
               ELSE
                   GO TO 014-SIGUIENTE
               END-IF
           END-IF
           MOVE SU-NUMERO TO WS-BUSCA-NUMERO
           PERFORM 016-UBICA-PROVISION THRU 016-FIN
           IF NOT PROV-HALLADO
               IF WS-NUM-PROV LESS WS-MAX-PROV
                   ADD 1 TO WS-NUM-PROV
                   MOVE WS-NUM-PROV TO WS-PROV-POS
                   MOVE SU-NUMERO TO WS-PV-NUMERO (WS-PROV-POS)
                   MOVE "N" TO WS-PV-EN-EMA (WS-PROV-POS)
                   MOVE "N" TO WS-PV-EN-EBA (WS-PROV-POS)
                   MOVE "N" TO WS-PV-PRESENTE (WS-PROV-POS, 1)
                   MOVE "N" TO WS-PV-PRESENTE (WS-PROV-POS, 2)
               ELSE
                   MOVE 04 TO WS-RC-NUEVO
                   MOVE "CONCIMSS: TABLA DE PROVISION LLENA"
                        TO WS-DESCRIPCION-ERROR
                   PERFORM 080-ACTUALIZA-RC THRU 080-FIN
                   GO TO 014-SIGUIENTE
               END-IF
           END-IF
           MOVE "S"            TO WS-PV-PRESENTE (WS-PROV-POS, WS-MES)
           MOVE SU-SDI         TO WS-PV-SDI (WS-PROV-POS, WS-MES)
           MOVE SU-DIAS        TO WS-PV-DIAS (WS-PROV-POS, WS-MES)
           MOVE SU-IMSS-PATRON TO WS-PV-IMSS (WS-PROV-POS, WS-MES)
           MOVE SU-RCV         TO WS-PV-RCV (WS-PROV-POS, WS-MES)
           MOVE SU-INFONAVIT
                TO WS-PV-INFONAVIT (WS-PROV-POS, WS-MES).
       014-SIGUIENTE.
           PERFORM 012-LEE-EXTRACTO THRU 012-FIN.
       014-FIN.  EXIT.

      *> BUSCA WS-BUSCA-NUMERO EN LA TABLA DE PROVISION.
       016-UBICA-PROVISION.
           MOVE "N" TO WS-PROV-HALLADO
           PERFORM 018-BUSCA-PROVISION THRU 018-FIN
                   VARYING WS-PROV-INDICE FROM 1 BY 1
                   UNTIL WS-PROV-INDICE GREATER WS-NUM-PROV
                      OR PROV-HALLADO.
       016-FIN.  EXIT.

       018-BUSCA-PROVISION.
           IF WS-PV-NUMERO (WS-PROV-INDICE) = WS-BUSCA-NUMERO
               SET PROV-HALLADO TO TRUE
               MOVE WS-PROV-INDICE TO WS-PROV-POS
           END-IF.
       018-FIN.  EXIT.

      *> CARGA DE IMSSMOV, POR EMPLEADO, EL ULTIMO MOVIMIENTO ACUSADO
      *> CON FECHA HASTA EL FIN DEL PERIODO Y CUENTA LOS PENDIENTES.
      *> SIN IMSSMOV LA CONCILIACION SIGUE SIN ESA COMPARACION.
       020-CARGA-MOVIMIENTOS.
           OPEN INPUT IMSSMOV-FILE
           IF WS-IMSSMOV-STATUS NOT = "00"
               DISPLAY "SIN ARCHIVO IMSSMOV; NO SE COMPARA CONTRA LOS "
                       "MOVIMIENTOS ACUSADOS"
               MOVE 04 TO WS-RC-NUEVO
               MOVE "CONCIMSS: NO SE PUDO ABRIR IMSSMOV"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               GO TO 020-FIN
           END-IF
           SET MOVS-CARGADOS TO TRUE
           PERFORM 022-LEE-MOVIMIENTO THRU 022-FIN
           PERFORM 024-GUARDA-MOVIMIENTO THRU 024-FIN
                   UNTIL IMSSMOV-EOF
           CLOSE IMSSMOV-FILE.
       020-FIN.  EXIT.

       022-LEE-MOVIMIENTO.
           READ IMSSMOV-FILE
               AT END
                   SET IMSSMOV-EOF TO TRUE
           END-READ.
       022-FIN.  EXIT.

       024-GUARDA-MOVIMIENTO.
           IF IM-FECHA GREATER WS-FIN-PERIODO
               GO TO 024-SIGUIENTE
           END-IF
           MOVE IM-NUMERO TO WS-BUSCA-NUMERO
           PERFORM 026-UBICA-MOVIMIENTO THRU 026-FIN
           IF NOT MOV-HALLADO
               IF WS-NUM-MOVS LESS WS-MAX-MOVS
                   ADD 1 TO WS-NUM-MOVS
                   MOVE WS-NUM-MOVS TO WS-MOV-POS
                   MOVE IM-NUMERO TO WS-MV-NUMERO (WS-MOV-POS)
                   MOVE SPACES    TO WS-MV-TIPO (WS-MOV-POS)
                   MOVE ZERO      TO WS-MV-FECHA (WS-MOV-POS)
                   MOVE ZERO      TO WS-MV-SALARIO (WS-MOV-POS)
                   MOVE ZERO      TO WS-MV-PENDIENTES (WS-MOV-POS)
               ELSE
                   MOVE 04 TO WS-RC-NUEVO
                   MOVE "CONCIMSS: TABLA DE MOVIMIENTOS LLENA"
                        TO WS-DESCRIPCION-ERROR
                   PERFORM 080-ACTUALIZA-RC THRU 080-FIN
                   GO TO 024-SIGUIENTE
               END-IF
           END-IF
           IF IM-PENDIENTE
               ADD 1 TO WS-MV-PENDIENTES (WS-MOV-POS)
               GO TO 024-SIGUIENTE
           END-IF
           IF IM-CONFIRMADO
              AND IM-FECHA NOT LESS WS-MV-FECHA (WS-MOV-POS)
               MOVE IM-TIPO  TO WS-MV-TIPO (WS-MOV-POS)
               MOVE IM-FECHA TO WS-MV-FECHA (WS-MOV-POS)
               MOVE IM-SALARIO-DIARIO
                    TO WS-MV-SALARIO (WS-MOV-POS)
           END-IF.
       024-SIGUIENTE.
           PERFORM 022-LEE-MOVIMIENTO THRU 022-FIN.
       024-FIN.  EXIT.

      *> BUSCA WS-BUSCA-NUMERO EN LA TABLA DE MOVIMIENTOS.
       026-UBICA-MOVIMIENTO.
           MOVE "N" TO WS-MOV-HALLADO
           PERFORM 028-BUSCA-MOVIMIENTO THRU 028-FIN
                   VARYING WS-MOV-INDICE FROM 1 BY 1
                   UNTIL WS-MOV-INDICE GREATER WS-NUM-MOVS
                      OR MOV-HALLADO.
       026-FIN.  EXIT.

       028-BUSCA-MOVIMIENTO.
           IF WS-MV-NUMERO (WS-MOV-INDICE) = WS-BUSCA-NUMERO
               SET MOV-HALLADO TO TRUE
               MOVE WS-MOV-INDICE TO WS-MOV-POS
           END-IF.
       028-FIN.  EXIT.

       030-ESCRIBE-ENCABEZADO.
           MOVE "CONCILIACION CEDULA IMSS - PROGCEMA" TO RPT-TITULO
           ACCEPT RPT-FECHA FROM DATE
           MOVE RPT-ENCABEZADO TO RPTCEMA-LINEA
           WRITE RPTCEMA-LINEA
           MOVE SPACES TO RPTCEMA-LINEA
           STRING "PERIODO CONCILIADO: " DELIMITED BY SIZE
                  WS-PERIODO              DELIMITED BY SIZE
                  INTO RPTCEMA-LINEA
           WRITE RPTCEMA-LINEA
           MOVE SPACES TO RPTCEMA-LINEA
           WRITE RPTCEMA-LINEA
           MOVE SPACES TO RPTCEMA-LINEA
           STRING "EMPL. T CONCEPTO                      "
                                          DELIMITED BY SIZE
                  "    CEDULA       CASA  DIFERENCIA"
                                          DELIMITED BY SIZE
                  INTO RPTCEMA-LINEA
           WRITE RPTCEMA-LINEA.
       030-FIN.  EXIT.

       035-LEE-CEDULA.
           READ CEDIMSS-FILE
               AT END
                   SET CEDIMSS-EOF TO TRUE
           END-READ.
       035-FIN.  EXIT.

      *> CONCILIA UN RENGLON DE LA CEDULA. LA MENSUAL SE COMPARA
      *> CONTRA LA PROVISION DEL MES; LA BIMESTRAL CONTRA LA SUMA DE
      *> LOS DOS MESES. EL SALARIO BASE CONTRA EL SDI AVISADO Y EL
      *> ULTIMO MOVIMIENTO ACUSADO SE REVISA SOLO EN LA MENSUAL, QUE
      *> SIEMPRE VIENE, PARA NO REPETIRLO EN LA BIMESTRAL.
       040-CONCILIA-RENGLON.
           IF NOT EA-MENSUAL AND NOT EA-BIMESTRAL
               GO TO 040-SIGUIENTE
           END-IF
           IF EA-PERIODO NOT = WS-PERIODO
               ADD 1 TO WS-TOT-OTRO-PERIODO
               GO TO 040-SIGUIENTE
           END-IF
           ADD 1 TO WS-TOT-RENGLONES
           MOVE EA-NUMERO TO WS-LD-NUMERO
           MOVE EA-TIPO   TO WS-LD-TIPO
           MOVE EA-NUMERO TO WS-BUSCA-NUMERO
           PERFORM 016-UBICA-PROVISION THRU 016-FIN
           IF EA-MENSUAL
               SET HAY-EMA TO TRUE
               ADD EA-CUOTA-IMSS TO WS-TOT-CED-IMSS
               IF PROV-HALLADO
                   IF WS-PV-PRESENTE (WS-PROV-POS, 1) NOT = "S"
                       MOVE "N" TO WS-PROV-HALLADO
                   END-IF
               END-IF
               IF PROV-HALLADO
                   PERFORM 042-CONCILIA-MENSUAL THRU 042-FIN
               ELSE
                   MOVE EA-CUOTA-IMSS TO WS-VALOR-CEDULA
                   PERFORM 048-FALTA-EN-CASA THRU 048-FIN
               END-IF
               PERFORM 044-REVISA-SDIMAST THRU 044-FIN
               PERFORM 046-REVISA-MOVIMIENTOS THRU 046-FIN
           ELSE
               SET HAY-EBA TO TRUE
               ADD EA-RCV       TO WS-TOT-CED-RCV
               ADD EA-INFONAVIT TO WS-TOT-CED-INFONAVIT
               IF PROV-HALLADO
                   PERFORM 043-CONCILIA-BIMESTRAL THRU 043-FIN
               ELSE
                   COMPUTE WS-VALOR-CEDULA = EA-RCV + EA-INFONAVIT
                   PERFORM 048-FALTA-EN-CASA THRU 048-FIN
               END-IF
           END-IF.
       040-SIGUIENTE.
           PERFORM 035-LEE-CEDULA THRU 035-FIN.
       040-FIN.  EXIT.

       042-CONCILIA-MENSUAL.
           MOVE "S" TO WS-PV-EN-EMA (WS-PROV-POS)
           MOVE ZERO TO WS-TOLERA
           MOVE EA-SBC TO WS-VALOR-CEDULA
           MOVE WS-PV-SDI (WS-PROV-POS, 1) TO WS-VALOR-CASA
           MOVE "SBC CONTRA SDI DE LA PROVISION" TO WS-LD-CONCEPTO
           PERFORM 060-COMPARA THRU 060-FIN
           MOVE EA-DIAS TO WS-VALOR-CEDULA
           MOVE WS-PV-DIAS (WS-PROV-POS, 1) TO WS-VALOR-CASA
           MOVE "DIAS COTIZADOS DEL MES" TO WS-LD-CONCEPTO
           PERFORM 060-COMPARA THRU 060-FIN
           MOVE WS-TOLERANCIA TO WS-TOLERA
           MOVE EA-CUOTA-IMSS TO WS-VALOR-CEDULA
           MOVE WS-PV-IMSS (WS-PROV-POS, 1) TO WS-VALOR-CASA
           MOVE "CUOTA PATRONAL IMSS" TO WS-LD-CONCEPTO
           PERFORM 060-COMPARA THRU 060-FIN.
       042-FIN.  EXIT.

      *> LA BIMESTRAL COTIZA LOS DOS MESES: SUS DIAS Y CUOTAS SE
      *> COMPARAN CONTRA LA SUMA DE AMBOS MESES DE LA PROVISION Y EL
      *> SALARIO BASE CONTRA EL DEL MES MAS RECIENTE QUE HAYA.
       043-CONCILIA-BIMESTRAL.
           MOVE "S" TO WS-PV-EN-EBA (WS-PROV-POS)
           MOVE ZERO TO WS-PROV-DIAS WS-PROV-RCV WS-PROV-INFONAVIT
           PERFORM 045-SUMA-MES THRU 045-FIN
                   VARYING WS-MES FROM 1 BY 1
                   UNTIL WS-MES GREATER 2
           IF WS-PV-PRESENTE (WS-PROV-POS, 1) = "S"
               MOVE WS-PV-SDI (WS-PROV-POS, 1) TO WS-PROV-SDI
           ELSE
               MOVE WS-PV-SDI (WS-PROV-POS, 2) TO WS-PROV-SDI
           END-IF
           MOVE ZERO TO WS-TOLERA
           MOVE EA-SBC TO WS-VALOR-CEDULA
           MOVE WS-PROV-SDI TO WS-VALOR-CASA
           MOVE "SBC CONTRA SDI DE LA PROVISION" TO WS-LD-CONCEPTO
           PERFORM 060-COMPARA THRU 060-FIN
           MOVE EA-DIAS TO WS-VALOR-CEDULA
           MOVE WS-PROV-DIAS TO WS-VALOR-CASA
           MOVE "DIAS COTIZADOS DEL BIMESTRE" TO WS-LD-CONCEPTO
           PERFORM 060-COMPARA THRU 060-FIN
           MOVE WS-TOLERANCIA TO WS-TOLERA
           MOVE EA-RCV TO WS-VALOR-CEDULA
           MOVE WS-PROV-RCV TO WS-VALOR-CASA
           MOVE "CUOTA RETIRO/CES/VEJEZ" TO WS-LD-CONCEPTO
           PERFORM 060-COMPARA THRU 060-FIN
           MOVE EA-INFONAVIT TO WS-VALOR-CEDULA
           MOVE WS-PROV-INFONAVIT TO WS-VALOR-CASA
           MOVE "APORTACION INFONAVIT" TO WS-LD-CONCEPTO
           PERFORM 060-COMPARA THRU 060-FIN.
       043-FIN.  EXIT.

       045-SUMA-MES.
           IF WS-PV-PRESENTE (WS-PROV-POS, WS-MES) = "S"
               ADD WS-PV-DIAS (WS-PROV-POS, WS-MES) TO WS-PROV-DIAS
               ADD WS-PV-RCV (WS-PROV-POS, WS-MES) TO WS-PROV-RCV
               ADD WS-PV-INFONAVIT (WS-PROV-POS, WS-MES)
                   TO WS-PROV-INFONAVIT
           END-IF.
       045-FIN.  EXIT.

      *> EL SALARIO BASE DE LA CEDULA DEBE SER EL ULTIMO SDI QUE SE
      *> AVISO AL IMSS (SD-SDI-REPORTADO).
       044-REVISA-SDIMAST.
           IF NOT SDIMAST-ABIERTO
               GO TO 044-FIN
           END-IF
           MOVE ZERO TO WS-TOLERA
           MOVE EA-NUMERO TO SD-NUMERO
           READ SDIMAST-FILE
               INVALID KEY
                   MOVE EA-SBC TO WS-VALOR-CEDULA
                   MOVE ZERO TO WS-VALOR-CASA
                   MOVE "SIN SDI AVISADO EN SDIMAST" TO WS-LD-CONCEPTO
                   PERFORM 062-IMPRIME-DIFERENCIA THRU 062-FIN
                   GO TO 044-FIN
           END-READ
           MOVE EA-SBC TO WS-VALOR-CEDULA
           MOVE SD-SDI-REPORTADO TO WS-VALOR-CASA
           MOVE "SBC CONTRA SDI AVISADO" TO WS-LD-CONCEPTO
           PERFORM 060-COMPARA THRU 060-FIN.
       044-FIN.  EXIT.

      *> CONTRA IMSSMOV: EL IMSS NO DEBE COTIZAR A QUIEN TIENE UNA
      *> BAJA ACUSADA ANTES DEL PERIODO NI A QUIEN NUNCA SE LE ACUSO
      *> MOVIMIENTO, Y EL SALARIO BASE DEBE SER EL DEL ULTIMO ALTA O
      *> MODIFICACION ACUSADO. LOS MOVIMIENTOS SIN ACUSE SE AVISAN
      *> COMO EXPLICACION POSIBLE DE LA DIFERENCIA.
       046-REVISA-MOVIMIENTOS.
           IF NOT MOVS-CARGADOS
               GO TO 046-FIN
           END-IF
           MOVE ZERO TO WS-TOLERA
           MOVE EA-NUMERO TO WS-BUSCA-NUMERO
           PERFORM 026-UBICA-MOVIMIENTO THRU 026-FIN
           IF NOT MOV-HALLADO
               MOVE EA-SBC TO WS-VALOR-CEDULA
               MOVE ZERO TO WS-VALOR-CASA
               MOVE "SIN MOVIMIENTO EN IMSSMOV" TO WS-LD-CONCEPTO
               PERFORM 062-IMPRIME-DIFERENCIA THRU 062-FIN
               GO TO 046-FIN
           END-IF
           IF WS-MV-PENDIENTES (WS-MOV-POS) GREATER ZERO
               MOVE "N" TO WS-ES-DIFERENCIA
               MOVE WS-MV-PENDIENTES (WS-MOV-POS) TO WS-VALOR-CEDULA
               MOVE ZERO TO WS-VALOR-CASA
               MOVE "MOVIMIENTOS SIN ACUSE DEL IMSS" TO WS-LD-CONCEPTO
               PERFORM 064-ESCRIBE-DETALLE THRU 064-FIN
           END-IF
           IF WS-MV-TIPO (WS-MOV-POS) = SPACES
               MOVE EA-SBC TO WS-VALOR-CEDULA
               MOVE ZERO TO WS-VALOR-CASA
               MOVE "SIN MOVIMIENTO ACUSADO" TO WS-LD-CONCEPTO
               PERFORM 062-IMPRIME-DIFERENCIA THRU 062-FIN
               GO TO 046-FIN
           END-IF
           IF WS-MV-TIPO (WS-MOV-POS) = "02"
               IF WS-MV-FECHA (WS-MOV-POS) LESS WS-INICIO-PERIODO
                   MOVE EA-SBC TO WS-VALOR-CEDULA
                   MOVE ZERO TO WS-VALOR-CASA
                   MOVE "COTIZA CON BAJA ACUSADA" TO WS-LD-CONCEPTO
                   PERFORM 062-IMPRIME-DIFERENCIA THRU 062-FIN
               END-IF
               GO TO 046-FIN
           END-IF
           MOVE EA-SBC TO WS-VALOR-CEDULA
           MOVE WS-MV-SALARIO (WS-MOV-POS) TO WS-VALOR-CASA
           MOVE "SBC CONTRA ULTIMO MOV ACUSADO" TO WS-LD-CONCEPTO
           PERFORM 060-COMPARA THRU 060-FIN.
       046-FIN.  EXIT.

      *> EMPLEADO QUE EL IMSS COTIZA Y LA PROVISION NO TIENE.
       048-FALTA-EN-CASA.
           ADD 1 TO WS-TOT-SIN-PROV
           MOVE ZERO TO WS-VALOR-CASA
           MOVE "EN CEDULA, SIN PROVISION" TO WS-LD-CONCEPTO
           PERFORM 062-IMPRIME-DIFERENCIA THRU 062-FIN.
       048-FIN.  EXIT.

      *> EMPLEADOS DE LA PROVISION QUE LA CEDULA NO TRAE (SOLO SI
      *> LLEGO CEDULA DE ESE TIPO), Y SUMA DE LA PROVISION POR RAMO.
       050-FALTANTES-CEDULA.
           MOVE WS-PV-NUMERO (WS-PROV-INDICE) TO WS-LD-NUMERO
           MOVE WS-PROV-INDICE TO WS-PROV-POS
           IF WS-PV-PRESENTE (WS-PROV-POS, 1) = "S"
               ADD WS-PV-IMSS (WS-PROV-POS, 1) TO WS-TOT-PRV-IMSS
               IF HAY-EMA AND WS-PV-EN-EMA (WS-PROV-POS) NOT = "S"
                   ADD 1 TO WS-TOT-SIN-CEDULA
                   MOVE "M" TO WS-LD-TIPO
                   MOVE ZERO TO WS-VALOR-CEDULA
                   MOVE WS-PV-IMSS (WS-PROV-POS, 1) TO WS-VALOR-CASA
                   MOVE "EN PROVISION, SIN CEDULA" TO WS-LD-CONCEPTO
                   PERFORM 062-IMPRIME-DIFERENCIA THRU 062-FIN
               END-IF
           END-IF
           IF NOT HAY-EBA
               GO TO 050-FIN
           END-IF
           MOVE ZERO TO WS-PROV-DIAS WS-PROV-RCV WS-PROV-INFONAVIT
           PERFORM 045-SUMA-MES THRU 045-FIN
                   VARYING WS-MES FROM 1 BY 1
                   UNTIL WS-MES GREATER 2
           ADD WS-PROV-RCV       TO WS-TOT-PRV-RCV
           ADD WS-PROV-INFONAVIT TO WS-TOT-PRV-INFONAVIT
           IF WS-PV-EN-EBA (WS-PROV-POS) NOT = "S"
               ADD 1 TO WS-TOT-SIN-CEDULA
               MOVE "B" TO WS-LD-TIPO
               MOVE ZERO TO WS-VALOR-CEDULA
               COMPUTE WS-VALOR-CASA =
                       WS-PROV-RCV + WS-PROV-INFONAVIT
               MOVE "EN PROVISION, SIN CEDULA" TO WS-LD-CONCEPTO
               PERFORM 062-IMPRIME-DIFERENCIA THRU 062-FIN
           END-IF.
       050-FIN.  EXIT.

      *> COMPARA WS-VALOR-CEDULA CONTRA WS-VALOR-CASA; SOLO LA
      *> DIFERENCIA QUE REBASA WS-TOLERA SE IMPRIME.
       060-COMPARA.
           COMPUTE WS-DIFERENCIA = WS-VALOR-CEDULA - WS-VALOR-CASA
           IF WS-DIFERENCIA LESS ZERO
               COMPUTE WS-DIF-ABSOLUTA = ZERO - WS-DIFERENCIA
           ELSE
               MOVE WS-DIFERENCIA TO WS-DIF-ABSOLUTA
           END-IF
           IF WS-DIF-ABSOLUTA GREATER WS-TOLERA
               PERFORM 062-IMPRIME-DIFERENCIA THRU 062-FIN
           END-IF.
       060-FIN.  EXIT.

       062-IMPRIME-DIFERENCIA.
           SET ES-DIFERENCIA TO TRUE
           PERFORM 064-ESCRIBE-DETALLE THRU 064-FIN.
       062-FIN.  EXIT.

       064-ESCRIBE-DETALLE.
           COMPUTE WS-DIFERENCIA = WS-VALOR-CEDULA - WS-VALOR-CASA
           MOVE WS-VALOR-CEDULA TO WS-LD-CEDULA
           MOVE WS-VALOR-CASA   TO WS-LD-CASA
           MOVE WS-DIFERENCIA   TO WS-LD-DIFER
           MOVE WS-LINEA-DETALLE TO RPTCEMA-LINEA
           WRITE RPTCEMA-LINEA
           ADD 1 TO RPT-TOTAL-REGS
           IF ES-DIFERENCIA
               ADD 1 TO WS-TOT-DIFERENCIAS
           END-IF.
       064-FIN.  EXIT.

      *> VARIACION TOTAL POR RAMO: LO QUE COBRA LA CEDULA CONTRA LO
      *> PROVISIONADO, INCLUIDOS LOS EMPLEADOS QUE FALTAN DE UN LADO.
       070-TOTALES-RAMO.
           MOVE SPACES TO RPTCEMA-LINEA
           WRITE RPTCEMA-LINEA
           MOVE "VARIACION POR RAMO (CEDULA MENOS PROVISION)"
                TO RPTCEMA-LINEA
           WRITE RPTCEMA-LINEA
           IF HAY-EMA
               MOVE WS-TOT-CED-IMSS TO WS-TOT-CEDULA
               MOVE WS-TOT-PRV-IMSS TO WS-TOT-PROVISION
               MOVE "IMSS      " TO RPTCEMA-LINEA
               PERFORM 072-LINEA-RAMO THRU 072-FIN
           ELSE
               MOVE "IMSS       SIN CEDULA MENSUAL DEL PERIODO"
                    TO RPTCEMA-LINEA
               WRITE RPTCEMA-LINEA
           END-IF
           IF HAY-EBA
               MOVE WS-TOT-CED-RCV TO WS-TOT-CEDULA
               MOVE WS-TOT-PRV-RCV TO WS-TOT-PROVISION
               MOVE "RCV       " TO RPTCEMA-LINEA
               PERFORM 072-LINEA-RAMO THRU 072-FIN
               MOVE WS-TOT-CED-INFONAVIT TO WS-TOT-CEDULA
               MOVE WS-TOT-PRV-INFONAVIT TO WS-TOT-PROVISION
               MOVE "INFONAVIT " TO RPTCEMA-LINEA
               PERFORM 072-LINEA-RAMO THRU 072-FIN
           ELSE
               MOVE "RCV/INFON. SIN CEDULA BIMESTRAL DEL PERIODO"
                    TO RPTCEMA-LINEA
               WRITE RPTCEMA-LINEA
           END-IF.
       070-FIN.  EXIT.

      *> EL NOMBRE DEL RAMO YA VIENE EN LAS 10 PRIMERAS POSICIONES.
       072-LINEA-RAMO.
           COMPUTE WS-TOT-VARIACION = WS-TOT-CEDULA - WS-TOT-PROVISION
           MOVE WS-TOT-CEDULA    TO WS-CEDULA-ED
           MOVE WS-TOT-PROVISION TO WS-PROVISION-ED
           MOVE WS-TOT-VARIACION TO WS-VARIACION-ED
           STRING "CED:"          DELIMITED BY SIZE
                  WS-CEDULA-ED    DELIMITED BY SIZE
                  " PROV:"        DELIMITED BY SIZE
                  WS-PROVISION-ED DELIMITED BY SIZE
                  " DIF:"         DELIMITED BY SIZE
                  WS-VARIACION-ED DELIMITED BY SIZE
                  INTO RPTCEMA-LINEA (11:70)
           WRITE RPTCEMA-LINEA.
       072-FIN.  EXIT.

      *> ELEVA WS-CODIGO-RETORNO A WS-RC-NUEVO SI ESTE ES MAS SEVERO Y
      *> DEJA CONSTANCIA EN LA BITACORA COMUN DE ERRORES (ERRLOG).
       080-ACTUALIZA-RC.
           IF WS-RC-NUEVO GREATER WS-CODIGO-RETORNO
               MOVE WS-RC-NUEVO TO WS-CODIGO-RETORNO
           END-IF
           CALL "PROGERRL" USING "PROGCEMA" WS-RC-NUEVO
                   WS-DESCRIPCION-ERROR.
       080-FIN.  EXIT.

      *> ESCRIBE EL PIE CON LOS CONTADORES; CON DIFERENCIAS O SIN
      *> RENGLONES DEL PERIODO EN LA CEDULA EL PASO QUEDA EN 04.
       090-ESCRIBE-PIE.
           MOVE SPACES TO RPTCEMA-LINEA
           WRITE RPTCEMA-LINEA
           MOVE WS-TOT-RENGLONES TO WS-CUENTA-ED
           MOVE SPACES TO RPTCEMA-LINEA
           STRING "RENGLONES DE LA CEDULA DEL PERIODO: "
                                   DELIMITED BY SIZE
                  WS-CUENTA-ED     DELIMITED BY SIZE
                  INTO RPTCEMA-LINEA
           WRITE RPTCEMA-LINEA
           MOVE WS-TOT-OTRO-PERIODO TO WS-CUENTA-ED
           MOVE SPACES TO RPTCEMA-LINEA
           STRING "RENGLONES DE OTRO PERIODO IGNORADOS: "
                                   DELIMITED BY SIZE
                  WS-CUENTA-ED     DELIMITED BY SIZE
                  INTO RPTCEMA-LINEA
           WRITE RPTCEMA-LINEA
           MOVE WS-TOT-SIN-PROV TO WS-CUENTA-ED
           MOVE SPACES TO RPTCEMA-LINEA
           STRING "EN LA CEDULA Y NO EN LA PROVISION: "
                                   DELIMITED BY SIZE
                  WS-CUENTA-ED     DELIMITED BY SIZE
                  INTO RPTCEMA-LINEA
           WRITE RPTCEMA-LINEA
           MOVE WS-TOT-SIN-CEDULA TO WS-CUENTA-ED
           MOVE SPACES TO RPTCEMA-LINEA
           STRING "EN LA PROVISION Y NO EN LA CEDULA: "
                                   DELIMITED BY SIZE
                  WS-CUENTA-ED     DELIMITED BY SIZE
                  INTO RPTCEMA-LINEA
           WRITE RPTCEMA-LINEA
           MOVE WS-TOT-DIFERENCIAS TO WS-CUENTA-ED
           MOVE SPACES TO RPTCEMA-LINEA
           STRING "DIFERENCIAS A CORREGIR: "
                                   DELIMITED BY SIZE
                  WS-CUENTA-ED     DELIMITED BY SIZE
                  INTO RPTCEMA-LINEA
           WRITE RPTCEMA-LINEA
           MOVE RPT-TOTAL-REGS TO RPT-TOTAL-REGS-ED
           MOVE RPT-PIE TO RPTCEMA-LINEA
           WRITE RPTCEMA-LINEA
           IF WS-TOT-RENGLONES = ZERO
               MOVE 04 TO WS-RC-NUEVO
               MOVE "CONCIMSS: CEDULA SIN RENGLONES DEL MES"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
           END-IF
           IF WS-TOT-DIFERENCIAS GREATER ZERO
               MOVE 04 TO WS-RC-NUEVO
               MOVE "CONCIMSS: DIFERENCIAS CONTRA LA CEDULA"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
           END-IF.
       090-FIN.  EXIT.
