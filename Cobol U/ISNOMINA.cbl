      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGISNM.
      *AUTHOR.                    FERNANDO TOLEDO.
      *INSTALLATION.              CENTRO DE CAPACITACION.
      *DATE-WRITTEN.              2026-10-15.
      *DATE-COMPILED.
      *SECURITY.                  NO ES CONFIDENCIAL.
      *> ------------------------------------------------------
      *> IMPUESTO SOBRE NOMINA ESTATAL DEL MES, PARA EL CIERRE DE MES.
      *> CADA DEPARTAMENTO CAUSA EL IMPUESTO EN EL ESTADO DE SU CENTRO
      *> DE TRABAJO (DC-ESTADO-FED DEL CATALOGO DEPTCAT), A LA TASA
      *> QUE RIGE EN ESE ESTADO AL ULTIMO DIA DEL MES SEGUN EL
      *> ARCHIVO FECHADO ISNTASA (COPY ISNTREG). LA BASE SALE DEL
      *> DETALLE POR EMPLEADO DE LA NOMINA DEL MES (NOMIDET, COPY
      *> NOMDREG): SUELDO, AJUSTE POR INCIDENCIAS, RETROACTIVO Y
      *> PRIMA VACACIONAL, MAS EL TIEMPO EXTRA SOLO DONDE EL ESTADO
      *> LO GRAVA; EL AGUINALDO (AGUIEXTR) Y LA PTU (PTUEXTR) SE
      *> SUMAN EL MES EN QUE SE PAGAN, TAMBIEN SOLO DONDE EL ESTADO
      *> LOS GRAVA. EL EMPLEADO SE UBICA EN SU ENTIDAD PATRONAL POR
      *> SU REGISTRO (EMPMAST Y PATRCAT VIA PROGCPAT), PORQUE CADA
      *> RAZON SOCIAL DECLARA POR SEPARADO. IMPRIME LA HOJA DE
      *> DECLARACION POR ESTADO (TASA, LO QUE GRAVA Y, POR ENTIDAD,
      *> LA BASE Y EL IMPUESTO A DECLARAR CON SU DESGLOSE POR
      *> DEPARTAMENTO) Y DEJA ISNTOT (COPY ISNEREG), UN RENGLON POR
      *> DEPARTAMENTO Y ENTIDAD, PARA QUE PROGGLIF (SYSIN I) ASIENTE
      *> EL GASTO Y EL PASIVO POR CENTRO DE COSTO. EL IMPUESTO SE
      *> REDONDEA POR DEPARTAMENTO Y EL DE LA DECLARACION ES LA SUMA
      *> DE ESOS RENGLONES, PARA QUE LA POLIZA Y LA HOJA CUADREN. UN
      *> DEPARTAMENTO SIN ESTADO O CUYO ESTADO NO TIENE TASA VIGENTE
      *> NO SE CALCULA: SALE EN LA LISTA DE EXCEPCIONES Y EL PASO
      *> TERMINA CON RC 04. ANTES CONTABILIDAD ESTIMABA EL IMPUESTO
      *> CON EL GRAN TOTAL DE PROGNOMI A UNA SOLA TASA. EL MES
      *> (AAAAMM, 0 = MES EN CURSO) LLEGA POR SYSIN.
      *> ------------------------------------------------------
      *> MODIFICACIONES:
      *> 2026-10-15  EL SUELDO DEL EMPLEADO INCLUYE EL PRORRATEO POR
      *>             ALTA, BAJA O CAMBIO DE SALARIO DENTRO DEL PERIODO
      *>             (ND-PRORRATEO).
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ISNTASA-FILE    ASSIGN TO "ISNTASA"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-ISNTASA-STATUS.

           SELECT DEPTCAT-FILE    ASSIGN TO "DEPTCAT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-DEPTCAT-STATUS.

           SELECT EMPMAST-FILE    ASSIGN TO "EMPMAST"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS EM-NUMERO
                                   ALTERNATE RECORD KEY IS EM-NOMBRE
                                       WITH DUPLICATES
                                   FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT NOMIDET-FILE    ASSIGN TO "NOMIDET"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-NOMIDET-STATUS.

           SELECT AGUIEXTR-FILE   ASSIGN TO "AGUIEXTR"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-AGUIEXTR-STATUS.

           SELECT PTUEXTR-FILE    ASSIGN TO "PTUEXTR"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-PTUEXTR-STATUS.

           SELECT ISNTOT-FILE     ASSIGN TO "ISNTOT"
                                   ORGANIZATION LINE SEQUENTIAL.

           SELECT RPTISN-FILE     ASSIGN TO "RPTISN"
                                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ISNTASA-FILE.
       COPY ISNTREG.

       FD  DEPTCAT-FILE.
       COPY DEPCREC.

       FD  EMPMAST-FILE.
       COPY EMPREC.

       FD  NOMIDET-FILE.
       COPY NOMDREG.

       FD  AGUIEXTR-FILE.
       01  AGUIEXTR-LINEA           PIC X(80).

       FD  PTUEXTR-FILE.
       01  PTUEXTR-LINEA            PIC X(80).

       FD  ISNTOT-FILE.
       COPY ISNEREG.

       FD  RPTISN-FILE.
       01  RPTISN-LINEA             PIC X(80).

       WORKING-STORAGE SECTION.
       COPY RPTHDR.
       COPY PATRTAB.

      *> LA TASA QUE RIGE EN CADA ESTADO AL CORTE (UN RENGLON POR
      *> ESTADO, EL DE VIGENCIA MAS RECIENTE QUE NO PASA DEL CORTE).
       01  WS-TABLA-TASAS.
           05 WS-TS-RENGLON OCCURS 32 TIMES.
              10 WS-TS-ESTADO-FED   PIC X(03).
              10 WS-TS-NOMBRE       PIC X(20).
              10 WS-TS-VIGENCIA     PIC 9(08).
              10 WS-TS-TASA         PIC 9(02)V9(04).
              10 WS-TS-GRAVA-EXTRA  PIC X(01).
              10 WS-TS-GRAVA-AGUI   PIC X(01).
              10 WS-TS-GRAVA-PTU    PIC X(01).
              10 WS-TS-BASE         PIC 9(11)V99.
              10 WS-TS-IMPUESTO     PIC 9(11)V99.

      *> DEPARTAMENTOS DEL CATALOGO CON SU CENTRO DE TRABAJO, SU
      *> ESTADO Y SU CENTRO DE COSTO (MISMO TOPE DE 50 QUE PROGCMNT).
       01  WS-TABLA-DEPTOS.
           05 WS-TD-RENGLON OCCURS 50 TIMES.
              10 WS-TD-CODIGO       PIC X(04).
              10 WS-TD-UBICACION    PIC X(20).
              10 WS-TD-ESTADO-FED   PIC X(03).
              10 WS-TD-CENTRO       PIC X(06).

      *> LO ACUMULADO EN EL MES POR DEPARTAMENTO Y ENTIDAD, CON EL
      *> ESTADO QUE LE TOCA (WS-AC-TASA-POS; CERO ES SIN TASA).
       01  WS-ACUMULADOS.
           05 WS-AC-RENGLON OCCURS 60 TIMES.
              10 WS-AC-DEPARTAMENTO PIC X(04).
              10 WS-AC-ENT-POS      PIC 9(02).
              10 WS-AC-DEPTO-POS    PIC 9(02).
              10 WS-AC-TASA-POS     PIC 9(02).
              10 WS-AC-EMPLEADOS    PIC 9(05).
              10 WS-AC-SUELDO       PIC S9(09)V99.
              10 WS-AC-EXTRA        PIC 9(09)V99.
              10 WS-AC-AGUINALDO    PIC 9(09)V99.
              10 WS-AC-PTU          PIC 9(09)V99.
              10 WS-AC-BASE         PIC 9(09)V99.
              10 WS-AC-IMPUESTO     PIC 9(09)V99.

       01  WS-AREAS.
           05 WS-ISNTASA-STATUS   PIC X(02).
           05 WS-DEPTCAT-STATUS   PIC X(02).
           05 WS-EMPMAST-STATUS   PIC X(02).
           05 WS-NOMIDET-STATUS   PIC X(02).
           05 WS-AGUIEXTR-STATUS  PIC X(02).
           05 WS-PTUEXTR-STATUS   PIC X(02).
           05 WS-ISNTASA-EOF      PIC X(01)      VALUE "N".
               88 ISNTASA-EOF                    VALUE "S".
           05 WS-DEPTCAT-EOF      PIC X(01)      VALUE "N".
               88 DEPTCAT-EOF                    VALUE "S".
           05 WS-NOMIDET-EOF      PIC X(01)      VALUE "N".
               88 NOMIDET-EOF                    VALUE "S".
           05 WS-EXTRACTO-EOF     PIC X(01).
               88 EXTRACTO-EOF                   VALUE "S".
           05 WS-MAESTRO-ABIERTO  PIC X(01)      VALUE "N".
               88 MAESTRO-ABIERTO                VALUE "S".
           05 WS-PERIODO          PIC 9(06).
           05 WS-PERIODO-R REDEFINES WS-PERIODO.
              10 WS-PE-AA         PIC 9(04).
              10 WS-PE-MM         PIC 9(02).
           05 WS-FECHA-HOY        PIC 9(08).
           05 WS-FECHA-CORTE      PIC 9(08).
           05 WS-NUM-TASAS        PIC 9(02)      VALUE ZERO.
           05 WS-NUM-DEPTOS       PIC 9(02)      VALUE ZERO.
           05 WS-NUM-ACUM         PIC 9(02)      VALUE ZERO.
           05 WS-INDICE           PIC 9(02).
           05 WS-EST-INDICE       PIC 9(02).
           05 WS-ENT-INDICE       PIC 9(02).
           05 WS-POS              PIC 9(02).
           05 WS-TASA-POS         PIC 9(02).
           05 WS-DEPTO-POS        PIC 9(02).
           05 WS-ENT-POS          PIC 9(02).
           05 WS-REG-ACTUAL       PIC X(02).
           05 WS-DEPTO-ACTUAL     PIC X(04).
           05 WS-NUMERO-ACTUAL    PIC 9(05).
           05 WS-ESTADO-BUSCADO   PIC X(03).
           05 WS-CONCEPTO         PIC X(01).
               88 CONCEPTO-NOMINA                VALUE "N".
               88 CONCEPTO-AGUINALDO             VALUE "A".
               88 CONCEPTO-PTU                   VALUE "P".
           05 WS-SUELDO           PIC S9(07)V99.
           05 WS-EXTRA            PIC 9(07)V99.
           05 WS-IMPORTE-EXTR     PIC 9(07)V99.
           05 WS-BASE-CALCULO     PIC S9(09)V99.
           05 WS-ENT-BASE         PIC 9(11)V99.
           05 WS-ENT-IMPUESTO     PIC 9(11)V99.
           05 WS-ENT-DEPTOS       PIC 9(02).
           05 WS-TOT-BASE         PIC 9(11)V99   VALUE ZERO.
           05 WS-TOT-IMPUESTO     PIC 9(11)V99   VALUE ZERO.
           05 WS-TOT-DETALLE      PIC 9(05)      VALUE ZERO.
           05 WS-TOT-AGUINALDOS   PIC 9(05)      VALUE ZERO.
           05 WS-TOT-PTU          PIC 9(05)      VALUE ZERO.
           05 WS-TOT-EXCEPCIONES  PIC 9(05)      VALUE ZERO.
           05 WS-TOT-RENGLONES    PIC 9(05)      VALUE ZERO.
           05 WS-CODIGO-RETORNO   PIC 9(02)      VALUE ZERO.
           05 WS-RC-NUEVO         PIC 9(02).
           05 WS-DESCRIPCION-ERROR PIC X(40).

      *> CAMPOS DE UN RENGLON CSV DE AGUIEXTR (NUMERO,NOMBRE,IMPORTE,
      *> DEPTO) O DE PTUEXTR (NUMERO,NOMBRE,PTU,EXENTO,GRAVADO,DEPTO).
       01  WS-CAMPOS-EXTRACTO.
           05 WS-EX-NUMERO        PIC 9(05).
           05 WS-EX-NOMBRE        PIC X(35).
           05 WS-EX-IMPORTE-TXT   PIC X(10).
           05 WS-EX-CAMPO-4       PIC X(10).
           05 WS-EX-CAMPO-5       PIC X(10).
           05 WS-EX-CAMPO-6       PIC X(10).

       01  WS-EDITADOS.
           05 WS-TASA-ED          PIC Z9.9999.
           05 WS-BASE-ED          PIC ZZZ,ZZZ,ZZ9.99.
           05 WS-IMPUESTO-ED      PIC ZZ,ZZZ,ZZ9.99.
           05 WS-SUELDO-ED        PIC -ZZ,ZZZ,ZZ9.99.
           05 WS-EMPLEADOS-ED     PIC ZZZZ9.
           05 WS-CUENTA-ED        PIC ZZZZ9.

       PROCEDURE DIVISION.
       000-RAIZ.
           MOVE ZERO TO RETURN-CODE
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           DISPLAY "MES A CALCULAR (AAAAMM, 0 = MES EN CURSO): "
           ACCEPT WS-PERIODO
           IF WS-PERIODO NOT NUMERIC OR WS-PERIODO = ZERO
               MOVE WS-FECHA-HOY (1:6) TO WS-PERIODO
           END-IF
           IF WS-PE-MM LESS 1 OR WS-PE-MM GREATER 12
               MOVE WS-FECHA-HOY (1:6) TO WS-PERIODO
           END-IF
           COMPUTE WS-FECHA-CORTE = WS-PERIODO * 100 + 31
           CALL "PROGCPAT" USING PT-PATRONES
           PERFORM 004-CARGA-TASAS THRU 004-FIN
           PERFORM 008-CARGA-DEPTOS THRU 008-FIN
           OPEN INPUT NOMIDET-FILE
           IF WS-NOMIDET-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR NOMIDET, SE TERMINA"
               MOVE 16 TO WS-RC-NUEVO
               MOVE "ISN: NO SE PUDO ABRIR NOMIDET"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT EMPMAST-FILE
           IF WS-EMPMAST-STATUS = "00"
               SET MAESTRO-ABIERTO TO TRUE
           ELSE
               DISPLAY "NO SE PUDO ABRIR EMPMAST; TODO VA A LA "
                       "PRIMERA ENTIDAD"
               MOVE 04 TO WS-RC-NUEVO
               MOVE "ISN: NO SE PUDO ABRIR EMPMAST"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
           END-IF
           SET CONCEPTO-NOMINA TO TRUE
           PERFORM 020-LEE-DETALLE THRU 020-FIN
           PERFORM 022-ACUMULA-DETALLE THRU 022-FIN
                   UNTIL NOMIDET-EOF
           CLOSE NOMIDET-FILE
           PERFORM 030-LEE-AGUINALDOS THRU 030-FIN
           PERFORM 035-LEE-PTU THRU 035-FIN
           IF MAESTRO-ABIERTO
               CLOSE EMPMAST-FILE
           END-IF
           PERFORM 050-CALCULA-IMPUESTO THRU 050-FIN
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE GREATER WS-NUM-ACUM
           OPEN OUTPUT ISNTOT-FILE
           OPEN OUTPUT RPTISN-FILE
           PERFORM 010-ESCRIBE-ENCABEZADO THRU 010-FIN
           PERFORM 060-DECLARA-ESTADO THRU 060-FIN
                   VARYING WS-EST-INDICE FROM 1 BY 1
                   UNTIL WS-EST-INDICE GREATER WS-NUM-TASAS
           PERFORM 070-EXCEPCIONES THRU 070-FIN
           PERFORM 090-ESCRIBE-PIE THRU 090-FIN
           CLOSE ISNTOT-FILE
           CLOSE RPTISN-FILE
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE
           GOBACK.

      *> LEE TODO ISNTASA Y SE QUEDA, POR ESTADO, CON EL RENGLON DE
      *> VIGENCIA MAS RECIENTE QUE NO PASE DEL CORTE. SIN ARCHIVO NO
      *> HAY TASAS Y TODO EL MES SALE COMO EXCEPCION.
       004-CARGA-TASAS.
           OPEN INPUT ISNTASA-FILE
           IF WS-ISNTASA-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR ISNTASA; NO HAY TASAS"
               MOVE 08 TO WS-RC-NUEVO
               MOVE "ISN: NO SE PUDO ABRIR ISNTASA"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               GO TO 004-FIN
           END-IF
           PERFORM 005-LEE-TASA THRU 005-FIN
           PERFORM 006-GUARDA-TASA THRU 006-FIN
                   UNTIL ISNTASA-EOF
           CLOSE ISNTASA-FILE.
       004-FIN.  EXIT.

       005-LEE-TASA.
           READ ISNTASA-FILE
               AT END
                   SET ISNTASA-EOF TO TRUE
           END-READ.
       005-FIN.  EXIT.

       006-GUARDA-TASA.
           IF TN-VIGENCIA GREATER WS-FECHA-CORTE
               GO TO 006-SIGUIENTE
           END-IF
           MOVE TN-ESTADO-FED TO WS-ESTADO-BUSCADO
           PERFORM 015-UBICA-TASA THRU 015-FIN
           IF WS-TASA-POS = ZERO
               IF WS-NUM-TASAS NOT LESS 32
                   GO TO 006-SIGUIENTE
               END-IF
               ADD 1 TO WS-NUM-TASAS
               MOVE WS-NUM-TASAS TO WS-TASA-POS
               MOVE ZERO TO WS-TS-VIGENCIA (WS-TASA-POS)
               MOVE ZERO TO WS-TS-BASE (WS-TASA-POS)
               MOVE ZERO TO WS-TS-IMPUESTO (WS-TASA-POS)
           END-IF
           IF TN-VIGENCIA NOT LESS WS-TS-VIGENCIA (WS-TASA-POS)
               MOVE TN-ESTADO-FED  TO WS-TS-ESTADO-FED (WS-TASA-POS)
               MOVE TN-NOMBRE-ESTADO TO WS-TS-NOMBRE (WS-TASA-POS)
               MOVE TN-VIGENCIA    TO WS-TS-VIGENCIA (WS-TASA-POS)
               MOVE TN-TASA        TO WS-TS-TASA (WS-TASA-POS)
               MOVE TN-GRAVA-EXTRA TO WS-TS-GRAVA-EXTRA (WS-TASA-POS)
               MOVE TN-GRAVA-AGUI  TO WS-TS-GRAVA-AGUI (WS-TASA-POS)
               MOVE TN-GRAVA-PTU   TO WS-TS-GRAVA-PTU (WS-TASA-POS)
           END-IF.
       006-SIGUIENTE.
           PERFORM 005-LEE-TASA THRU 005-FIN.
       006-FIN.  EXIT.

      *> CARGA LOS DEPARTAMENTOS DEL CATALOGO CON SU ESTADO.
       008-CARGA-DEPTOS.
           OPEN INPUT DEPTCAT-FILE
           IF WS-DEPTCAT-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR DEPTCAT; NINGUN "
                       "DEPARTAMENTO TIENE ESTADO"
               MOVE 08 TO WS-RC-NUEVO
               MOVE "ISN: NO SE PUDO ABRIR DEPTCAT"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               GO TO 008-FIN
           END-IF
           PERFORM 007-LEE-DEPTCAT THRU 007-FIN
           PERFORM 009-GUARDA-DEPTO THRU 009-FIN
                   UNTIL DEPTCAT-EOF
           CLOSE DEPTCAT-FILE.
       008-FIN.  EXIT.

       007-LEE-DEPTCAT.
           READ DEPTCAT-FILE
               AT END
                   SET DEPTCAT-EOF TO TRUE
           END-READ.
       007-FIN.  EXIT.

       009-GUARDA-DEPTO.
           IF WS-NUM-DEPTOS LESS 50
               ADD 1 TO WS-NUM-DEPTOS
               MOVE DC-CODIGO     TO WS-TD-CODIGO (WS-NUM-DEPTOS)
               MOVE DC-UBICACION  TO WS-TD-UBICACION (WS-NUM-DEPTOS)
               MOVE DC-ESTADO-FED TO WS-TD-ESTADO-FED (WS-NUM-DEPTOS)
               MOVE DC-CENTRO-COSTO TO WS-TD-CENTRO (WS-NUM-DEPTOS)
           END-IF
           PERFORM 007-LEE-DEPTCAT THRU 007-FIN.
       009-FIN.  EXIT.

       010-ESCRIBE-ENCABEZADO.
           MOVE "IMPUESTO SOBRE NOMINA ESTATAL - PROGISNM"
                TO RPT-TITULO
           ACCEPT RPT-FECHA FROM DATE
           MOVE RPT-ENCABEZADO TO RPTISN-LINEA
           WRITE RPTISN-LINEA
           MOVE SPACES TO RPTISN-LINEA
           STRING "MES DECLARADO: "   DELIMITED BY SIZE
                  WS-PERIODO          DELIMITED BY SIZE
                  "  TASAS VIGENTES AL: " DELIMITED BY SIZE
                  WS-FECHA-CORTE      DELIMITED BY SIZE
                  INTO RPTISN-LINEA
           WRITE RPTISN-LINEA
           MOVE SPACES TO RPTISN-LINEA
           WRITE RPTISN-LINEA.
       010-FIN.  EXIT.

      *> POSICION EN LA TABLA DE TASAS DEL ESTADO WS-ESTADO-BUSCADO;
      *> CERO SI NO TIENE TASA VIGENTE.
       015-UBICA-TASA.
           MOVE ZERO TO WS-TASA-POS
           IF WS-ESTADO-BUSCADO = SPACES
               GO TO 015-FIN
           END-IF
           PERFORM 016-BUSCA-TASA THRU 016-FIN
                   VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS GREATER WS-NUM-TASAS
                      OR WS-TASA-POS NOT = ZERO.
       015-FIN.  EXIT.

       016-BUSCA-TASA.
           IF WS-TS-ESTADO-FED (WS-POS) = WS-ESTADO-BUSCADO
               MOVE WS-POS TO WS-TASA-POS
           END-IF.
       016-FIN.  EXIT.

       020-LEE-DETALLE.
           READ NOMIDET-FILE
               AT END
                   SET NOMIDET-EOF TO TRUE
           END-READ.
       020-FIN.  EXIT.

      *> UN EMPLEADO DE LA NOMINA DEL MES: EL SUELDO (BASE, PRORRATEO,
      *> AJUSTE, RETROACTIVO Y PRIMA VACACIONAL) SIN EL TIEMPO EXTRA,
      *> QUE VA APARTE PORQUE NO TODOS LOS ESTADOS LO GRAVAN.
       022-ACUMULA-DETALLE.
           ADD 1 TO WS-TOT-DETALLE
           MOVE ND-NUMERO       TO WS-NUMERO-ACTUAL
           MOVE ND-DEPARTAMENTO TO WS-DEPTO-ACTUAL
           COMPUTE WS-EXTRA = ND-HE-DOBLE + ND-HE-TRIPLE
           COMPUTE WS-SUELDO = ND-BRUTO + ND-PRORRATEO + ND-AJUSTE
                             + ND-RETRO + ND-PRIMA-VAC - WS-EXTRA
           PERFORM 040-UBICA-ACUMULADO THRU 040-FIN
           IF WS-POS NOT = ZERO
               ADD 1         TO WS-AC-EMPLEADOS (WS-POS)
               ADD WS-SUELDO TO WS-AC-SUELDO (WS-POS)
               ADD WS-EXTRA  TO WS-AC-EXTRA (WS-POS)
           END-IF
           PERFORM 020-LEE-DETALLE THRU 020-FIN.
       022-FIN.  EXIT.

      *> EL AGUINALDO, SOLO EL MES EN QUE SE PAGA: EL PASO RECIBE EL
      *> EXTRACTO DE PROGAGUI ESE MES Y UN ARCHIVO VACIO LOS DEMAS.
       030-LEE-AGUINALDOS.
           OPEN INPUT AGUIEXTR-FILE
           IF WS-AGUIEXTR-STATUS NOT = "00"
               GO TO 030-FIN
           END-IF
           SET CONCEPTO-AGUINALDO TO TRUE
           MOVE "N" TO WS-EXTRACTO-EOF
           PERFORM 032-ACUMULA-AGUINALDO THRU 032-FIN
                   UNTIL EXTRACTO-EOF
           CLOSE AGUIEXTR-FILE.
       030-FIN.  EXIT.

       032-ACUMULA-AGUINALDO.
           READ AGUIEXTR-FILE
               AT END
                   SET EXTRACTO-EOF TO TRUE
                   GO TO 032-FIN
           END-READ
           IF AGUIEXTR-LINEA (1:2) = "H,"
              OR AGUIEXTR-LINEA (1:2) = "T,"
               GO TO 032-FIN
           END-IF
           MOVE SPACES TO WS-CAMPOS-EXTRACTO
           UNSTRING AGUIEXTR-LINEA DELIMITED BY ","
                   INTO WS-EX-NUMERO
                        WS-EX-NOMBRE
                        WS-EX-IMPORTE-TXT
                        WS-EX-CAMPO-4
           MOVE WS-EX-CAMPO-4 (1:4) TO WS-DEPTO-ACTUAL
           PERFORM 038-CONVIERTE-IMPORTE THRU 038-FIN
           PERFORM 040-UBICA-ACUMULADO THRU 040-FIN
           IF WS-POS NOT = ZERO
               ADD WS-IMPORTE-EXTR TO WS-AC-AGUINALDO (WS-POS)
           END-IF
           ADD 1 TO WS-TOT-AGUINALDOS.
       032-FIN.  EXIT.

      *> LA PTU, IGUAL QUE EL AGUINALDO: SOLO EL MES EN QUE SE PAGA.
      *> ENTRA LA PTU COMPLETA (EXENTA Y GRAVADA PARA ISR).
       035-LEE-PTU.
           OPEN INPUT PTUEXTR-FILE
           IF WS-PTUEXTR-STATUS NOT = "00"
               GO TO 035-FIN
           END-IF
           SET CONCEPTO-PTU TO TRUE
           MOVE "N" TO WS-EXTRACTO-EOF
           PERFORM 036-ACUMULA-PTU THRU 036-FIN
                   UNTIL EXTRACTO-EOF
           CLOSE PTUEXTR-FILE.
       035-FIN.  EXIT.

       036-ACUMULA-PTU.
           READ PTUEXTR-FILE
               AT END
                   SET EXTRACTO-EOF TO TRUE
                   GO TO 036-FIN
           END-READ
           IF PTUEXTR-LINEA (1:2) = "H,"
              OR PTUEXTR-LINEA (1:2) = "T,"
               GO TO 036-FIN
           END-IF
           MOVE SPACES TO WS-CAMPOS-EXTRACTO
           UNSTRING PTUEXTR-LINEA DELIMITED BY ","
                   INTO WS-EX-NUMERO
                        WS-EX-NOMBRE
                        WS-EX-IMPORTE-TXT
                        WS-EX-CAMPO-4
                        WS-EX-CAMPO-5
                        WS-EX-CAMPO-6
           MOVE WS-EX-CAMPO-6 (1:4) TO WS-DEPTO-ACTUAL
           PERFORM 038-CONVIERTE-IMPORTE THRU 038-FIN
           PERFORM 040-UBICA-ACUMULADO THRU 040-FIN
           IF WS-POS NOT = ZERO
               ADD WS-IMPORTE-EXTR TO WS-AC-PTU (WS-POS)
           END-IF
           ADD 1 TO WS-TOT-PTU.
       036-FIN.  EXIT.

      *> EL IMPORTE DEL EXTRACTO VIENE EDITADO 9(07).99; SE PASA A
      *> NUMERICO COMO LO HACE PROGPACK CON PAYEXTR.
       038-CONVIERTE-IMPORTE.
           MOVE WS-EX-NUMERO TO WS-NUMERO-ACTUAL
           MOVE ZERO TO WS-IMPORTE-EXTR
           IF WS-EX-IMPORTE-TXT (1:7) NUMERIC
              AND WS-EX-IMPORTE-TXT (9:2) NUMERIC
               MOVE WS-EX-IMPORTE-TXT (1:7) TO WS-IMPORTE-EXTR (1:7)
               MOVE WS-EX-IMPORTE-TXT (9:2) TO WS-IMPORTE-EXTR (8:2)
           ELSE
               DISPLAY "IMPORTE INVALIDO EN EXTRACTO, EMPLEADO "
                       WS-EX-NUMERO
               MOVE 04 TO WS-RC-NUEVO
               MOVE "ISN: IMPORTE INVALIDO EN EXTRACTO"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
           END-IF.
       038-FIN.  EXIT.

      *> RANURA DEL DEPARTAMENTO WS-DEPTO-ACTUAL EN LA ENTIDAD DEL
      *> EMPLEADO WS-NUMERO-ACTUAL; LA ABRE SI ES NUEVA. CERO EN
      *> WS-POS SI LA TABLA ESTA LLENA.
       040-UBICA-ACUMULADO.
           PERFORM 042-UBICA-ENTIDAD THRU 042-FIN
           MOVE ZERO TO WS-POS
           PERFORM 045-BUSCA-ACUMULADO THRU 045-FIN
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE GREATER WS-NUM-ACUM
                      OR WS-POS NOT = ZERO
           IF WS-POS NOT = ZERO
               GO TO 040-FIN
           END-IF
           IF WS-NUM-ACUM NOT LESS 60
               DISPLAY "TABLA DE DEPARTAMENTOS LLENA, SE OMITE "
                       WS-DEPTO-ACTUAL
               MOVE 08 TO WS-RC-NUEVO
               MOVE "ISN: TABLA DE DEPARTAMENTOS LLENA"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               GO TO 040-FIN
           END-IF
           ADD 1 TO WS-NUM-ACUM
           MOVE WS-NUM-ACUM TO WS-POS
           MOVE WS-DEPTO-ACTUAL TO WS-AC-DEPARTAMENTO (WS-POS)
           MOVE WS-ENT-POS      TO WS-AC-ENT-POS (WS-POS)
           MOVE ZERO TO WS-AC-EMPLEADOS (WS-POS)
           MOVE ZERO TO WS-AC-SUELDO (WS-POS)
           MOVE ZERO TO WS-AC-EXTRA (WS-POS)
           MOVE ZERO TO WS-AC-AGUINALDO (WS-POS)
           MOVE ZERO TO WS-AC-PTU (WS-POS)
           MOVE ZERO TO WS-AC-BASE (WS-POS)
           MOVE ZERO TO WS-AC-IMPUESTO (WS-POS)
           MOVE ZERO TO WS-DEPTO-POS
           PERFORM 047-BUSCA-DEPTO THRU 047-FIN
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE GREATER WS-NUM-DEPTOS
                      OR WS-DEPTO-POS NOT = ZERO
           MOVE WS-DEPTO-POS TO WS-AC-DEPTO-POS (WS-POS)
           MOVE SPACES TO WS-ESTADO-BUSCADO
           IF WS-DEPTO-POS NOT = ZERO
               MOVE WS-TD-ESTADO-FED (WS-DEPTO-POS)
                    TO WS-ESTADO-BUSCADO
           END-IF
           PERFORM 015-UBICA-TASA THRU 015-FIN
           MOVE WS-TASA-POS TO WS-AC-TASA-POS (WS-POS).
       040-FIN.  EXIT.

      *> ENTIDAD PATRONAL DEL EMPLEADO POR SU REGISTRO (ESPACIOS ES
      *> EL 01). EL QUE NO ESTA EN EL MAESTRO O TRAE UN REGISTRO FUERA
      *> DEL CATALOGO VA A LA PRIMERA ENTIDAD, CON RC 04.
       042-UBICA-ENTIDAD.
           MOVE 1 TO WS-ENT-POS
           IF NOT MAESTRO-ABIERTO
               GO TO 042-FIN
           END-IF
           MOVE WS-NUMERO-ACTUAL TO EM-NUMERO
           READ EMPMAST-FILE
               INVALID KEY
                   DISPLAY "EMPLEADO " WS-NUMERO-ACTUAL
                           " NO ESTA EN EMPMAST; VA A LA PRIMERA "
                           "ENTIDAD"
                   MOVE 04 TO WS-RC-NUEVO
                   MOVE "ISN: EMPLEADO NO ESTA EN EMPMAST"
                        TO WS-DESCRIPCION-ERROR
                   PERFORM 080-ACTUALIZA-RC THRU 080-FIN
                   GO TO 042-FIN
           END-READ
           MOVE EM-REG-PATRONAL TO WS-REG-ACTUAL
           IF WS-REG-ACTUAL = SPACES
               MOVE "01" TO WS-REG-ACTUAL
           END-IF
           MOVE ZERO TO WS-ENT-POS
           PERFORM 043-BUSCA-REGISTRO THRU 043-FIN
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE GREATER PT-NUM-REGISTROS
                      OR WS-ENT-POS NOT = ZERO
           IF WS-ENT-POS = ZERO
               DISPLAY "REGISTRO PATRONAL " WS-REG-ACTUAL
                       " NO CATALOGADO, EMPLEADO " WS-NUMERO-ACTUAL
               MOVE 1 TO WS-ENT-POS
               MOVE 04 TO WS-RC-NUEVO
               MOVE "ISN: REG. PATRONAL NO CATALOGADO"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
           END-IF.
       042-FIN.  EXIT.

       043-BUSCA-REGISTRO.
           IF PT-R-CODIGO (WS-INDICE) = WS-REG-ACTUAL
               MOVE PT-R-ENT-POS (WS-INDICE) TO WS-ENT-POS
           END-IF.
       043-FIN.  EXIT.

       045-BUSCA-ACUMULADO.
           IF WS-AC-DEPARTAMENTO (WS-INDICE) = WS-DEPTO-ACTUAL
              AND WS-AC-ENT-POS (WS-INDICE) = WS-ENT-POS
               MOVE WS-INDICE TO WS-POS
           END-IF.
       045-FIN.  EXIT.

       047-BUSCA-DEPTO.
           IF WS-TD-CODIGO (WS-INDICE) = WS-DEPTO-ACTUAL
               MOVE WS-INDICE TO WS-DEPTO-POS
           END-IF.
       047-FIN.  EXIT.

      *> BASE E IMPUESTO DE UNA RANURA SEGUN LO QUE GRAVA SU ESTADO.
      *> LA TASA VIENE EN POR CIENTO. UNA BASE NEGATIVA (FALTAS MAS
      *> GRANDES QUE EL SUELDO) SE DEJA EN CERO.
       050-CALCULA-IMPUESTO.
           MOVE WS-AC-TASA-POS (WS-INDICE) TO WS-TASA-POS
           IF WS-TASA-POS = ZERO
               GO TO 050-FIN
           END-IF
           MOVE WS-AC-SUELDO (WS-INDICE) TO WS-BASE-CALCULO
           IF WS-TS-GRAVA-EXTRA (WS-TASA-POS) = "S"
               ADD WS-AC-EXTRA (WS-INDICE) TO WS-BASE-CALCULO
           END-IF
           IF WS-TS-GRAVA-AGUI (WS-TASA-POS) = "S"
               ADD WS-AC-AGUINALDO (WS-INDICE) TO WS-BASE-CALCULO
           END-IF
           IF WS-TS-GRAVA-PTU (WS-TASA-POS) = "S"
               ADD WS-AC-PTU (WS-INDICE) TO WS-BASE-CALCULO
           END-IF
           IF WS-BASE-CALCULO LESS ZERO
               MOVE ZERO TO WS-BASE-CALCULO
           END-IF
           MOVE WS-BASE-CALCULO TO WS-AC-BASE (WS-INDICE)
           COMPUTE WS-AC-IMPUESTO (WS-INDICE) ROUNDED =
                   WS-AC-BASE (WS-INDICE) * WS-TS-TASA (WS-TASA-POS)
                   / 100
           ADD WS-AC-BASE (WS-INDICE) TO WS-TS-BASE (WS-TASA-POS)
           ADD WS-AC-IMPUESTO (WS-INDICE)
               TO WS-TS-IMPUESTO (WS-TASA-POS)
           ADD WS-AC-BASE (WS-INDICE) TO WS-TOT-BASE
           ADD WS-AC-IMPUESTO (WS-INDICE) TO WS-TOT-IMPUESTO.
       050-FIN.  EXIT.

      *> HOJA DE DECLARACION DE UN ESTADO: SU TASA Y LO QUE GRAVA, LA
      *> DECLARACION DE CADA ENTIDAD QUE TIENE PERSONAL AHI Y EL
      *> TOTAL DEL ESTADO.
       060-DECLARA-ESTADO.
           MOVE WS-TS-TASA (WS-EST-INDICE) TO WS-TASA-ED
           MOVE SPACES TO RPTISN-LINEA
           STRING "ESTADO: "          DELIMITED BY SIZE
                  WS-TS-ESTADO-FED (WS-EST-INDICE)
                                      DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-TS-NOMBRE (WS-EST-INDICE)
                                      DELIMITED BY SIZE
                  "  TASA: "          DELIMITED BY SIZE
                  WS-TASA-ED          DELIMITED BY SIZE
                  "%  VIGENTE DESDE: " DELIMITED BY SIZE
                  WS-TS-VIGENCIA (WS-EST-INDICE)
                                      DELIMITED BY SIZE
                  INTO RPTISN-LINEA
           WRITE RPTISN-LINEA
           MOVE SPACES TO RPTISN-LINEA
           STRING "  GRAVA TIEMPO EXTRA: " DELIMITED BY SIZE
                  WS-TS-GRAVA-EXTRA (WS-EST-INDICE)
                                      DELIMITED BY SIZE
                  "  AGUINALDO: "     DELIMITED BY SIZE
                  WS-TS-GRAVA-AGUI (WS-EST-INDICE)
                                      DELIMITED BY SIZE
                  "  PTU: "           DELIMITED BY SIZE
                  WS-TS-GRAVA-PTU (WS-EST-INDICE)
                                      DELIMITED BY SIZE
                  INTO RPTISN-LINEA
           WRITE RPTISN-LINEA
           PERFORM 062-DECLARA-ENTIDAD THRU 062-FIN
                   VARYING WS-ENT-INDICE FROM 1 BY 1
                   UNTIL WS-ENT-INDICE GREATER PT-NUM-ENTIDADES
           MOVE WS-TS-BASE (WS-EST-INDICE)     TO WS-BASE-ED
           MOVE WS-TS-IMPUESTO (WS-EST-INDICE) TO WS-IMPUESTO-ED
           MOVE SPACES TO RPTISN-LINEA
           STRING "TOTAL ESTADO "     DELIMITED BY SIZE
                  WS-TS-ESTADO-FED (WS-EST-INDICE)
                                      DELIMITED BY SIZE
                  "  BASE: "          DELIMITED BY SIZE
                  WS-BASE-ED          DELIMITED BY SIZE
                  "  IMPUESTO: "      DELIMITED BY SIZE
                  WS-IMPUESTO-ED      DELIMITED BY SIZE
                  INTO RPTISN-LINEA
           WRITE RPTISN-LINEA
           MOVE SPACES TO RPTISN-LINEA
           WRITE RPTISN-LINEA.
       060-FIN.  EXIT.

      *> LA DECLARACION DE UNA ENTIDAD EN EL ESTADO: SUS DEPARTAMENTOS
      *> Y LA BASE E IMPUESTO A DECLARAR. SIN DEPARTAMENTOS EN EL
      *> ESTADO LA ENTIDAD NO SE IMPRIME.
       062-DECLARA-ENTIDAD.
           MOVE ZERO TO WS-ENT-BASE
           MOVE ZERO TO WS-ENT-IMPUESTO
           MOVE ZERO TO WS-ENT-DEPTOS
           PERFORM 064-DETALLE-DEPTO THRU 064-FIN
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE GREATER WS-NUM-ACUM
           IF WS-ENT-DEPTOS = ZERO
               GO TO 062-FIN
           END-IF
           MOVE WS-ENT-BASE     TO WS-BASE-ED
           MOVE WS-ENT-IMPUESTO TO WS-IMPUESTO-ED
           MOVE SPACES TO RPTISN-LINEA
           STRING "  A DECLARAR ENTIDAD " DELIMITED BY SIZE
                  PT-E-ENTIDAD (WS-ENT-INDICE) DELIMITED BY SIZE
                  " RFC "             DELIMITED BY SIZE
                  PT-E-RFC (WS-ENT-INDICE) DELIMITED BY SIZE
                  INTO RPTISN-LINEA
           WRITE RPTISN-LINEA
           MOVE SPACES TO RPTISN-LINEA
           STRING "    "              DELIMITED BY SIZE
                  PT-E-RAZON (WS-ENT-INDICE) DELIMITED BY SIZE
                  " BASE: "           DELIMITED BY SIZE
                  WS-BASE-ED          DELIMITED BY SIZE
                  " ISN: "            DELIMITED BY SIZE
                  WS-IMPUESTO-ED      DELIMITED BY SIZE
                  INTO RPTISN-LINEA
           WRITE RPTISN-LINEA.
       062-FIN.  EXIT.

      *> RENGLON DE UN DEPARTAMENTO DE LA ENTIDAD EN EL ESTADO, Y SU
      *> RENGLON DE ISNTOT PARA LA POLIZA.
       064-DETALLE-DEPTO.
           IF WS-AC-TASA-POS (WS-INDICE) NOT = WS-EST-INDICE
              OR WS-AC-ENT-POS (WS-INDICE) NOT = WS-ENT-INDICE
               GO TO 064-FIN
           END-IF
           ADD 1 TO WS-ENT-DEPTOS
           ADD WS-AC-BASE (WS-INDICE)     TO WS-ENT-BASE
           ADD WS-AC-IMPUESTO (WS-INDICE) TO WS-ENT-IMPUESTO
           MOVE WS-AC-DEPTO-POS (WS-INDICE) TO WS-DEPTO-POS
           MOVE WS-AC-EMPLEADOS (WS-INDICE) TO WS-EMPLEADOS-ED
           MOVE WS-AC-BASE (WS-INDICE)      TO WS-BASE-ED
           MOVE WS-AC-IMPUESTO (WS-INDICE)  TO WS-IMPUESTO-ED
           MOVE SPACES TO RPTISN-LINEA
           STRING "    "              DELIMITED BY SIZE
                  WS-AC-DEPARTAMENTO (WS-INDICE) DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-TD-UBICACION (WS-DEPTO-POS) DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-TD-CENTRO (WS-DEPTO-POS) DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-EMPLEADOS-ED     DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-BASE-ED          DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-IMPUESTO-ED      DELIMITED BY SIZE
                  INTO RPTISN-LINEA
           WRITE RPTISN-LINEA
           ADD 1 TO RPT-TOTAL-REGS
           IF WS-AC-IMPUESTO (WS-INDICE) = ZERO
               GO TO 064-FIN
           END-IF
           MOVE SPACES TO IE-REGISTRO
           MOVE WS-PERIODO TO IE-PERIODO
           MOVE WS-AC-DEPARTAMENTO (WS-INDICE) TO IE-DEPARTAMENTO
           MOVE PT-E-ENTIDAD (WS-ENT-INDICE)   TO IE-ENTIDAD
           MOVE WS-TS-ESTADO-FED (WS-EST-INDICE) TO IE-ESTADO-FED
           MOVE WS-AC-BASE (WS-INDICE)         TO IE-BASE
           MOVE WS-TS-TASA (WS-EST-INDICE)     TO IE-TASA
           MOVE WS-AC-IMPUESTO (WS-INDICE)     TO IE-IMPUESTO
           WRITE IE-REGISTRO
           ADD 1 TO WS-TOT-RENGLONES.
       064-FIN.  EXIT.

      *> LOS DEPARTAMENTOS QUE NO SE PUDIERON CALCULAR: SIN ESTADO EN
      *> EL CATALOGO (O FUERA DE EL) O CON UN ESTADO SIN TASA VIGENTE.
       070-EXCEPCIONES.
           PERFORM 072-EXCEPCION-DEPTO THRU 072-FIN
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE GREATER WS-NUM-ACUM
           IF WS-TOT-EXCEPCIONES NOT = ZERO
               MOVE 04 TO WS-RC-NUEVO
               MOVE "ISN: DEPARTAMENTOS SIN ESTADO O TASA"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
           END-IF.
       070-FIN.  EXIT.

       072-EXCEPCION-DEPTO.
           IF WS-AC-TASA-POS (WS-INDICE) NOT = ZERO
               GO TO 072-FIN
           END-IF
           IF WS-TOT-EXCEPCIONES = ZERO
               MOVE SPACES TO RPTISN-LINEA
               STRING "NO CALCULADOS (DEPARTAMENTO SIN ESTADO O "
                                      DELIMITED BY SIZE
                      "ESTADO SIN TASA VIGENTE):" DELIMITED BY SIZE
                      INTO RPTISN-LINEA
               WRITE RPTISN-LINEA
           END-IF
           ADD 1 TO WS-TOT-EXCEPCIONES
           MOVE SPACES TO WS-ESTADO-BUSCADO
           MOVE WS-AC-DEPTO-POS (WS-INDICE) TO WS-DEPTO-POS
           IF WS-DEPTO-POS NOT = ZERO
               MOVE WS-TD-ESTADO-FED (WS-DEPTO-POS)
                    TO WS-ESTADO-BUSCADO
           END-IF
           COMPUTE WS-SUELDO-ED = WS-AC-SUELDO (WS-INDICE)
                                + WS-AC-EXTRA (WS-INDICE)
                                + WS-AC-AGUINALDO (WS-INDICE)
                                + WS-AC-PTU (WS-INDICE)
           MOVE SPACES TO RPTISN-LINEA
           STRING "    "              DELIMITED BY SIZE
                  WS-AC-DEPARTAMENTO (WS-INDICE) DELIMITED BY SIZE
                  "  ENTIDAD "        DELIMITED BY SIZE
                  PT-E-ENTIDAD (WS-AC-ENT-POS (WS-INDICE))
                                      DELIMITED BY SIZE
                  "  ESTADO: "        DELIMITED BY SIZE
                  WS-ESTADO-BUSCADO   DELIMITED BY SIZE
                  "  PERCEPCIONES: "  DELIMITED BY SIZE
                  WS-SUELDO-ED        DELIMITED BY SIZE
                  INTO RPTISN-LINEA
           WRITE RPTISN-LINEA.
       072-FIN.  EXIT.

      *> ELEVA WS-CODIGO-RETORNO A WS-RC-NUEVO SI ESTE ES MAS SEVERO Y
      *> DEJA CONSTANCIA EN LA BITACORA COMUN DE ERRORES (ERRLOG).
       080-ACTUALIZA-RC.
           IF WS-RC-NUEVO GREATER WS-CODIGO-RETORNO
               MOVE WS-RC-NUEVO TO WS-CODIGO-RETORNO
           END-IF
           CALL "PROGERRL" USING "PROGISNM" WS-RC-NUEVO
                   WS-DESCRIPCION-ERROR.
       080-FIN.  EXIT.

      *> ESCRIBE EL PIE CON LO LEIDO, EL TOTAL DEL MES Y LA CUENTA DE
      *> DEPARTAMENTOS IMPRESOS.
       090-ESCRIBE-PIE.
           MOVE SPACES TO RPTISN-LINEA
           WRITE RPTISN-LINEA
           MOVE WS-TOT-DETALLE TO WS-CUENTA-ED
           MOVE SPACES TO RPTISN-LINEA
           STRING "EMPLEADOS EN LA NOMINA DEL MES: " DELIMITED BY SIZE
                  WS-CUENTA-ED        DELIMITED BY SIZE
                  INTO RPTISN-LINEA
           WRITE RPTISN-LINEA
           MOVE WS-TOT-AGUINALDOS TO WS-CUENTA-ED
           MOVE SPACES TO RPTISN-LINEA
           STRING "AGUINALDOS PAGADOS EN EL MES:    " DELIMITED BY SIZE
                  WS-CUENTA-ED        DELIMITED BY SIZE
                  INTO RPTISN-LINEA
           WRITE RPTISN-LINEA
           MOVE WS-TOT-PTU TO WS-CUENTA-ED
           MOVE SPACES TO RPTISN-LINEA
           STRING "PTU PAGADAS EN EL MES:           " DELIMITED BY SIZE
                  WS-CUENTA-ED        DELIMITED BY SIZE
                  INTO RPTISN-LINEA
           WRITE RPTISN-LINEA
           MOVE WS-TOT-BASE     TO WS-BASE-ED
           MOVE WS-TOT-IMPUESTO TO WS-IMPUESTO-ED
           MOVE SPACES TO RPTISN-LINEA
           STRING "TOTAL DEL MES  BASE: " DELIMITED BY SIZE
                  WS-BASE-ED          DELIMITED BY SIZE
                  "  IMPUESTO: "      DELIMITED BY SIZE
                  WS-IMPUESTO-ED      DELIMITED BY SIZE
                  INTO RPTISN-LINEA
           WRITE RPTISN-LINEA
           MOVE RPT-TOTAL-REGS TO RPT-TOTAL-REGS-ED
           MOVE RPT-PIE TO RPTISN-LINEA
           WRITE RPTISN-LINEA.
       090-FIN.  EXIT.
