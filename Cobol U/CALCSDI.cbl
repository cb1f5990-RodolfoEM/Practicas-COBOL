      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGCSDI.
      *AUTHOR.                    FERNANDO TOLEDO.
      *INSTALLATION.              CENTRO DE CAPACITACION.
      *DATE-WRITTEN.              2026-10-15.
      *DATE-COMPILED.
      *SECURITY.                  NO ES CONFIDENCIAL.
      *> ------------------------------------------------------
      *> SUBRUTINA COMPARTIDA DE CALCULO DEL SALARIO DIARIO INTEGRADO
      *> (SDI) QUE PIDE EL IMSS: RECIBE UNA FECHA, LA FECHA DE ALTA Y
      *> EL SALARIO MENSUAL DEL EMPLEADO, Y DEVUELVE EL SALARIO
      *> DIARIO (MENSUAL ENTRE 30) POR EL FACTOR DE INTEGRACION DE
      *> LAS PRESTACIONES DE LEY: 15 DIAS DE AGUINALDO MAS LA PRIMA
      *> VACACIONAL DEL 25 PORCIENTO SOBRE LOS DIAS DE VACACIONES
      *> DEL ANIO DE SERVICIO EN CURSO (MISMA TABLA LEGAL DE PROGANIV
      *> Y PROGVACR), ENTRE 365. EL RESULTADO SE TOPA EN 25 VECES LA
      *> UMA DIARIA VIGENTE A LA FECHA, QUE SE TOMA DEL ARCHIVO
      *> FECHADO UMATAB (COPY UMAREG). EL ARCHIVO SE LEE UNA SOLA
      *> VEZ POR FECHA, IGUAL QUE ISRTARIF EN PROGCISR. DEVUELVE
      *> TAMBIEN EL FACTOR Y LOS DIAS DE VACACIONES CON LOS QUE SE
      *> INTEGRO. ESTADOS: S-CALCULADO, N-SIN ARCHIVO UMATAB, V-SIN
      *> UMA VIGENTE A LA FECHA. LA USAN PROGIMSS (MOVIMIENTOS),
      *> PROGPATR (CUOTAS PATRONALES) Y PROGNOMI (CUOTA OBRERA).
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UMATAB-FILE     ASSIGN TO "UMATAB"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-UMATAB-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  UMATAB-FILE.
       COPY UMAREG.

       WORKING-STORAGE SECTION.
      *> PRESTACIONES DE LEY QUE INTEGRAN EL SALARIO (LFT ARTS. 76,
      *> 80 Y 87) Y TOPE DEL SALARIO BASE DE COTIZACION EN UMAS
      *> (LSS ART. 28).
       01  WS-PRESTACIONES.
           05 WS-DIAS-AGUINALDO   PIC 9(02)      VALUE 15.
           05 WS-PCT-PRIMA-VAC    PIC 9(02)      VALUE 25.
           05 WS-DIAS-ANIO        PIC 9(03)      VALUE 365.
           05 WS-TOPE-UMAS        PIC 9(02)      VALUE 25.

       01  WS-FECHAS.
           05 WS-FECHA-CALCULO    PIC 9(08).
           05 WS-FECHA-CALCULO-R REDEFINES WS-FECHA-CALCULO.
              10 WS-FC-AA         PIC 9(04).
              10 WS-FC-MM         PIC 9(02).
              10 WS-FC-DD         PIC 9(02).
           05 WS-FECHA-ALTA       PIC 9(08).
           05 WS-FECHA-ALTA-R REDEFINES WS-FECHA-ALTA.
              10 WS-FA-AA         PIC 9(04).
              10 WS-FA-MM         PIC 9(02).
              10 WS-FA-DD         PIC 9(02).

       01  WS-AREAS.
           05 WS-UMATAB-STATUS    PIC X(02).
           05 WS-UMATAB-EOF       PIC X(01).
               88 UMATAB-EOF                     VALUE "S".
           05 WS-FECHA-CARGADA    PIC 9(08)      VALUE ZERO.
           05 WS-ESTADO-CARGA     PIC X(01)      VALUE SPACE.
           05 WS-UMA-VIGENCIA     PIC 9(08)      VALUE ZERO.
           05 WS-UMA-DIARIA       PIC 9(04)V99   VALUE ZERO.
           05 WS-TOPE-SDI         PIC 9(06)V99.
           05 WS-ANIOS            PIC S9(03).
           05 WS-ANIO-SERVICIO    PIC 9(03).
           05 WS-BLOQUES          PIC 9(02).
           05 WS-SDI              PIC 9(06)V99.

       LINKAGE SECTION.
       01  ENT-FECHA               PIC 9(08).
       01  ENT-FECHA-ALTA          PIC 9(08).
       01  ENT-SALARIO             PIC 9(05)V99.
       01  SAL-SDI                 PIC 9(05)V99.
       01  SAL-FACTOR              PIC 9(01)V9(04).
       01  SAL-DIAS-VACACIONES     PIC 9(02).
       01  SAL-ESTADO              PIC X(01).
           88 SAL-CALCULADO                       VALUE "S".
           88 SAL-SIN-ARCHIVO                     VALUE "N".
           88 SAL-SIN-UMA                         VALUE "V".

       PROCEDURE DIVISION USING ENT-FECHA ENT-FECHA-ALTA ENT-SALARIO
                                SAL-SDI SAL-FACTOR
                                SAL-DIAS-VACACIONES SAL-ESTADO.
       000-RAIZ.
           MOVE ZERO TO SAL-SDI
           MOVE ZERO TO SAL-FACTOR
           MOVE ZERO TO SAL-DIAS-VACACIONES
           IF ENT-FECHA NOT = WS-FECHA-CARGADA
               PERFORM 010-CARGA-UMA THRU 010-FIN
           END-IF
           MOVE WS-ESTADO-CARGA TO SAL-ESTADO
           IF NOT SAL-CALCULADO
               GOBACK
           END-IF
           PERFORM 030-CALCULA-ANTIGUEDAD THRU 030-FIN
           PERFORM 035-DIAS-VACACIONES THRU 035-FIN
           PERFORM 040-CALCULA-SDI THRU 040-FIN
           GOBACK.

      *> LEE TODO UMATAB Y SE QUEDA CON LA UMA DE LA VIGENCIA MAS
      *> RECIENTE QUE NO PASE DE LA FECHA PEDIDA; LAS FUTURAS SE
      *> IGNORAN.
       010-CARGA-UMA.
           MOVE ENT-FECHA TO WS-FECHA-CARGADA
           MOVE ZERO TO WS-UMA-VIGENCIA
           MOVE ZERO TO WS-UMA-DIARIA
           MOVE "S" TO WS-ESTADO-CARGA
           MOVE "N" TO WS-UMATAB-EOF
           OPEN INPUT UMATAB-FILE
           IF WS-UMATAB-STATUS NOT = "00"
               MOVE "N" TO WS-ESTADO-CARGA
               GO TO 010-FIN
           END-IF
           PERFORM 015-LEE-UMA THRU 015-FIN
           PERFORM 020-GUARDA-UMA THRU 020-FIN
                   UNTIL UMATAB-EOF
           CLOSE UMATAB-FILE
           IF WS-UMA-VIGENCIA = ZERO
               MOVE "V" TO WS-ESTADO-CARGA
           END-IF.
       010-FIN.  EXIT.

       015-LEE-UMA.
           READ UMATAB-FILE
               AT END
                   SET UMATAB-EOF TO TRUE
           END-READ.
       015-FIN.  EXIT.

       020-GUARDA-UMA.
           IF UM-VIGENCIA NOT GREATER ENT-FECHA
              AND UM-VIGENCIA GREATER WS-UMA-VIGENCIA
               MOVE UM-VIGENCIA   TO WS-UMA-VIGENCIA
               MOVE UM-UMA-DIARIA TO WS-UMA-DIARIA
           END-IF
           PERFORM 015-LEE-UMA THRU 015-FIN.
       020-FIN.  EXIT.

      *> ANIOS DE SERVICIO CUMPLIDOS A LA FECHA, COMO EN PROGANIV:
      *> DIFERENCIA DE ANIOS, MENOS UNO SI EL ANIVERSARIO DE ESE
      *> ANIO TODAVIA NO LLEGA. UNA FECHA DE ALTA EN CERO O POSTERIOR
      *> A LA FECHA CUENTA COMO PRIMER ANIO.
       030-CALCULA-ANTIGUEDAD.
           MOVE ENT-FECHA TO WS-FECHA-CALCULO
           MOVE ENT-FECHA-ALTA TO WS-FECHA-ALTA
           MOVE ZERO TO WS-ANIOS
           IF WS-FECHA-ALTA = ZERO
              OR WS-FECHA-ALTA GREATER WS-FECHA-CALCULO
               GO TO 030-FIN
           END-IF
           COMPUTE WS-ANIOS = WS-FC-AA - WS-FA-AA
           IF WS-FC-MM LESS WS-FA-MM
              OR (WS-FC-MM = WS-FA-MM AND WS-FC-DD LESS WS-FA-DD)
               SUBTRACT 1 FROM WS-ANIOS
           END-IF.
       030-FIN.  EXIT.

      *> LA PRIMA VACACIONAL SE INTEGRA CON LOS DIAS DEL ANIO DE
      *> SERVICIO EN CURSO (EL PRIMER ANIO YA INTEGRA 12 DIAS), CON LA
      *> TABLA LEGAL: 12 DIAS EL PRIMER ANIO, DOS MAS POR ANIO HASTA
      *> 20 EL QUINTO, Y DOS MAS POR CADA BLOQUE DE CINCO ANIOS.
       035-DIAS-VACACIONES.
           COMPUTE WS-ANIO-SERVICIO = WS-ANIOS + 1
           IF WS-ANIO-SERVICIO NOT GREATER 5
               COMPUTE SAL-DIAS-VACACIONES =
                       12 + (WS-ANIO-SERVICIO - 1) * 2
           ELSE
               COMPUTE WS-BLOQUES = (WS-ANIO-SERVICIO - 6) / 5
               COMPUTE SAL-DIAS-VACACIONES = 22 + WS-BLOQUES * 2
           END-IF.
       035-FIN.  EXIT.

      *> FACTOR DE INTEGRACION A CUATRO DECIMALES Y SDI DEL SALARIO
      *> DIARIO, TOPADO EN 25 UMAS.
       040-CALCULA-SDI.
           COMPUTE SAL-FACTOR ROUNDED =
                   (WS-DIAS-ANIO + WS-DIAS-AGUINALDO
                  + SAL-DIAS-VACACIONES * WS-PCT-PRIMA-VAC / 100)
                 / WS-DIAS-ANIO
           COMPUTE WS-SDI ROUNDED = ENT-SALARIO / 30 * SAL-FACTOR
           COMPUTE WS-TOPE-SDI = WS-UMA-DIARIA * WS-TOPE-UMAS
           IF WS-SDI GREATER WS-TOPE-SDI
               MOVE WS-TOPE-SDI TO WS-SDI
           END-IF
           MOVE WS-SDI TO SAL-SDI.
       040-FIN.  EXIT.
