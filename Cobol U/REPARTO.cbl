      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGPTUA.
      *AUTHOR.                    FERNANDO TOLEDO.
      *INSTALLATION.              CENTRO DE CAPACITACION.
      *DATE-WRITTEN.              2026-10-15.
      *DATE-COMPILED.
      *SECURITY.                  NO ES CONFIDENCIAL.
      *> ------------------------------------------------------
      *> CORRIDA ANUAL DE REPARTO DE UTILIDADES (PTU): RECIBE EN EL
      *> SYSIN EL EJERCICIO, EL MONTO REPARTIBLE QUE DA FINANZAS Y
      *> LOS PUESTOS DE DIRECCION, Y REPARTE EL MONTO MITAD POR DIAS
      *> TRABAJADOS EN EL EJERCICIO Y MITAD POR SALARIO DEVENGADO
      *> (LFT ART. 123). LOS DIAS SALEN DE EM-FECHA-ALTA Y
      *> EM-FECHA-BAJA (BASE COMERCIAL DE 360, COMO PROGAGUI) MENOS
      *> LAS FALTAS DE LOS PERIODOS DEL EJERCICIO EN INCSUM; EL
      *> SALARIO, DEL BRUTO DEL EJERCICIO EN NOMACUM. PARTICIPAN LOS
      *> ACTIVOS Y LOS QUE YA SE FUERON PERO TRABAJARON EN EL
      *> EJERCICIO (BAJAS DEL MAESTRO Y ARCHIVADOS EN EMPHIST). SE
      *> EXCLUYEN LOS PUESTOS DE DIRECCION Y LOS EVENTUALES CON MENOS
      *> DE 60 DIAS (LFT ART. 127), SEGUN EL TIPO DE CONTRATO DEL
      *> MAESTRO; SI NO TIENE TIPO CAPTURADO, SE TOMA COMO EVENTUAL A
      *> QUIEN SE FUE DESPUES DE TRABAJAR MENOS DE 60 DIAS. CADA
      *> PARTE SE DIVIDE EN EXENTA (HASTA 15 UMAS DE UMATAB, LISR
      *> ART. 93) Y GRAVADA PARA EL ISR. IMPRIME EL REGISTRO CON
      *> SUBTOTALES POR DEPARTAMENTO (RPTPTU) Y DEJA EL EXTRACTO CON
      *> ENCABEZADO H Y CIERRE T (PTUEXTR) PARA PAGARLO SIN
      *> RECAPTURA. CADA MAYO ESTO SE HACIA EN UNA HOJA DE CALCULO
      *> SOBRE LOS REPORTES IMPRESOS DE NOMINA.
      *> ------------------------------------------------------
      *> MODIFICACIONES:
      *> 2026-10-15  LAS INCAPACIDADES YA NO LLEGAN COMO FALTAS SINO
      *>             POR RAMO EN INCSUM: LOS DIAS DE ENFERMEDAD
      *>             GENERAL SE DESCUENTAN DE LOS TRABAJADOS COMO LAS
      *>             FALTAS; LOS DE RIESGO DE TRABAJO Y MATERNIDAD
      *>             CUENTAN COMO TRABAJADOS (LFT ART. 127 FR. IV).
      *> 2026-10-15  EL MAESTRO YA LLEVA EL TIPO DE CONTRATO: EL
      *>             EVENTUAL O POR OBRA CON MENOS DE 60 DIAS SE
      *>             EXCLUYE ESTE ACTIVO O NO, Y EL DE PLANTA NUNCA.
      *>             EL REGISTRO SIN TIPO CAPTURADO CONSERVA LA
      *>             APROXIMACION ANTERIOR (BAJA CON MENOS DE 60).
      *> 2026-10-15  EL MONTO REPARTIBLE SE LEE DEL SYSIN COMO ENTERO
      *>             DE 11 DIGITOS Y SE DIVIDE ENTRE 100; LEIDO DIRECTO
      *>             AL CAMPO CON DECIMALES SALIA CIEN VECES MAYOR.
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

           SELECT EMPHIST-FILE    ASSIGN TO "EMPHIST"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS HI-NUMERO
                                   FILE STATUS IS WS-EMPHIST-STATUS.

           SELECT NOMACUM-FILE    ASSIGN TO "NOMACUM"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS AC-NUMERO
                                   FILE STATUS IS WS-NOMACUM-STATUS.

           SELECT INCSUM-FILE     ASSIGN TO "INCSUM"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-INCSUM-STATUS.

           SELECT UMATAB-FILE     ASSIGN TO "UMATAB"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-UMATAB-STATUS.

           SELECT RPTPTU-FILE     ASSIGN TO "RPTPTU"
                                   ORGANIZATION LINE SEQUENTIAL.

           SELECT PTUEXTR-FILE    ASSIGN TO "PTUEXTR"
                                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPMAST-FILE.
       COPY EMPREC.

       FD  EMPHIST-FILE.
       COPY EMPHREC.

       FD  NOMACUM-FILE.
       COPY ACUMREG.

       FD  INCSUM-FILE.
       COPY INCSREG.

       FD  UMATAB-FILE.
       COPY UMAREG.

       FD  RPTPTU-FILE.
       01  RPTPTU-LINEA             PIC X(80).

       FD  PTUEXTR-FILE.
       01  PTUEXTR-LINEA            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY RPTHDR.

      *> PARAMETROS DEL SYSIN: EJERCICIO, MONTO REPARTIBLE (NUEVE
      *> ENTEROS Y DOS DECIMALES, SIN PUNTO) Y HASTA DIEZ CODIGOS DE
      *> PUESTO DE DIRECCION SEGUIDOS EN UNA SOLA LINEA.
       01  WS-PARAMETROS.
           05 WS-ANIO-EJERCICIO   PIC 9(04).
           05 WS-MONTO-REPARTIR   PIC 9(09)V99.
           05 WS-MONTO-SYSIN      PIC 9(11).
           05 WS-PUESTOS-DIRECCION PIC X(40).
           05 WS-PUESTOS-DIR-R REDEFINES WS-PUESTOS-DIRECCION.
              10 WS-PUESTO-DIR    PIC X(04)      OCCURS 10 TIMES.

      *> EMPLEADO EN REVISION, VENGA DEL MAESTRO O DEL HISTORICO.
       01  WS-CANDIDATO.
           05 WS-CA-NUMERO        PIC 9(05).
           05 WS-CA-NOMBRE        PIC X(35).
           05 WS-CA-DEPARTAMENTO  PIC X(04).
           05 WS-CA-PUESTO        PIC X(04).
           05 WS-CA-ESTADO        PIC X(01).
               88 CA-INACTIVO                    VALUE "I".
           05 WS-CA-FECHA-ALTA    PIC 9(08).
           05 WS-CA-FECHA-ALTA-R REDEFINES WS-CA-FECHA-ALTA.
              10 WS-FA-AA         PIC 9(04).
              10 WS-FA-MM         PIC 9(02).
              10 WS-FA-DD         PIC 9(02).
           05 WS-CA-FECHA-BAJA    PIC 9(08).
           05 WS-CA-FECHA-BAJA-R REDEFINES WS-CA-FECHA-BAJA.
              10 WS-FB-AA         PIC 9(04).
              10 WS-FB-MM         PIC 9(02).
              10 WS-FB-DD         PIC 9(02).
           05 WS-CA-TIPO-CONTRATO PIC X(01).
               88 CA-EVENTUAL                    VALUE "E" "O".
               88 CA-SIN-TIPO                    VALUE SPACE.

      *> FALTAS DEL EJERCICIO POR EMPLEADO Y PERIODO. INCSUM LLEGA CON
      *> TODAS SUS GENERACIONES Y CADA UNA TRAE EL ACUMULADO DEL
      *> PERIODO A ESA NOCHE, ASI QUE DE CADA PERIODO VALE LA CIFRA
      *> MAYOR; LAS FALTAS DEL EJERCICIO SON LA SUMA DE SUS PERIODOS.
       01  WS-TABLA-FALTAS.
           05 WS-FT-RENGLON OCCURS 5000 TIMES.
              10 WS-FT-NUMERO     PIC 9(05).
              10 WS-FT-PERIODO    PIC 9(06).
              10 WS-FT-FALTAS     PIC 9(03).

       01  WS-TABLA-PARTICIPANTES.
           05 WS-PT-RENGLON OCCURS 1000 TIMES.
              10 WS-PT-NUMERO     PIC 9(05).
              10 WS-PT-NOMBRE     PIC X(35).
              10 WS-PT-DEPARTAMENTO PIC X(04).
              10 WS-PT-DIAS       PIC 9(03).
              10 WS-PT-SALARIO    PIC 9(09)V99.

       01  WS-REPORTE-DEPTOS.
           05 WS-DEPTO-TOTAL OCCURS 20 TIMES.
              10 WS-RD-DEPARTAMENTO  PIC X(04).
              10 WS-RD-EMPLEADOS     PIC 9(05).
              10 WS-RD-PTU           PIC 9(09)V99.
              10 WS-RD-EXENTO        PIC 9(09)V99.
              10 WS-RD-GRAVADO       PIC 9(09)V99.

       01  WS-AREAS.
           05 WS-EMPMAST-STATUS   PIC X(02).
           05 WS-EMPHIST-STATUS   PIC X(02).
           05 WS-NOMACUM-STATUS   PIC X(02).
           05 WS-INCSUM-STATUS    PIC X(02).
           05 WS-INCSUM-EOF       PIC X(01)      VALUE "N".
               88 INCSUM-EOF                     VALUE "S".
           05 WS-UMATAB-STATUS    PIC X(02).
           05 WS-UMATAB-EOF       PIC X(01)      VALUE "N".
               88 UMATAB-EOF                     VALUE "S".
           05 WS-FECHA-HOY        PIC 9(08).
           05 WS-UMA-VIGENCIA     PIC 9(08)      VALUE ZERO.
           05 WS-UMA-DIARIA       PIC 9(04)V99   VALUE ZERO.
           05 WS-TOPE-EXENTO      PIC 9(07)V99.
           05 WS-MAX-TABLA        PIC 9(04)      VALUE 1000.
           05 WS-MAX-FALTAS       PIC 9(04)      VALUE 5000.
           05 WS-NUM-FALTAS       PIC 9(04)      VALUE ZERO.
           05 WS-FT-INDICE        PIC 9(04).
           05 WS-FT-POS           PIC 9(04).
           05 WS-NUM-PART         PIC 9(04)      VALUE ZERO.
           05 WS-PT-INDICE        PIC 9(04).
           05 WS-HALLADO          PIC X(01).
               88 HALLADO                        VALUE "S".
           05 WS-TABLA-LLENA      PIC X(01)      VALUE "N".
               88 TABLA-LLENA                    VALUE "S".
           05 WS-DIR-INDICE       PIC 9(02).
           05 WS-DIA-INICIO       PIC 9(03).
           05 WS-DIA-FIN          PIC 9(03).
           05 WS-DIAS             PIC S9(03).
           05 WS-FALTAS           PIC 9(03).
           05 WS-DIAS-NO-TRAB     PIC 9(03).
           05 WS-SALARIO          PIC 9(09)V99.
           05 WS-MOTIVO-EXCLUSION PIC X(30).
           05 WS-MITAD-DIAS       PIC 9(09)V99.
           05 WS-MITAD-SALARIO    PIC 9(09)V99.
           05 WS-PTU-DIAS         PIC 9(09)V99.
           05 WS-PTU-SALARIO      PIC 9(09)V99.
           05 WS-PTU              PIC 9(09)V99.
           05 WS-EXENTO           PIC 9(09)V99.
           05 WS-GRAVADO          PIC 9(09)V99.
           05 WS-TOT-DIAS         PIC 9(07)      VALUE ZERO.
           05 WS-TOT-SALARIOS     PIC 9(11)V99   VALUE ZERO.
           05 WS-TOT-PTU          PIC 9(10)V99   VALUE ZERO.
           05 WS-TOT-EXENTO       PIC 9(10)V99   VALUE ZERO.
           05 WS-TOT-GRAVADO      PIC 9(10)V99   VALUE ZERO.
           05 WS-TOT-EXCLUIDOS    PIC 9(05)      VALUE ZERO.
           05 WS-TOTAL-REGS       PIC 9(05)      VALUE ZERO.
           05 WS-MAX-DEPTOS       PIC 9(02)      VALUE 20.
           05 WS-NUM-DEPTOS       PIC 9(02)      VALUE ZERO.
           05 WS-DEPTO-POS        PIC 9(02)      VALUE ZERO.
           05 WS-SUB-INDICE       PIC 9(02).
           05 WS-DEPTO-ENCONTRADO PIC X(01)      VALUE "N".
               88 DEPTO-ENCONTRADO               VALUE "S".
           05 WS-FECHA-EXTRACTO   PIC 9(06).
           05 WS-CICLO-ID         PIC 9(06).
           05 WS-CODIGO-RETORNO   PIC 9(02)      VALUE ZERO.
           05 WS-RC-NUEVO         PIC 9(02).
           05 WS-DESCRIPCION-ERROR PIC X(40).

       01  WS-EDITADOS.
           05 WS-DIAS-ED          PIC ZZ9.
           05 WS-SALARIO-ED       PIC Z,ZZZ,ZZ9.99.
           05 WS-PTU-ED           PIC ZZZ,ZZ9.99.
           05 WS-EXENTO-ED        PIC ZZ,ZZ9.99.
           05 WS-GRAVADO-ED       PIC ZZZ,ZZ9.99.
           05 WS-PTU-EXTR-ED      PIC 9(07).99.
           05 WS-EXENTO-EXTR-ED   PIC 9(07).99.
           05 WS-GRAVADO-EXTR-ED  PIC 9(07).99.
           05 WS-SUB-IMPORTE-ED   PIC ZZZ,ZZZ,ZZ9.99.
           05 WS-SUB-EXENTO-ED    PIC ZZZ,ZZZ,ZZ9.99.
           05 WS-SUB-GRAVADO-ED   PIC ZZZ,ZZZ,ZZ9.99.
           05 WS-TOT-IMPORTE-ED   PIC 9(10).99.
           05 WS-MONTO-ED         PIC ZZZ,ZZZ,ZZ9.99.
           05 WS-CUENTA-ED        PIC ZZZZ9.
           05 WS-TOT-DIAS-ED      PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       000-RAIZ.
           MOVE ZERO TO RETURN-CODE
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           DISPLAY "EJERCICIO A REPARTIR (AAAA): "
           ACCEPT WS-ANIO-EJERCICIO
           DISPLAY "MONTO REPARTIBLE (9 ENTEROS Y 2 DECIMALES, "
                   "SIN PUNTO): "
           ACCEPT WS-MONTO-SYSIN
           DISPLAY "PUESTOS DE DIRECCION EXCLUIDOS (CODIGOS DE 4 "
                   "SEGUIDOS, HASTA 10): "
           ACCEPT WS-PUESTOS-DIRECCION
           PERFORM 003-VALIDA-PARAMETROS THRU 003-FIN
           IF WS-CODIGO-RETORNO = 16
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 004-CARGA-UMA THRU 004-FIN
           IF WS-CODIGO-RETORNO = 16
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT NOMACUM-FILE
           IF WS-NOMACUM-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR NOMACUM, SE TERMINA"
               MOVE 16 TO WS-RC-NUEVO
               MOVE "PTU: NO SE PUDO ABRIR NOMACUM"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 005-ABRE-EMPMAST THRU 005-FIN
           PERFORM 006-ABRE-EMPHIST THRU 006-FIN
           PERFORM 008-CARGA-FALTAS THRU 008-FIN
           OPEN OUTPUT RPTPTU-FILE
           OPEN OUTPUT PTUEXTR-FILE
           PERFORM 010-ESCRIBE-ENCABEZADO THRU 010-FIN
           PERFORM 015-ENCABEZADO-EXTRACTO THRU 015-FIN
           MOVE ZEROS TO EM-NUMERO
           START EMPMAST-FILE KEY IS NOT LESS THAN EM-NUMERO
               INVALID KEY
                   MOVE "10" TO WS-EMPMAST-STATUS
           END-START
           PERFORM 020-LEE-EMPMAST THRU 020-FIN
                   UNTIL WS-EMPMAST-STATUS NOT = "00"
           MOVE ZEROS TO HI-NUMERO
           START EMPHIST-FILE KEY IS NOT LESS THAN HI-NUMERO
               INVALID KEY
                   MOVE "10" TO WS-EMPHIST-STATUS
           END-START
           PERFORM 025-LEE-EMPHIST THRU 025-FIN
                   UNTIL WS-EMPHIST-STATUS NOT = "00"
           PERFORM 045-PREPARA-REPARTO THRU 045-FIN
           IF WS-TOT-DIAS GREATER ZERO
               PERFORM 050-REPARTE THRU 050-FIN
                       VARYING WS-PT-INDICE FROM 1 BY 1
                       UNTIL WS-PT-INDICE GREATER WS-NUM-PART
               PERFORM 060-IMPRIME-DEPTOS THRU 060-FIN
                       VARYING WS-SUB-INDICE FROM 1 BY 1
                       UNTIL WS-SUB-INDICE GREATER WS-NUM-DEPTOS
           END-IF
           PERFORM 070-CIERRE-EXTRACTO THRU 070-FIN
           PERFORM 090-ESCRIBE-PIE THRU 090-FIN
           CLOSE EMPMAST-FILE
           CLOSE EMPHIST-FILE
           CLOSE NOMACUM-FILE
           CLOSE RPTPTU-FILE
           CLOSE PTUEXTR-FILE
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE
           GOBACK.

      *> SIN EJERCICIO O SIN MONTO NO HAY NADA QUE REPARTIR.
       003-VALIDA-PARAMETROS.
           IF WS-ANIO-EJERCICIO NOT NUMERIC
              OR WS-ANIO-EJERCICIO = ZERO
               DISPLAY "EJERCICIO INVALIDO, SE TERMINA"
               MOVE 16 TO WS-RC-NUEVO
               MOVE "PTU: EJERCICIO INVALIDO"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               GO TO 003-FIN
           END-IF
           IF WS-MONTO-SYSIN NUMERIC
               COMPUTE WS-MONTO-REPARTIR = WS-MONTO-SYSIN / 100
           ELSE
               MOVE ZERO TO WS-MONTO-REPARTIR
           END-IF
           IF WS-MONTO-REPARTIR = ZERO
               DISPLAY "MONTO REPARTIBLE INVALIDO, SE TERMINA"
               MOVE 16 TO WS-RC-NUEVO
               MOVE "PTU: MONTO REPARTIBLE INVALIDO"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
           END-IF.
       003-FIN.  EXIT.

      *> UMA DIARIA VIGENTE A LA FECHA DE LA CORRIDA (LA DEL PAGO),
      *> CON EL MISMO CRITERIO DE PROGCSDI: LA VIGENCIA MAS RECIENTE
      *> QUE NO PASE DE HOY. SIN ELLA NO SE PUEDE SEPARAR LO EXENTO
      *> Y LA CORRIDA SE DETIENE CON RC 16.
       004-CARGA-UMA.
           OPEN INPUT UMATAB-FILE
           IF WS-UMATAB-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR UMATAB, SE TERMINA"
               MOVE 16 TO WS-RC-NUEVO
               MOVE "PTU: NO SE PUDO ABRIR UMATAB"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               GO TO 004-FIN
           END-IF
           PERFORM 002-LEE-UMA THRU 002-FIN
           PERFORM 001-GUARDA-UMA THRU 001-FIN
                   UNTIL UMATAB-EOF
           CLOSE UMATAB-FILE
           IF WS-UMA-VIGENCIA = ZERO
               DISPLAY "SIN UMA VIGENTE AL " WS-FECHA-HOY
                       ", SE TERMINA"
               MOVE 16 TO WS-RC-NUEVO
               MOVE "PTU: SIN UMA VIGENTE"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               GO TO 004-FIN
           END-IF
           COMPUTE WS-TOPE-EXENTO = WS-UMA-DIARIA * 15.
       004-FIN.  EXIT.

       001-GUARDA-UMA.
           IF UM-VIGENCIA NOT GREATER WS-FECHA-HOY
              AND UM-VIGENCIA GREATER WS-UMA-VIGENCIA
               MOVE UM-VIGENCIA   TO WS-UMA-VIGENCIA
               MOVE UM-UMA-DIARIA TO WS-UMA-DIARIA
           END-IF
           PERFORM 002-LEE-UMA THRU 002-FIN.
       001-FIN.  EXIT.

       002-LEE-UMA.
           READ UMATAB-FILE
               AT END
                   SET UMATAB-EOF TO TRUE
           END-READ.
       002-FIN.  EXIT.

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

      *> ABRE EL MAESTRO HISTORICO EN INPUT; SI TODAVIA NO EXISTE LO
      *> CREA VACIO Y LO VUELVE A ABRIR, IGUAL QUE CON EMPMAST.
       006-ABRE-EMPHIST.
           OPEN INPUT EMPHIST-FILE
           IF WS-EMPHIST-STATUS = "35"
               OPEN OUTPUT EMPHIST-FILE
               CLOSE EMPHIST-FILE
               OPEN INPUT EMPHIST-FILE
           END-IF.
       006-FIN.  EXIT.

      *> CARGA LAS FALTAS DE LOS PERIODOS DEL EJERCICIO (IS-PERIODO
      *> AAAAPP). SIN INCSUM LOS DIAS SALEN SIN DESCONTAR FALTAS, CON
      *> ADVERTENCIA.
       008-CARGA-FALTAS.
           OPEN INPUT INCSUM-FILE
           IF WS-INCSUM-STATUS NOT = "00"
               DISPLAY "SIN INCSUM; LOS DIAS NO DESCUENTAN FALTAS"
               MOVE 04 TO WS-RC-NUEVO
               MOVE "PTU: SIN INCSUM, DIAS SIN FALTAS"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               GO TO 008-FIN
           END-IF
           PERFORM 009-LEE-INCSUM THRU 009-FIN
           PERFORM 011-GUARDA-FALTAS THRU 011-FIN
                   UNTIL INCSUM-EOF
           CLOSE INCSUM-FILE.
       008-FIN.  EXIT.

       009-LEE-INCSUM.
           READ INCSUM-FILE
               AT END
                   SET INCSUM-EOF TO TRUE
           END-READ.
       009-FIN.  EXIT.

       011-GUARDA-FALTAS.
           COMPUTE WS-DIAS-NO-TRAB = IS-FALTAS + IS-DIAS-INC-EG
           IF IS-PERIODO (1:4) NOT = WS-ANIO-EJERCICIO
              OR WS-DIAS-NO-TRAB = ZERO
               GO TO 011-SIGUIENTE
           END-IF
           MOVE "N" TO WS-HALLADO
           PERFORM 013-BUSCA-PERIODO THRU 013-FIN
                   VARYING WS-FT-INDICE FROM 1 BY 1
                   UNTIL WS-FT-INDICE GREATER WS-NUM-FALTAS
                      OR HALLADO
           IF NOT HALLADO
               IF WS-NUM-FALTAS LESS WS-MAX-FALTAS
                   ADD 1 TO WS-NUM-FALTAS
                   MOVE WS-NUM-FALTAS TO WS-FT-POS
                   MOVE IS-NUMERO TO WS-FT-NUMERO (WS-FT-POS)
                   MOVE IS-PERIODO TO WS-FT-PERIODO (WS-FT-POS)
                   MOVE ZERO TO WS-FT-FALTAS (WS-FT-POS)
               ELSE
                   PERFORM 085-TABLA-LLENA THRU 085-FIN
                   GO TO 011-SIGUIENTE
               END-IF
           END-IF
           IF WS-DIAS-NO-TRAB GREATER WS-FT-FALTAS (WS-FT-POS)
               MOVE WS-DIAS-NO-TRAB TO WS-FT-FALTAS (WS-FT-POS)
           END-IF.
       011-SIGUIENTE.
           PERFORM 009-LEE-INCSUM THRU 009-FIN.
       011-FIN.  EXIT.

       013-BUSCA-PERIODO.
           IF WS-FT-NUMERO (WS-FT-INDICE) = IS-NUMERO
              AND WS-FT-PERIODO (WS-FT-INDICE) = IS-PERIODO
               SET HALLADO TO TRUE
               MOVE WS-FT-INDICE TO WS-FT-POS
           END-IF.
       013-FIN.  EXIT.

       010-ESCRIBE-ENCABEZADO.
           MOVE "REPARTO DE UTILIDADES (PTU) - PROGPTUA"
                TO RPT-TITULO
           ACCEPT RPT-FECHA FROM DATE
           MOVE RPT-ENCABEZADO TO RPTPTU-LINEA
           WRITE RPTPTU-LINEA
           MOVE WS-MONTO-REPARTIR TO WS-MONTO-ED
           MOVE SPACES TO RPTPTU-LINEA
           STRING "EJERCICIO: "      DELIMITED BY SIZE
                  WS-ANIO-EJERCICIO   DELIMITED BY SIZE
                  "  MONTO REPARTIBLE: " DELIMITED BY SIZE
                  WS-MONTO-ED         DELIMITED BY SIZE
                  INTO RPTPTU-LINEA
           WRITE RPTPTU-LINEA
           MOVE SPACES TO RPTPTU-LINEA
           WRITE RPTPTU-LINEA
           MOVE "EXCLUIDOS DEL REPARTO:" TO RPTPTU-LINEA
           WRITE RPTPTU-LINEA.
       010-FIN.  EXIT.

      *> ABRE EL EXTRACTO CON EL ENCABEZADO DE LA CONVENCION DE
      *> PAYEXTR: MARCA H, FECHA E IDENTIFICADOR DE LA CORRIDA.
       015-ENCABEZADO-EXTRACTO.
           ACCEPT WS-FECHA-EXTRACTO FROM DATE
           ACCEPT WS-CICLO-ID FROM TIME
           MOVE SPACES TO PTUEXTR-LINEA
           STRING "H,"              DELIMITED BY SIZE
                  WS-FECHA-EXTRACTO  DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  WS-CICLO-ID        DELIMITED BY SIZE
                  INTO PTUEXTR-LINEA
           WRITE PTUEXTR-LINEA.
       015-FIN.  EXIT.

      *> CADA EMPLEADO DEL MAESTRO, ACTIVO O DADO DE BAJA, SE REVISA.
       020-LEE-EMPMAST.
           READ EMPMAST-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-EMPMAST-STATUS
                   GO TO 020-FIN
           END-READ
           MOVE EM-NUMERO       TO WS-CA-NUMERO
           MOVE EM-NOMBRE       TO WS-CA-NOMBRE
           MOVE EM-DEPARTAMENTO TO WS-CA-DEPARTAMENTO
           MOVE EM-PUESTO       TO WS-CA-PUESTO
           MOVE EM-ESTADO       TO WS-CA-ESTADO
           MOVE EM-FECHA-ALTA   TO WS-CA-FECHA-ALTA
           MOVE EM-FECHA-BAJA   TO WS-CA-FECHA-BAJA
           MOVE EM-TIPO-CONTRATO TO WS-CA-TIPO-CONTRATO
           PERFORM 030-EVALUA-CANDIDATO THRU 030-FIN.
       020-FIN.  EXIT.

      *> LOS ARCHIVADOS DEL HISTORICO TAMBIEN SE REVISAN, SALVO EL
      *> NUMERO QUE SIGUE EN EL MAESTRO (YA SE REVISO ARRIBA).
       025-LEE-EMPHIST.
           READ EMPHIST-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-EMPHIST-STATUS
                   GO TO 025-FIN
           END-READ
           MOVE HI-NUMERO TO EM-NUMERO
           READ EMPMAST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   GO TO 025-FIN
           END-READ
           MOVE HI-NUMERO       TO WS-CA-NUMERO
           MOVE HI-NOMBRE       TO WS-CA-NOMBRE
           MOVE HI-DEPARTAMENTO TO WS-CA-DEPARTAMENTO
           MOVE HI-PUESTO       TO WS-CA-PUESTO
           MOVE HI-ESTADO       TO WS-CA-ESTADO
           MOVE HI-FECHA-ALTA   TO WS-CA-FECHA-ALTA
           MOVE HI-FECHA-BAJA   TO WS-CA-FECHA-BAJA
           MOVE HI-TIPO-CONTRATO TO WS-CA-TIPO-CONTRATO
           PERFORM 030-EVALUA-CANDIDATO THRU 030-FIN.
       025-FIN.  EXIT.

      *> DIAS TRABAJADOS EN EL EJERCICIO SOBRE BASE COMERCIAL DE 360
      *> (DIA DEL ANIO = (MES - 1) * 30 + DIA, COMO PROGAGUI): DESDE
      *> EL ALTA O EL 1 DE ENERO HASTA LA BAJA O EL 31 DE DICIEMBRE,
      *> MENOS LAS FALTAS DEL EJERCICIO. QUIEN NO TRABAJO EN EL
      *> EJERCICIO NO APARECE; LOS EXCLUIDOS SE LISTAN CON SU MOTIVO.
       030-EVALUA-CANDIDATO.
           IF WS-CA-FECHA-ALTA NOT = ZERO
              AND WS-FA-AA GREATER WS-ANIO-EJERCICIO
               GO TO 030-FIN
           END-IF
           MOVE 360 TO WS-DIA-FIN
           IF CA-INACTIVO AND WS-CA-FECHA-BAJA NOT = ZERO
               IF WS-FB-AA LESS WS-ANIO-EJERCICIO
                   GO TO 030-FIN
               END-IF
               IF WS-FB-AA = WS-ANIO-EJERCICIO
                   IF WS-FB-DD GREATER 30
                       MOVE 30 TO WS-FB-DD
                   END-IF
                   COMPUTE WS-DIA-FIN = (WS-FB-MM - 1) * 30 + WS-FB-DD
               END-IF
           END-IF
           MOVE 1 TO WS-DIA-INICIO
           IF WS-FA-AA = WS-ANIO-EJERCICIO
               IF WS-FA-DD GREATER 30
                   MOVE 30 TO WS-FA-DD
               END-IF
               COMPUTE WS-DIA-INICIO = (WS-FA-MM - 1) * 30 + WS-FA-DD
           END-IF
           IF WS-DIA-FIN LESS WS-DIA-INICIO
               GO TO 030-FIN
           END-IF
           COMPUTE WS-DIAS = WS-DIA-FIN - WS-DIA-INICIO + 1
           MOVE ZERO TO WS-FALTAS
           PERFORM 035-SUMA-FALTAS THRU 035-FIN
                   VARYING WS-FT-INDICE FROM 1 BY 1
                   UNTIL WS-FT-INDICE GREATER WS-NUM-FALTAS
           SUBTRACT WS-FALTAS FROM WS-DIAS
           IF WS-DIAS NOT GREATER ZERO
               GO TO 030-FIN
           END-IF
           MOVE "N" TO WS-HALLADO
           PERFORM 037-BUSCA-DIRECCION THRU 037-FIN
                   VARYING WS-DIR-INDICE FROM 1 BY 1
                   UNTIL WS-DIR-INDICE GREATER 10
                      OR HALLADO
           IF HALLADO
               MOVE "PUESTO DE DIRECCION" TO WS-MOTIVO-EXCLUSION
               PERFORM 039-IMPRIME-EXCLUSION THRU 039-FIN
               GO TO 030-FIN
           END-IF
           IF WS-DIAS LESS 60
              AND (CA-EVENTUAL OR (CA-SIN-TIPO AND CA-INACTIVO))
               MOVE "EVENTUAL CON MENOS DE 60 DIAS"
                    TO WS-MOTIVO-EXCLUSION
               PERFORM 039-IMPRIME-EXCLUSION THRU 039-FIN
               GO TO 030-FIN
           END-IF
           PERFORM 040-SALARIO-EJERCICIO THRU 040-FIN
           IF WS-NUM-PART NOT LESS WS-MAX-TABLA
               PERFORM 085-TABLA-LLENA THRU 085-FIN
               GO TO 030-FIN
           END-IF
           ADD 1 TO WS-NUM-PART
           MOVE WS-CA-NUMERO       TO WS-PT-NUMERO (WS-NUM-PART)
           MOVE WS-CA-NOMBRE       TO WS-PT-NOMBRE (WS-NUM-PART)
           MOVE WS-CA-DEPARTAMENTO TO WS-PT-DEPARTAMENTO (WS-NUM-PART)
           MOVE WS-DIAS            TO WS-PT-DIAS (WS-NUM-PART)
           MOVE WS-SALARIO         TO WS-PT-SALARIO (WS-NUM-PART)
           ADD WS-DIAS    TO WS-TOT-DIAS
           ADD WS-SALARIO TO WS-TOT-SALARIOS.
       030-FIN.  EXIT.

      *> SUMA LAS FALTAS DE LOS PERIODOS DEL EMPLEADO DE WS-CA-NUMERO.
       035-SUMA-FALTAS.
           IF WS-FT-NUMERO (WS-FT-INDICE) = WS-CA-NUMERO
               ADD WS-FT-FALTAS (WS-FT-INDICE) TO WS-FALTAS
           END-IF.
       035-FIN.  EXIT.

       037-BUSCA-DIRECCION.
           IF WS-PUESTO-DIR (WS-DIR-INDICE) NOT = SPACES
              AND WS-PUESTO-DIR (WS-DIR-INDICE) = WS-CA-PUESTO
               SET HALLADO TO TRUE
           END-IF.
       037-FIN.  EXIT.

       039-IMPRIME-EXCLUSION.
           MOVE SPACES TO RPTPTU-LINEA
           STRING "  "                 DELIMITED BY SIZE
                  WS-CA-NUMERO         DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  WS-CA-NOMBRE (1:25)  DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  WS-MOTIVO-EXCLUSION  DELIMITED BY SIZE
                  INTO RPTPTU-LINEA
           WRITE RPTPTU-LINEA
           ADD 1 TO WS-TOT-EXCLUIDOS.
       039-FIN.  EXIT.

      *> SALARIO DEVENGADO EN EL EJERCICIO: EL BRUTO DE NOMACUM SI EL
      *> ACUMULADO ES DE ESE ANIO, O EL QUE SE GUARDO AL REINICIARSE
      *> EN ENERO (AC-BRUTO-ANT); SIN NINGUNO DE LOS DOS, CERO.
       040-SALARIO-EJERCICIO.
           MOVE ZERO TO WS-SALARIO
           MOVE WS-CA-NUMERO TO AC-NUMERO
           READ NOMACUM-FILE
               INVALID KEY
                   GO TO 040-FIN
           END-READ
           IF AC-ANIO = WS-ANIO-EJERCICIO
               MOVE AC-BRUTO TO WS-SALARIO
           ELSE
               IF AC-ANIO-ANT = WS-ANIO-EJERCICIO
                   MOVE AC-BRUTO-ANT TO WS-SALARIO
               END-IF
           END-IF.
       040-FIN.  EXIT.

      *> PARTE EL MONTO EN SUS DOS MITADES E IMPRIME EL ENCABEZADO DEL
      *> REGISTRO. SI NADIE TIENE SALARIO DEL EJERCICIO EN NOMACUM,
      *> TODO EL MONTO SE REPARTE POR DIAS, CON ADVERTENCIA.
       045-PREPARA-REPARTO.
           MOVE SPACES TO RPTPTU-LINEA
           WRITE RPTPTU-LINEA
           IF WS-TOT-DIAS = ZERO
               DISPLAY "NADIE PARTICIPA EN EL REPARTO DEL EJERCICIO"
               MOVE 08 TO WS-RC-NUEVO
               MOVE "PTU: SIN PARTICIPANTES EN EL EJERCICIO"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               GO TO 045-FIN
           END-IF
           COMPUTE WS-MITAD-DIAS ROUNDED = WS-MONTO-REPARTIR / 2
           COMPUTE WS-MITAD-SALARIO =
                   WS-MONTO-REPARTIR - WS-MITAD-DIAS
           IF WS-TOT-SALARIOS = ZERO
               DISPLAY "SIN SALARIOS DEL EJERCICIO EN NOMACUM; TODO "
                       "EL MONTO SE REPARTE POR DIAS"
               MOVE WS-MONTO-REPARTIR TO WS-MITAD-DIAS
               MOVE ZERO TO WS-MITAD-SALARIO
               MOVE 04 TO WS-RC-NUEVO
               MOVE "PTU: SIN SALARIOS DEL EJERCICIO"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
           END-IF
           MOVE SPACES TO RPTPTU-LINEA
           STRING "NUM.  NOMBRE             DIA"  DELIMITED BY SIZE
                  "      SALARIO        PTU"      DELIMITED BY SIZE
                  "    EXENTO    GRAVADO"         DELIMITED BY SIZE
                  INTO RPTPTU-LINEA
           WRITE RPTPTU-LINEA.
       045-FIN.  EXIT.

      *> PARTE DEL PARTICIPANTE: SU PROPORCION DE DIAS SOBRE LA MITAD
      *> POR DIAS MAS SU PROPORCION DE SALARIO SOBRE LA MITAD POR
      *> SALARIO; HASTA 15 UMAS ES EXENTO Y EL RESTO GRAVADO.
       050-REPARTE.
           COMPUTE WS-PTU-DIAS ROUNDED =
                   WS-MITAD-DIAS * WS-PT-DIAS (WS-PT-INDICE)
                 / WS-TOT-DIAS
           MOVE ZERO TO WS-PTU-SALARIO
           IF WS-MITAD-SALARIO GREATER ZERO
               COMPUTE WS-PTU-SALARIO ROUNDED =
                       WS-MITAD-SALARIO * WS-PT-SALARIO (WS-PT-INDICE)
                     / WS-TOT-SALARIOS
           END-IF
           COMPUTE WS-PTU = WS-PTU-DIAS + WS-PTU-SALARIO
           IF WS-PTU GREATER WS-TOPE-EXENTO
               MOVE WS-TOPE-EXENTO TO WS-EXENTO
               COMPUTE WS-GRAVADO = WS-PTU - WS-TOPE-EXENTO
           ELSE
               MOVE WS-PTU TO WS-EXENTO
               MOVE ZERO TO WS-GRAVADO
           END-IF
           PERFORM 052-IMPRIME-PARTICIPANTE THRU 052-FIN
           PERFORM 054-ESCRIBE-EXTRACTO THRU 054-FIN
           PERFORM 056-ACUMULA-DEPTO THRU 056-FIN.
       050-FIN.  EXIT.

       052-IMPRIME-PARTICIPANTE.
           MOVE WS-PT-DIAS (WS-PT-INDICE)    TO WS-DIAS-ED
           MOVE WS-PT-SALARIO (WS-PT-INDICE) TO WS-SALARIO-ED
           MOVE WS-PTU     TO WS-PTU-ED
           MOVE WS-EXENTO  TO WS-EXENTO-ED
           MOVE WS-GRAVADO TO WS-GRAVADO-ED
           MOVE SPACES TO RPTPTU-LINEA
           STRING WS-PT-NUMERO (WS-PT-INDICE)  DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-PT-NOMBRE (WS-PT-INDICE) (1:18)
                                               DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-DIAS-ED                   DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-SALARIO-ED                DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-PTU-ED                    DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-EXENTO-ED                 DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-GRAVADO-ED                DELIMITED BY SIZE
                  INTO RPTPTU-LINEA
           WRITE RPTPTU-LINEA
           ADD 1 TO RPT-TOTAL-REGS.
       052-FIN.  EXIT.

      *> RENGLON CSV DEL EXTRACTO: NUMERO,NOMBRE,PTU,EXENTO,GRAVADO,
      *> DEPTO, EN EL ESTILO DE COLUMNAS DEL EXTRACTO DE PROGAGUI.
       054-ESCRIBE-EXTRACTO.
           MOVE WS-PTU     TO WS-PTU-EXTR-ED
           MOVE WS-EXENTO  TO WS-EXENTO-EXTR-ED
           MOVE WS-GRAVADO TO WS-GRAVADO-EXTR-ED
           MOVE SPACES TO PTUEXTR-LINEA
           STRING WS-PT-NUMERO (WS-PT-INDICE)  DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  WS-PT-NOMBRE (WS-PT-INDICE)  DELIMITED BY SPACE
                  ","                          DELIMITED BY SIZE
                  WS-PTU-EXTR-ED               DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  WS-EXENTO-EXTR-ED            DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  WS-GRAVADO-EXTR-ED           DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  WS-PT-DEPARTAMENTO (WS-PT-INDICE)
                                               DELIMITED BY SIZE
                  INTO PTUEXTR-LINEA
           WRITE PTUEXTR-LINEA
           ADD 1 TO WS-TOTAL-REGS
           ADD WS-PTU     TO WS-TOT-PTU
           ADD WS-EXENTO  TO WS-TOT-EXENTO
           ADD WS-GRAVADO TO WS-TOT-GRAVADO.
       054-FIN.  EXIT.

      *> ACUMULA LA PTU EN LA RANURA DEL DEPARTAMENTO DEL
      *> PARTICIPANTE (MISMO PATRON DE RANURAS QUE PROGAGUI).
       056-ACUMULA-DEPTO.
           MOVE "N" TO WS-DEPTO-ENCONTRADO
           PERFORM 058-BUSCA-DEPTO THRU 058-FIN
                   VARYING WS-SUB-INDICE FROM 1 BY 1
                   UNTIL WS-SUB-INDICE GREATER WS-NUM-DEPTOS
                      OR DEPTO-ENCONTRADO
           IF NOT DEPTO-ENCONTRADO
               IF WS-NUM-DEPTOS LESS WS-MAX-DEPTOS
                   ADD 1 TO WS-NUM-DEPTOS
                   MOVE WS-PT-DEPARTAMENTO (WS-PT-INDICE)
                        TO WS-RD-DEPARTAMENTO (WS-NUM-DEPTOS)
                   MOVE ZERO TO WS-RD-EMPLEADOS (WS-NUM-DEPTOS)
                   MOVE ZERO TO WS-RD-PTU (WS-NUM-DEPTOS)
                   MOVE ZERO TO WS-RD-EXENTO (WS-NUM-DEPTOS)
                   MOVE ZERO TO WS-RD-GRAVADO (WS-NUM-DEPTOS)
                   MOVE WS-NUM-DEPTOS TO WS-DEPTO-POS
               ELSE
                   GO TO 056-FIN
               END-IF
           END-IF
           ADD 1          TO WS-RD-EMPLEADOS (WS-DEPTO-POS)
           ADD WS-PTU     TO WS-RD-PTU (WS-DEPTO-POS)
           ADD WS-EXENTO  TO WS-RD-EXENTO (WS-DEPTO-POS)
           ADD WS-GRAVADO TO WS-RD-GRAVADO (WS-DEPTO-POS).
       056-FIN.  EXIT.

       058-BUSCA-DEPTO.
           IF WS-RD-DEPARTAMENTO (WS-SUB-INDICE)
              = WS-PT-DEPARTAMENTO (WS-PT-INDICE)
               MOVE "S" TO WS-DEPTO-ENCONTRADO
               MOVE WS-SUB-INDICE TO WS-DEPTO-POS
           END-IF.
       058-FIN.  EXIT.

       060-IMPRIME-DEPTOS.
           IF WS-SUB-INDICE = 1
               MOVE SPACES TO RPTPTU-LINEA
               WRITE RPTPTU-LINEA
           END-IF
           MOVE WS-RD-PTU (WS-SUB-INDICE) TO WS-SUB-IMPORTE-ED
           MOVE WS-RD-EMPLEADOS (WS-SUB-INDICE) TO WS-CUENTA-ED
           MOVE SPACES TO RPTPTU-LINEA
           STRING "DEPTO: "     DELIMITED BY SIZE
                  WS-RD-DEPARTAMENTO (WS-SUB-INDICE)
                                 DELIMITED BY SIZE
                  "  EMPLEADOS: " DELIMITED BY SIZE
                  WS-CUENTA-ED    DELIMITED BY SIZE
                  "  PTU: "       DELIMITED BY SIZE
                  WS-SUB-IMPORTE-ED DELIMITED BY SIZE
                  INTO RPTPTU-LINEA
           WRITE RPTPTU-LINEA
           MOVE WS-RD-EXENTO (WS-SUB-INDICE) TO WS-SUB-EXENTO-ED
           MOVE WS-RD-GRAVADO (WS-SUB-INDICE) TO WS-SUB-GRAVADO-ED
           MOVE SPACES TO RPTPTU-LINEA
           STRING "       EXENTO: " DELIMITED BY SIZE
                  WS-SUB-EXENTO-ED   DELIMITED BY SIZE
                  "  GRAVADO: "      DELIMITED BY SIZE
                  WS-SUB-GRAVADO-ED  DELIMITED BY SIZE
                  INTO RPTPTU-LINEA
           WRITE RPTPTU-LINEA.
       060-FIN.  EXIT.

      *> CIERRA EL EXTRACTO CON EL REGISTRO T DE LA CONVENCION DE
      *> PAYEXTR: CUENTA DE RENGLONES Y SUMA DE CONTROL DEL IMPORTE.
       070-CIERRE-EXTRACTO.
           MOVE WS-TOT-PTU TO WS-TOT-IMPORTE-ED
           MOVE SPACES TO PTUEXTR-LINEA
           STRING "T,"              DELIMITED BY SIZE
                  WS-TOTAL-REGS      DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  WS-TOT-IMPORTE-ED  DELIMITED BY SIZE
                  INTO PTUEXTR-LINEA
           WRITE PTUEXTR-LINEA.
       070-FIN.  EXIT.

      *> ELEVA WS-CODIGO-RETORNO A WS-RC-NUEVO SI ESTE ES MAS SEVERO Y
      *> DEJA CONSTANCIA EN LA BITACORA COMUN DE ERRORES (ERRLOG).
       080-ACTUALIZA-RC.
           IF WS-RC-NUEVO GREATER WS-CODIGO-RETORNO
               MOVE WS-RC-NUEVO TO WS-CODIGO-RETORNO
           END-IF
           CALL "PROGERRL" USING "PROGPTUA" WS-RC-NUEVO
                   WS-DESCRIPCION-ERROR.
       080-FIN.  EXIT.

      *> UNA TABLA LLENA DEJA FUERA EMPLEADOS Y EL REPARTO YA NO
      *> CUADRA: SE AVISA UNA SOLA VEZ CON RC 08.
       085-TABLA-LLENA.
           IF TABLA-LLENA
               GO TO 085-FIN
           END-IF
           SET TABLA-LLENA TO TRUE
           DISPLAY "TABLA DE PARTICIPANTES O DE FALTAS LLENA; EL "
                   "REPARTO QUEDA INCOMPLETO"
           MOVE 08 TO WS-RC-NUEVO
           MOVE "PTU: TABLA LLENA, REPARTO INCOMPLETO"
                TO WS-DESCRIPCION-ERROR
           PERFORM 080-ACTUALIZA-RC THRU 080-FIN.
       085-FIN.  EXIT.

      *> ESCRIBE EL PIE CON LOS TOTALES DEL REPARTO.
       090-ESCRIBE-PIE.
           MOVE SPACES TO RPTPTU-LINEA
           WRITE RPTPTU-LINEA
           MOVE WS-TOT-DIAS TO WS-TOT-DIAS-ED
           MOVE SPACES TO RPTPTU-LINEA
           STRING "DIAS TRABAJADOS TOTALES:  " DELIMITED BY SIZE
                  WS-TOT-DIAS-ED                DELIMITED BY SIZE
                  INTO RPTPTU-LINEA
           WRITE RPTPTU-LINEA
           MOVE WS-TOT-PTU TO WS-SUB-IMPORTE-ED
           MOVE SPACES TO RPTPTU-LINEA
           STRING "PTU REPARTIDA:            " DELIMITED BY SIZE
                  WS-SUB-IMPORTE-ED             DELIMITED BY SIZE
                  INTO RPTPTU-LINEA
           WRITE RPTPTU-LINEA
           MOVE WS-TOT-EXENTO TO WS-SUB-IMPORTE-ED
           MOVE SPACES TO RPTPTU-LINEA
           STRING "  EXENTA DE ISR:          " DELIMITED BY SIZE
                  WS-SUB-IMPORTE-ED             DELIMITED BY SIZE
                  INTO RPTPTU-LINEA
           WRITE RPTPTU-LINEA
           MOVE WS-TOT-GRAVADO TO WS-SUB-IMPORTE-ED
           MOVE SPACES TO RPTPTU-LINEA
           STRING "  GRAVADA PARA ISR:       " DELIMITED BY SIZE
                  WS-SUB-IMPORTE-ED             DELIMITED BY SIZE
                  INTO RPTPTU-LINEA
           WRITE RPTPTU-LINEA
           MOVE WS-TOT-EXCLUIDOS TO WS-CUENTA-ED
           MOVE SPACES TO RPTPTU-LINEA
           STRING "EXCLUIDOS:                " DELIMITED BY SIZE
                  WS-CUENTA-ED                  DELIMITED BY SIZE
                  INTO RPTPTU-LINEA
           WRITE RPTPTU-LINEA
           MOVE RPT-TOTAL-REGS TO RPT-TOTAL-REGS-ED
           MOVE RPT-PIE TO RPTPTU-LINEA
           WRITE RPTPTU-LINEA.
       090-FIN.  EXIT.
