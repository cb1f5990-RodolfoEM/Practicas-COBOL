      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGFAHO.
      *AUTHOR.                    FERNANDO TOLEDO.
      *INSTALLATION.              CENTRO DE CAPACITACION.
      *DATE-WRITTEN.              2026-10-15.
      *DATE-COMPILED.
      *SECURITY.                  NO ES CONFIDENCIAL.
      *> ------------------------------------------------------
      *> LIQUIDACION ANUAL DEL FONDO DE AHORRO: RECIBE EN EL SYSIN EL
      *> EJERCICIO, LOS INTERESES QUE GENERO EL FONDO SEGUN FINANZAS
      *> Y EL PORCENTAJE DE APORTACION DE LA EMPRESA SOBRE LO QUE
      *> APORTO EL TRABAJADOR (CERO O VACIO = 100, PESO POR PESO).
      *> SON SOCIOS LOS REGISTROS FA DE DEDMAST QUE INICIARON A MAS
      *> TARDAR EN EL EJERCICIO Y SIGUEN VIGENTES, O QUE PROGNOMI
      *> LIQUIDO EN EL EJERCICIO AL LLEGAR SU SALDO A CERO. LO
      *> APORTADO POR EL TRABAJADOR ES EL MONTO MENOS EL SALDO (CADA
      *> ABONO DE PROGNOMI BAJA EL SALDO). LA APORTACION DE LA
      *> EMPRESA SE TOPA AL LIMITE EXENTO (LISR ART. 27 FR. XI): EL
      *> 13% DEL SALARIO DEL ANIO (EM-SALARIO MENSUAL POR 12) Y 1.3
      *> VECES LA UMA ANUAL (UMA DIARIA DE UMATAB AL 31 DE DICIEMBRE
      *> POR 365). LOS INTERESES SE REPARTEN EN PROPORCION A LO
      *> ACUMULADO POR CADA SOCIO (SU APORTACION MAS LA DE LA
      *> EMPRESA). PARA EL ISR LO APORTADO POR EL TRABAJADOR NO ES
      *> INGRESO (SE LE DEVUELVE), LA APORTACION TOPADA DE LA EMPRESA
      *> ES EXENTA (LISR ART. 93 FR. XI) Y LOS INTERESES SON
      *> GRAVADOS. IMPRIME EL REGISTRO CON SUBTOTALES POR
      *> DEPARTAMENTO (RPTFAHO), DEJA EL EXTRACTO CON ENCABEZADO H Y
      *> CIERRE T (FAEXTR) PARA EL PAGO, Y CIERRA Y REABRE EL FONDO
      *> EN DEDMAST: COMO LA LLAVE ES EMPLEADO MAS TIPO, AL ACTIVO EL
      *> MISMO REGISTRO SE REABRE VIGENTE CON INICIO AL 1 DE ENERO
      *> SIGUIENTE, EL MISMO MONTO Y ABONO Y EL SALDO COMPLETO; AL
      *> QUE YA SE FUE SE DEJA LIQUIDADO AL 31 DE DICIEMBRE CON MONTO
      *> Y SALDO EN CERO. EN AMBOS CASOS LO APORTADO QUEDA EN CERO,
      *> ASI QUE UNA SEGUNDA CORRIDA DEL MISMO EJERCICIO NO VUELVE A
      *> PAGAR A NADIE. CADA CIERRE QUEDA EN LA BITACORA DE AUDITORIA
      *> (TIPO FALIQ). CADA DICIEMBRE ESTO SE HACIA EN UNA HOJA DE
      *> CALCULO.
      *> ------------------------------------------------------
      *> MODIFICACIONES:
      *> 2026-10-15  LOS INTERESES SE LEEN DEL SYSIN COMO ENTERO DE 11
      *>             DIGITOS Y SE DIVIDEN ENTRE 100; LEIDOS DIRECTO AL
      *>             CAMPO CON DECIMALES SALIAN CIEN VECES MAYORES.
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEDMAST-FILE    ASSIGN TO "DEDMAST"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS DD-LLAVE
                                   FILE STATUS IS WS-DEDMAST-STATUS.

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

           SELECT UMATAB-FILE     ASSIGN TO "UMATAB"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-UMATAB-STATUS.

           SELECT RPTFAHO-FILE    ASSIGN TO "RPTFAHO"
                                   ORGANIZATION LINE SEQUENTIAL.

           SELECT FAEXTR-FILE     ASSIGN TO "FAEXTR"
                                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DEDMAST-FILE.
       COPY DEDREC.

       FD  EMPMAST-FILE.
       COPY EMPREC.

       FD  EMPHIST-FILE.
       COPY EMPHREC.

       FD  UMATAB-FILE.
       COPY UMAREG.

       FD  RPTFAHO-FILE.
       01  RPTFAHO-LINEA            PIC X(80).

       FD  FAEXTR-FILE.
       01  FAEXTR-LINEA             PIC X(80).

       WORKING-STORAGE SECTION.
       COPY RPTHDR.

      *> PARAMETROS DEL SYSIN: EJERCICIO, INTERESES DEL FONDO (NUEVE
      *> ENTEROS Y DOS DECIMALES, SIN PUNTO) Y PORCENTAJE DE
      *> APORTACION DE LA EMPRESA (TRES DIGITOS).
       01  WS-PARAMETROS.
           05 WS-ANIO-EJERCICIO   PIC 9(04).
           05 WS-INTERESES        PIC 9(09)V99.
           05 WS-INTERESES-SYSIN  PIC 9(11).
           05 WS-PORCENTAJE       PIC 9(03).

      *> FECHAS DE DEDMAST PARTIDAS PARA COMPARAR SOLO EL ANIO.
       01  WS-FECHA-AUX           PIC 9(08).
       01  WS-FECHA-AUX-R REDEFINES WS-FECHA-AUX.
           05 WS-FX-AA            PIC 9(04).
           05 WS-FX-MMDD          PIC 9(04).

       01  WS-TABLA-SOCIOS.
           05 WS-SO-RENGLON OCCURS 2000 TIMES.
              10 WS-SO-NUMERO     PIC 9(05).
              10 WS-SO-NOMBRE     PIC X(35).
              10 WS-SO-DEPARTAMENTO PIC X(04).
              10 WS-SO-ESTADO     PIC X(01).
                  88 SO-ACTIVO                   VALUE "A".
              10 WS-SO-APORTACION PIC 9(07)V99.
              10 WS-SO-EMPRESA    PIC 9(07)V99.

       01  WS-REPORTE-DEPTOS.
           05 WS-DEPTO-TOTAL OCCURS 20 TIMES.
              10 WS-RD-DEPARTAMENTO  PIC X(04).
              10 WS-RD-EMPLEADOS     PIC 9(05).
              10 WS-RD-TOTAL         PIC 9(09)V99.
              10 WS-RD-EXENTO        PIC 9(09)V99.
              10 WS-RD-GRAVADO       PIC 9(09)V99.

       01  WS-AREAS.
           05 WS-DEDMAST-STATUS   PIC X(02).
           05 WS-EMPMAST-STATUS   PIC X(02).
           05 WS-EMPHIST-STATUS   PIC X(02).
           05 WS-UMATAB-STATUS    PIC X(02).
           05 WS-UMATAB-EOF       PIC X(01)      VALUE "N".
               88 UMATAB-EOF                     VALUE "S".
           05 WS-FECHA-CORTE      PIC 9(08).
           05 WS-FECHA-REAPERTURA PIC 9(08).
           05 WS-UMA-VIGENCIA     PIC 9(08)      VALUE ZERO.
           05 WS-UMA-DIARIA       PIC 9(04)V99   VALUE ZERO.
           05 WS-TOPE-UMA         PIC 9(07)V99.
           05 WS-TOPE-SALARIO     PIC 9(07)V99.
           05 WS-SALARIO-MENSUAL  PIC 9(05)V99.
           05 WS-MAX-TABLA        PIC 9(04)      VALUE 2000.
           05 WS-NUM-SOCIOS       PIC 9(04)      VALUE ZERO.
           05 WS-SO-INDICE        PIC 9(04).
           05 WS-TABLA-LLENA      PIC X(01)      VALUE "N".
               88 TABLA-LLENA                    VALUE "S".
           05 WS-APORTACION       PIC 9(07)V99.
           05 WS-EMPRESA          PIC 9(07)V99.
           05 WS-INTERES          PIC 9(07)V99.
           05 WS-TOTAL            PIC 9(08)V99.
           05 WS-EXENTO           PIC 9(08)V99.
           05 WS-GRAVADO          PIC 9(08)V99.
           05 WS-MOTIVO           PIC X(30).
           05 WS-TOT-BASE         PIC 9(11)V99   VALUE ZERO.
           05 WS-TOT-APORTACION   PIC 9(10)V99   VALUE ZERO.
           05 WS-TOT-EMPRESA      PIC 9(10)V99   VALUE ZERO.
           05 WS-TOT-INTERES      PIC 9(10)V99   VALUE ZERO.
           05 WS-TOT-PAGO         PIC 9(10)V99   VALUE ZERO.
           05 WS-TOT-EXENTO       PIC 9(10)V99   VALUE ZERO.
           05 WS-TOT-GRAVADO      PIC 9(10)V99   VALUE ZERO.
           05 WS-TOT-TOPADOS      PIC 9(05)      VALUE ZERO.
           05 WS-TOT-REABIERTOS   PIC 9(05)      VALUE ZERO.
           05 WS-TOT-CERRADOS     PIC 9(05)      VALUE ZERO.
           05 WS-TOTAL-REGS       PIC 9(05)      VALUE ZERO.
           05 WS-MAX-DEPTOS       PIC 9(02)      VALUE 20.
           05 WS-NUM-DEPTOS       PIC 9(02)      VALUE ZERO.
           05 WS-DEPTO-POS        PIC 9(02)      VALUE ZERO.
           05 WS-SUB-INDICE       PIC 9(02).
           05 WS-DEPTO-ENCONTRADO PIC X(01)      VALUE "N".
               88 DEPTO-ENCONTRADO               VALUE "S".
           05 WS-FECHA-EXTRACTO   PIC 9(06).
           05 WS-CICLO-ID         PIC 9(06).
           05 WS-OPERADOR         PIC X(08)      VALUE "CICLO   ".
           05 WS-CODIGO-RETORNO   PIC 9(02)      VALUE ZERO.
           05 WS-RC-NUEVO         PIC 9(02).
           05 WS-DESCRIPCION-ERROR PIC X(40).

       01  WS-EDITADOS.
           05 WS-APORTACION-ED    PIC ZZZ,ZZ9.99.
           05 WS-EMPRESA-ED       PIC ZZZ,ZZ9.99.
           05 WS-INTERES-ED       PIC ZZ,ZZ9.99.
           05 WS-TOTAL-ED         PIC Z,ZZZ,ZZ9.99.
           05 WS-TOTAL-EXTR-ED    PIC 9(08).99.
           05 WS-APORT-EXTR-ED    PIC 9(07).99.
           05 WS-EMPRESA-EXTR-ED  PIC 9(07).99.
           05 WS-INTERES-EXTR-ED  PIC 9(07).99.
           05 WS-EXENTO-EXTR-ED   PIC 9(08).99.
           05 WS-GRAVADO-EXTR-ED  PIC 9(08).99.
           05 WS-SUB-IMPORTE-ED   PIC ZZZ,ZZZ,ZZ9.99.
           05 WS-SUB-EXENTO-ED    PIC ZZZ,ZZZ,ZZ9.99.
           05 WS-SUB-GRAVADO-ED   PIC ZZZ,ZZZ,ZZ9.99.
           05 WS-TOT-IMPORTE-ED   PIC 9(10).99.
           05 WS-MONTO-ED         PIC ZZZ,ZZZ,ZZ9.99.
           05 WS-PORCENTAJE-ED    PIC ZZ9.
           05 WS-CUENTA-ED        PIC ZZZZ9.

       PROCEDURE DIVISION.
       000-RAIZ.
           MOVE ZERO TO RETURN-CODE
           DISPLAY "EJERCICIO A LIQUIDAR (AAAA): "
           ACCEPT WS-ANIO-EJERCICIO
           DISPLAY "INTERESES DEL FONDO (9 ENTEROS Y 2 DECIMALES, "
                   "SIN PUNTO): "
           ACCEPT WS-INTERESES-SYSIN
           DISPLAY "PORCENTAJE DE APORTACION DE LA EMPRESA (3 "
                   "DIGITOS, 100 = PESO POR PESO): "
           ACCEPT WS-PORCENTAJE
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
           OPEN I-O DEDMAST-FILE
           IF WS-DEDMAST-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR DEDMAST, SE TERMINA"
               MOVE 16 TO WS-RC-NUEVO
               MOVE "FAHO: NO SE PUDO ABRIR DEDMAST"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 005-ABRE-EMPMAST THRU 005-FIN
           PERFORM 006-ABRE-EMPHIST THRU 006-FIN
           OPEN OUTPUT RPTFAHO-FILE
           OPEN OUTPUT FAEXTR-FILE
           PERFORM 010-ESCRIBE-ENCABEZADO THRU 010-FIN
           PERFORM 015-ENCABEZADO-EXTRACTO THRU 015-FIN
           MOVE ZEROS TO DD-NUMERO
           MOVE SPACES TO DD-TIPO
           START DEDMAST-FILE KEY IS NOT LESS THAN DD-LLAVE
               INVALID KEY
                   MOVE "10" TO WS-DEDMAST-STATUS
           END-START
           PERFORM 020-LEE-DEDMAST THRU 020-FIN
                   UNTIL WS-DEDMAST-STATUS NOT = "00"
           PERFORM 045-PREPARA-LIQUIDACION THRU 045-FIN
           IF WS-NUM-SOCIOS GREATER ZERO
               PERFORM 050-LIQUIDA THRU 050-FIN
                       VARYING WS-SO-INDICE FROM 1 BY 1
                       UNTIL WS-SO-INDICE GREATER WS-NUM-SOCIOS
               PERFORM 060-IMPRIME-DEPTOS THRU 060-FIN
                       VARYING WS-SUB-INDICE FROM 1 BY 1
                       UNTIL WS-SUB-INDICE GREATER WS-NUM-DEPTOS
           END-IF
           PERFORM 070-CIERRE-EXTRACTO THRU 070-FIN
           PERFORM 090-ESCRIBE-PIE THRU 090-FIN
           CLOSE DEDMAST-FILE
           CLOSE EMPMAST-FILE
           CLOSE EMPHIST-FILE
           CLOSE RPTFAHO-FILE
           CLOSE FAEXTR-FILE
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE
           GOBACK.

      *> SIN EJERCICIO NO HAY NADA QUE LIQUIDAR. LOS INTERESES PUEDEN
      *> SER CERO (EL FONDO NO SE INVIRTIO), PERO NO BASURA.
       003-VALIDA-PARAMETROS.
           IF WS-ANIO-EJERCICIO NOT NUMERIC
              OR WS-ANIO-EJERCICIO = ZERO
               DISPLAY "EJERCICIO INVALIDO, SE TERMINA"
               MOVE 16 TO WS-RC-NUEVO
               MOVE "FAHO: EJERCICIO INVALIDO"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               GO TO 003-FIN
           END-IF
           IF WS-INTERESES-SYSIN NOT NUMERIC
               DISPLAY "INTERESES INVALIDOS, SE TERMINA"
               MOVE 16 TO WS-RC-NUEVO
               MOVE "FAHO: INTERESES INVALIDOS"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               GO TO 003-FIN
           END-IF
           COMPUTE WS-INTERESES = WS-INTERESES-SYSIN / 100
           IF WS-PORCENTAJE NOT NUMERIC
              OR WS-PORCENTAJE = ZERO
               MOVE 100 TO WS-PORCENTAJE
           END-IF
           COMPUTE WS-FECHA-CORTE = WS-ANIO-EJERCICIO * 10000 + 1231
           COMPUTE WS-FECHA-REAPERTURA =
                   (WS-ANIO-EJERCICIO + 1) * 10000 + 0101.
       003-FIN.  EXIT.

      *> UMA DIARIA VIGENTE AL 31 DE DICIEMBRE DEL EJERCICIO, CON EL
      *> MISMO CRITERIO DE PROGCSDI: LA VIGENCIA MAS RECIENTE QUE NO
      *> PASE DEL CORTE. SIN ELLA NO SE PUEDE TOPAR LA APORTACION DE
      *> LA EMPRESA Y LA CORRIDA SE DETIENE CON RC 16.
       004-CARGA-UMA.
           OPEN INPUT UMATAB-FILE
           IF WS-UMATAB-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR UMATAB, SE TERMINA"
               MOVE 16 TO WS-RC-NUEVO
               MOVE "FAHO: NO SE PUDO ABRIR UMATAB"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               GO TO 004-FIN
           END-IF
           PERFORM 002-LEE-UMA THRU 002-FIN
           PERFORM 001-GUARDA-UMA THRU 001-FIN
                   UNTIL UMATAB-EOF
           CLOSE UMATAB-FILE
           IF WS-UMA-VIGENCIA = ZERO
               DISPLAY "SIN UMA VIGENTE AL " WS-FECHA-CORTE
                       ", SE TERMINA"
               MOVE 16 TO WS-RC-NUEVO
               MOVE "FAHO: SIN UMA VIGENTE"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               GO TO 004-FIN
           END-IF
           COMPUTE WS-TOPE-UMA ROUNDED = WS-UMA-DIARIA * 1.3 * 365.
       004-FIN.  EXIT.

       001-GUARDA-UMA.
           IF UM-VIGENCIA NOT GREATER WS-FECHA-CORTE
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

       010-ESCRIBE-ENCABEZADO.
           MOVE "LIQUIDACION FONDO DE AHORRO - PROGFAHO"
                TO RPT-TITULO
           ACCEPT RPT-FECHA FROM DATE
           MOVE RPT-ENCABEZADO TO RPTFAHO-LINEA
           WRITE RPTFAHO-LINEA
           MOVE WS-INTERESES TO WS-MONTO-ED
           MOVE WS-PORCENTAJE TO WS-PORCENTAJE-ED
           MOVE SPACES TO RPTFAHO-LINEA
           STRING "EJERCICIO: "      DELIMITED BY SIZE
                  WS-ANIO-EJERCICIO   DELIMITED BY SIZE
                  "  INTERESES: "     DELIMITED BY SIZE
                  WS-MONTO-ED         DELIMITED BY SIZE
                  "  EMPRESA: "       DELIMITED BY SIZE
                  WS-PORCENTAJE-ED    DELIMITED BY SIZE
                  "%"                 DELIMITED BY SIZE
                  INTO RPTFAHO-LINEA
           WRITE RPTFAHO-LINEA
           MOVE WS-TOPE-UMA TO WS-MONTO-ED
           MOVE SPACES TO RPTFAHO-LINEA
           STRING "TOPE ANUAL 1.3 UMA: " DELIMITED BY SIZE
                  WS-MONTO-ED            DELIMITED BY SIZE
                  "  UMA VIGENTE DESDE: " DELIMITED BY SIZE
                  WS-UMA-VIGENCIA        DELIMITED BY SIZE
                  INTO RPTFAHO-LINEA
           WRITE RPTFAHO-LINEA
           MOVE SPACES TO RPTFAHO-LINEA
           WRITE RPTFAHO-LINEA
           MOVE "AVISOS DE LA LIQUIDACION:" TO RPTFAHO-LINEA
           WRITE RPTFAHO-LINEA.
       010-FIN.  EXIT.

      *> ABRE EL EXTRACTO CON EL ENCABEZADO DE LA CONVENCION DE
      *> PAYEXTR: MARCA H, FECHA E IDENTIFICADOR DE LA CORRIDA.
       015-ENCABEZADO-EXTRACTO.
           ACCEPT WS-FECHA-EXTRACTO FROM DATE
           ACCEPT WS-CICLO-ID FROM TIME
           MOVE SPACES TO FAEXTR-LINEA
           STRING "H,"              DELIMITED BY SIZE
                  WS-FECHA-EXTRACTO  DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  WS-CICLO-ID        DELIMITED BY SIZE
                  INTO FAEXTR-LINEA
           WRITE FAEXTR-LINEA.
       015-FIN.  EXIT.

      *> PRIMERA PASADA: CADA FONDO DE AHORRO DEL EJERCICIO ENTRA A LA
      *> TABLA DE SOCIOS CON LO QUE APORTO Y LO QUE LE TOCA DE LA
      *> EMPRESA. LOS REGISTROS YA REABIERTOS PARA EL ANIO SIGUIENTE,
      *> LOS LIQUIDADOS EN OTRO ANIO Y LOS QUE NO APORTARON NADA NO
      *> SE TOCAN.
       020-LEE-DEDMAST.
           READ DEDMAST-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-DEDMAST-STATUS
                   GO TO 020-FIN
           END-READ
           IF NOT DD-AHORRO
               GO TO 020-FIN
           END-IF
           MOVE DD-FECHA-INICIO TO WS-FECHA-AUX
           IF WS-FX-AA GREATER WS-ANIO-EJERCICIO
               GO TO 020-FIN
           END-IF
           IF NOT DD-VIGENTE
               IF NOT DD-LIQUIDADO
                   GO TO 020-FIN
               END-IF
               MOVE DD-FECHA-FIN TO WS-FECHA-AUX
               IF WS-FX-AA NOT = WS-ANIO-EJERCICIO
                   GO TO 020-FIN
               END-IF
           END-IF
           IF DD-SALDO NOT LESS DD-MONTO
               GO TO 020-FIN
           END-IF
           COMPUTE WS-APORTACION = DD-MONTO - DD-SALDO
           IF WS-NUM-SOCIOS NOT LESS WS-MAX-TABLA
               PERFORM 085-TABLA-LLENA THRU 085-FIN
               GO TO 020-FIN
           END-IF
           ADD 1 TO WS-NUM-SOCIOS
           MOVE DD-NUMERO     TO WS-SO-NUMERO (WS-NUM-SOCIOS)
           MOVE WS-APORTACION TO WS-SO-APORTACION (WS-NUM-SOCIOS)
           PERFORM 025-DATOS-EMPLEADO THRU 025-FIN
           PERFORM 030-APORTACION-EMPRESA THRU 030-FIN
           MOVE WS-EMPRESA    TO WS-SO-EMPRESA (WS-NUM-SOCIOS)
           ADD WS-APORTACION TO WS-TOT-BASE
           ADD WS-EMPRESA    TO WS-TOT-BASE.
       020-FIN.  EXIT.

      *> NOMBRE, DEPARTAMENTO, ESTADO Y SALARIO MENSUAL DEL SOCIO: DEL
      *> MAESTRO O, SI YA SE ARCHIVO, DEL HISTORICO (COMO BAJA). SIN
      *> NINGUNO DE LOS DOS EL SOCIO SE LIQUIDA SIN APORTACION DE LA
      *> EMPRESA, CON ADVERTENCIA.
       025-DATOS-EMPLEADO.
           MOVE ZERO TO WS-SALARIO-MENSUAL
           MOVE DD-NUMERO TO EM-NUMERO
           READ EMPMAST-FILE
               INVALID KEY
                   GO TO 025-HISTORICO
           END-READ
           MOVE EM-NOMBRE       TO WS-SO-NOMBRE (WS-NUM-SOCIOS)
           MOVE EM-DEPARTAMENTO TO WS-SO-DEPARTAMENTO (WS-NUM-SOCIOS)
           MOVE EM-ESTADO       TO WS-SO-ESTADO (WS-NUM-SOCIOS)
           MOVE EM-SALARIO      TO WS-SALARIO-MENSUAL
           GO TO 025-FIN.
       025-HISTORICO.
           MOVE "I" TO WS-SO-ESTADO (WS-NUM-SOCIOS)
           MOVE DD-NUMERO TO HI-NUMERO
           READ EMPHIST-FILE
               INVALID KEY
                   MOVE "SIN DATOS DEL EMPLEADO"
                        TO WS-SO-NOMBRE (WS-NUM-SOCIOS)
                   MOVE SPACES TO WS-SO-DEPARTAMENTO (WS-NUM-SOCIOS)
                   MOVE "SIN EMPLEADO, SIN APORTACION EMPRESA"
                        TO WS-MOTIVO
                   PERFORM 039-IMPRIME-AVISO THRU 039-FIN
                   MOVE 04 TO WS-RC-NUEVO
                   MOVE "FAHO: SOCIO SIN DATOS DE EMPLEADO"
                        TO WS-DESCRIPCION-ERROR
                   PERFORM 080-ACTUALIZA-RC THRU 080-FIN
                   GO TO 025-FIN
           END-READ
           MOVE HI-NOMBRE       TO WS-SO-NOMBRE (WS-NUM-SOCIOS)
           MOVE HI-DEPARTAMENTO TO WS-SO-DEPARTAMENTO (WS-NUM-SOCIOS)
           MOVE HI-SALARIO      TO WS-SALARIO-MENSUAL.
       025-FIN.  EXIT.

      *> APORTACION DE LA EMPRESA: EL PORCENTAJE DEL SYSIN SOBRE LO
      *> APORTADO, TOPADA AL 13% DEL SALARIO ANUAL Y A 1.3 UMAS
      *> ANUALES; LO QUE EXCEDE NO SE ENTREGA.
       030-APORTACION-EMPRESA.
           COMPUTE WS-EMPRESA ROUNDED =
                   WS-APORTACION * WS-PORCENTAJE / 100
           COMPUTE WS-TOPE-SALARIO ROUNDED =
                   WS-SALARIO-MENSUAL * 12 * 0.13
           IF WS-TOPE-UMA LESS WS-TOPE-SALARIO
               MOVE WS-TOPE-UMA TO WS-TOPE-SALARIO
           END-IF
           IF WS-EMPRESA GREATER WS-TOPE-SALARIO
               MOVE WS-TOPE-SALARIO TO WS-EMPRESA
               IF WS-SALARIO-MENSUAL GREATER ZERO
                   MOVE "APORTACION EMPRESA TOPADA"
                        TO WS-MOTIVO
                   PERFORM 039-IMPRIME-AVISO THRU 039-FIN
                   ADD 1 TO WS-TOT-TOPADOS
               END-IF
           END-IF.
       030-FIN.  EXIT.

       039-IMPRIME-AVISO.
           MOVE SPACES TO RPTFAHO-LINEA
           STRING "  "                 DELIMITED BY SIZE
                  WS-SO-NUMERO (WS-NUM-SOCIOS)
                                       DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  WS-SO-NOMBRE (WS-NUM-SOCIOS) (1:25)
                                       DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  WS-MOTIVO            DELIMITED BY SIZE
                  INTO RPTFAHO-LINEA
           WRITE RPTFAHO-LINEA.
       039-FIN.  EXIT.

      *> IMPRIME EL ENCABEZADO DEL REGISTRO. SIN SOCIOS EN EL
      *> EJERCICIO NO HAY NADA QUE PAGAR NI QUE CERRAR.
       045-PREPARA-LIQUIDACION.
           MOVE SPACES TO RPTFAHO-LINEA
           WRITE RPTFAHO-LINEA
           IF WS-NUM-SOCIOS = ZERO
               DISPLAY "NINGUN FONDO DE AHORRO POR LIQUIDAR EN EL "
                       "EJERCICIO"
               MOVE 04 TO WS-RC-NUEVO
               MOVE "FAHO: SIN SOCIOS EN EL EJERCICIO"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               GO TO 045-FIN
           END-IF
           MOVE SPACES TO RPTFAHO-LINEA
           STRING "NUM.  NOMBRE            APORTACION"
                                                 DELIMITED BY SIZE
                  "    EMPRESA  INTERESES        TOTAL"
                                                 DELIMITED BY SIZE
                  INTO RPTFAHO-LINEA
           WRITE RPTFAHO-LINEA.
       045-FIN.  EXIT.

      *> SEGUNDA PASADA: INTERESES EN PROPORCION A LO ACUMULADO POR EL
      *> SOCIO, SEPARACION PARA EL ISR, PAGO Y CIERRE DEL FONDO.
       050-LIQUIDA.
           MOVE WS-SO-APORTACION (WS-SO-INDICE) TO WS-APORTACION
           MOVE WS-SO-EMPRESA (WS-SO-INDICE)    TO WS-EMPRESA
           MOVE ZERO TO WS-INTERES
           IF WS-TOT-BASE GREATER ZERO
               COMPUTE WS-INTERES ROUNDED =
                       WS-INTERESES * (WS-APORTACION + WS-EMPRESA)
                     / WS-TOT-BASE
           END-IF
           COMPUTE WS-TOTAL = WS-APORTACION + WS-EMPRESA + WS-INTERES
           MOVE WS-EMPRESA TO WS-EXENTO
           MOVE WS-INTERES TO WS-GRAVADO
           PERFORM 052-IMPRIME-SOCIO THRU 052-FIN
           PERFORM 054-ESCRIBE-EXTRACTO THRU 054-FIN
           PERFORM 056-ACUMULA-DEPTO THRU 056-FIN
           PERFORM 065-CIERRA-FONDO THRU 065-FIN.
       050-FIN.  EXIT.

       052-IMPRIME-SOCIO.
           MOVE WS-APORTACION TO WS-APORTACION-ED
           MOVE WS-EMPRESA    TO WS-EMPRESA-ED
           MOVE WS-INTERES    TO WS-INTERES-ED
           MOVE WS-TOTAL      TO WS-TOTAL-ED
           MOVE SPACES TO RPTFAHO-LINEA
           STRING WS-SO-NUMERO (WS-SO-INDICE)  DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-SO-NOMBRE (WS-SO-INDICE) (1:18)
                                               DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-APORTACION-ED             DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-EMPRESA-ED                DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-INTERES-ED                DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-TOTAL-ED                  DELIMITED BY SIZE
                  INTO RPTFAHO-LINEA
           WRITE RPTFAHO-LINEA
           ADD 1 TO RPT-TOTAL-REGS.
       052-FIN.  EXIT.

      *> RENGLON CSV DEL EXTRACTO: NUMERO,NOMBRE,TOTAL,APORTACION,
      *> EMPRESA,INTERESES,EXENTO,GRAVADO,DEPTO, EN EL ESTILO DE
      *> COLUMNAS DEL EXTRACTO DE PROGPTUA.
       054-ESCRIBE-EXTRACTO.
           MOVE WS-TOTAL      TO WS-TOTAL-EXTR-ED
           MOVE WS-APORTACION TO WS-APORT-EXTR-ED
           MOVE WS-EMPRESA    TO WS-EMPRESA-EXTR-ED
           MOVE WS-INTERES    TO WS-INTERES-EXTR-ED
           MOVE WS-EXENTO     TO WS-EXENTO-EXTR-ED
           MOVE WS-GRAVADO    TO WS-GRAVADO-EXTR-ED
           MOVE SPACES TO FAEXTR-LINEA
           STRING WS-SO-NUMERO (WS-SO-INDICE)  DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  WS-SO-NOMBRE (WS-SO-INDICE)  DELIMITED BY SPACE
                  ","                          DELIMITED BY SIZE
                  WS-TOTAL-EXTR-ED             DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  WS-APORT-EXTR-ED             DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  WS-EMPRESA-EXTR-ED           DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  WS-INTERES-EXTR-ED           DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  WS-EXENTO-EXTR-ED            DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  WS-GRAVADO-EXTR-ED           DELIMITED BY SIZE
                  ","                          DELIMITED BY SIZE
                  WS-SO-DEPARTAMENTO (WS-SO-INDICE)
                                               DELIMITED BY SIZE
                  INTO FAEXTR-LINEA
           WRITE FAEXTR-LINEA
           ADD 1 TO WS-TOTAL-REGS
           ADD WS-APORTACION TO WS-TOT-APORTACION
           ADD WS-EMPRESA    TO WS-TOT-EMPRESA
           ADD WS-INTERES    TO WS-TOT-INTERES
           ADD WS-TOTAL      TO WS-TOT-PAGO
           ADD WS-EXENTO     TO WS-TOT-EXENTO
           ADD WS-GRAVADO    TO WS-TOT-GRAVADO.
       054-FIN.  EXIT.

      *> ACUMULA EL PAGO EN LA RANURA DEL DEPARTAMENTO DEL SOCIO
      *> (MISMO PATRON DE RANURAS QUE PROGPTUA).
       056-ACUMULA-DEPTO.
           MOVE "N" TO WS-DEPTO-ENCONTRADO
           PERFORM 058-BUSCA-DEPTO THRU 058-FIN
                   VARYING WS-SUB-INDICE FROM 1 BY 1
                   UNTIL WS-SUB-INDICE GREATER WS-NUM-DEPTOS
                      OR DEPTO-ENCONTRADO
           IF NOT DEPTO-ENCONTRADO
               IF WS-NUM-DEPTOS LESS WS-MAX-DEPTOS
                   ADD 1 TO WS-NUM-DEPTOS
                   MOVE WS-SO-DEPARTAMENTO (WS-SO-INDICE)
                        TO WS-RD-DEPARTAMENTO (WS-NUM-DEPTOS)
                   MOVE ZERO TO WS-RD-EMPLEADOS (WS-NUM-DEPTOS)
                   MOVE ZERO TO WS-RD-TOTAL (WS-NUM-DEPTOS)
                   MOVE ZERO TO WS-RD-EXENTO (WS-NUM-DEPTOS)
                   MOVE ZERO TO WS-RD-GRAVADO (WS-NUM-DEPTOS)
                   MOVE WS-NUM-DEPTOS TO WS-DEPTO-POS
               ELSE
                   GO TO 056-FIN
               END-IF
           END-IF
           ADD 1          TO WS-RD-EMPLEADOS (WS-DEPTO-POS)
           ADD WS-TOTAL   TO WS-RD-TOTAL (WS-DEPTO-POS)
           ADD WS-EXENTO  TO WS-RD-EXENTO (WS-DEPTO-POS)
           ADD WS-GRAVADO TO WS-RD-GRAVADO (WS-DEPTO-POS).
       056-FIN.  EXIT.

       058-BUSCA-DEPTO.
           IF WS-RD-DEPARTAMENTO (WS-SUB-INDICE)
              = WS-SO-DEPARTAMENTO (WS-SO-INDICE)
               MOVE "S" TO WS-DEPTO-ENCONTRADO
               MOVE WS-SUB-INDICE TO WS-DEPTO-POS
           END-IF.
       058-FIN.  EXIT.

       060-IMPRIME-DEPTOS.
           IF WS-SUB-INDICE = 1
               MOVE SPACES TO RPTFAHO-LINEA
               WRITE RPTFAHO-LINEA
           END-IF
           MOVE WS-RD-TOTAL (WS-SUB-INDICE) TO WS-SUB-IMPORTE-ED
           MOVE WS-RD-EMPLEADOS (WS-SUB-INDICE) TO WS-CUENTA-ED
           MOVE SPACES TO RPTFAHO-LINEA
           STRING "DEPTO: "     DELIMITED BY SIZE
                  WS-RD-DEPARTAMENTO (WS-SUB-INDICE)
                                 DELIMITED BY SIZE
                  "  SOCIOS: "   DELIMITED BY SIZE
                  WS-CUENTA-ED    DELIMITED BY SIZE
                  "  PAGO: "      DELIMITED BY SIZE
                  WS-SUB-IMPORTE-ED DELIMITED BY SIZE
                  INTO RPTFAHO-LINEA
           WRITE RPTFAHO-LINEA
           MOVE WS-RD-EXENTO (WS-SUB-INDICE) TO WS-SUB-EXENTO-ED
           MOVE WS-RD-GRAVADO (WS-SUB-INDICE) TO WS-SUB-GRAVADO-ED
           MOVE SPACES TO RPTFAHO-LINEA
           STRING "       EXENTO: " DELIMITED BY SIZE
                  WS-SUB-EXENTO-ED   DELIMITED BY SIZE
                  "  GRAVADO: "      DELIMITED BY SIZE
                  WS-SUB-GRAVADO-ED  DELIMITED BY SIZE
                  INTO RPTFAHO-LINEA
           WRITE RPTFAHO-LINEA.
       060-FIN.  EXIT.

      *> CIERRA EL FONDO DEL SOCIO EN DEDMAST. AL ACTIVO SE LE REABRE
      *> PARA EL ANIO SIGUIENTE CON EL MISMO MONTO Y ABONO; AL QUE YA
      *> SE FUE SE LE DEJA LIQUIDADO AL CORTE, SIN MONTO NI SALDO.
       065-CIERRA-FONDO.
           MOVE WS-SO-NUMERO (WS-SO-INDICE) TO DD-NUMERO
           MOVE "FA" TO DD-TIPO
           READ DEDMAST-FILE
               INVALID KEY
                   GO TO 065-ERROR
           END-READ
           IF SO-ACTIVO (WS-SO-INDICE)
               MOVE DD-MONTO TO DD-SALDO
               MOVE WS-FECHA-REAPERTURA TO DD-FECHA-INICIO
               MOVE ZERO TO DD-FECHA-FIN
               SET DD-VIGENTE TO TRUE
           ELSE
               MOVE ZERO TO DD-MONTO
               MOVE ZERO TO DD-SALDO
               MOVE WS-FECHA-CORTE TO DD-FECHA-FIN
               SET DD-LIQUIDADO TO TRUE
           END-IF
           REWRITE DD-REGISTRO
           IF WS-DEDMAST-STATUS NOT = "00"
               GO TO 065-ERROR
           END-IF
           IF DD-VIGENTE
               ADD 1 TO WS-TOT-REABIERTOS
           ELSE
               ADD 1 TO WS-TOT-CERRADOS
           END-IF
           CALL "PROGAUDT" USING "FALIQ " DD-NUMERO WS-OPERADOR
           GO TO 065-FIN.
       065-ERROR.
           DISPLAY "NO SE PUDO CERRAR EL FONDO DE: "
                   WS-SO-NUMERO (WS-SO-INDICE) " " WS-DEDMAST-STATUS
           MOVE 08 TO WS-RC-NUEVO
           MOVE "FAHO: NO SE PUDO CERRAR UN FONDO"
                TO WS-DESCRIPCION-ERROR
           PERFORM 080-ACTUALIZA-RC THRU 080-FIN.
       065-FIN.  EXIT.

      *> CIERRA EL EXTRACTO CON EL REGISTRO T DE LA CONVENCION DE
      *> PAYEXTR: CUENTA DE RENGLONES Y SUMA DE CONTROL DEL IMPORTE.
       070-CIERRE-EXTRACTO.
           MOVE WS-TOT-PAGO TO WS-TOT-IMPORTE-ED
           MOVE SPACES TO FAEXTR-LINEA
           STRING "T,"              DELIMITED BY SIZE
                  WS-TOTAL-REGS      DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  WS-TOT-IMPORTE-ED  DELIMITED BY SIZE
                  INTO FAEXTR-LINEA
           WRITE FAEXTR-LINEA.
       070-FIN.  EXIT.

      *> ELEVA WS-CODIGO-RETORNO A WS-RC-NUEVO SI ESTE ES MAS SEVERO Y
      *> DEJA CONSTANCIA EN LA BITACORA COMUN DE ERRORES (ERRLOG).
       080-ACTUALIZA-RC.
           IF WS-RC-NUEVO GREATER WS-CODIGO-RETORNO
               MOVE WS-RC-NUEVO TO WS-CODIGO-RETORNO
           END-IF
           CALL "PROGERRL" USING "PROGFAHO" WS-RC-NUEVO
                   WS-DESCRIPCION-ERROR.
       080-FIN.  EXIT.

      *> UNA TABLA LLENA DEJA SOCIOS SIN LIQUIDAR NI CERRAR (SIGUEN
      *> VIGENTES Y ENTRAN EN UNA SEGUNDA CORRIDA): SE AVISA UNA SOLA
      *> VEZ CON RC 08.
       085-TABLA-LLENA.
           IF TABLA-LLENA
               GO TO 085-FIN
           END-IF
           SET TABLA-LLENA TO TRUE
           DISPLAY "TABLA DE SOCIOS LLENA; LA LIQUIDACION QUEDA "
                   "INCOMPLETA"
           MOVE 08 TO WS-RC-NUEVO
           MOVE "FAHO: TABLA LLENA, LIQUIDACION INCOMPLETA"
                TO WS-DESCRIPCION-ERROR
           PERFORM 080-ACTUALIZA-RC THRU 080-FIN.
       085-FIN.  EXIT.

      *> ESCRIBE EL PIE CON LOS TOTALES DE LA LIQUIDACION.
       090-ESCRIBE-PIE.
           MOVE SPACES TO RPTFAHO-LINEA
           WRITE RPTFAHO-LINEA
           MOVE WS-TOT-APORTACION TO WS-SUB-IMPORTE-ED
           MOVE SPACES TO RPTFAHO-LINEA
           STRING "APORTADO POR LOS SOCIOS:  " DELIMITED BY SIZE
                  WS-SUB-IMPORTE-ED             DELIMITED BY SIZE
                  INTO RPTFAHO-LINEA
           WRITE RPTFAHO-LINEA
           MOVE WS-TOT-EMPRESA TO WS-SUB-IMPORTE-ED
           MOVE SPACES TO RPTFAHO-LINEA
           STRING "APORTADO POR LA EMPRESA:  " DELIMITED BY SIZE
                  WS-SUB-IMPORTE-ED             DELIMITED BY SIZE
                  INTO RPTFAHO-LINEA
           WRITE RPTFAHO-LINEA
           MOVE WS-TOT-INTERES TO WS-SUB-IMPORTE-ED
           MOVE SPACES TO RPTFAHO-LINEA
           STRING "INTERESES REPARTIDOS:     " DELIMITED BY SIZE
                  WS-SUB-IMPORTE-ED             DELIMITED BY SIZE
                  INTO RPTFAHO-LINEA
           WRITE RPTFAHO-LINEA
           MOVE WS-TOT-PAGO TO WS-SUB-IMPORTE-ED
           MOVE SPACES TO RPTFAHO-LINEA
           STRING "TOTAL A PAGAR:            " DELIMITED BY SIZE
                  WS-SUB-IMPORTE-ED             DELIMITED BY SIZE
                  INTO RPTFAHO-LINEA
           WRITE RPTFAHO-LINEA
           MOVE WS-TOT-EXENTO TO WS-SUB-IMPORTE-ED
           MOVE SPACES TO RPTFAHO-LINEA
           STRING "  EXENTO DE ISR:          " DELIMITED BY SIZE
                  WS-SUB-IMPORTE-ED             DELIMITED BY SIZE
                  INTO RPTFAHO-LINEA
           WRITE RPTFAHO-LINEA
           MOVE WS-TOT-GRAVADO TO WS-SUB-IMPORTE-ED
           MOVE SPACES TO RPTFAHO-LINEA
           STRING "  GRAVADO PARA ISR:       " DELIMITED BY SIZE
                  WS-SUB-IMPORTE-ED             DELIMITED BY SIZE
                  INTO RPTFAHO-LINEA
           WRITE RPTFAHO-LINEA
           MOVE WS-TOT-TOPADOS TO WS-CUENTA-ED
           MOVE SPACES TO RPTFAHO-LINEA
           STRING "APORTACIONES TOPADAS:     " DELIMITED BY SIZE
                  WS-CUENTA-ED                  DELIMITED BY SIZE
                  INTO RPTFAHO-LINEA
           WRITE RPTFAHO-LINEA
           MOVE WS-TOT-REABIERTOS TO WS-CUENTA-ED
           MOVE SPACES TO RPTFAHO-LINEA
           STRING "FONDOS REABIERTOS:        " DELIMITED BY SIZE
                  WS-CUENTA-ED                  DELIMITED BY SIZE
                  INTO RPTFAHO-LINEA
           WRITE RPTFAHO-LINEA
           MOVE WS-TOT-CERRADOS TO WS-CUENTA-ED
           MOVE SPACES TO RPTFAHO-LINEA
           STRING "FONDOS CERRADOS (BAJAS):  " DELIMITED BY SIZE
                  WS-CUENTA-ED                  DELIMITED BY SIZE
                  INTO RPTFAHO-LINEA
           WRITE RPTFAHO-LINEA
           MOVE RPT-TOTAL-REGS TO RPT-TOTAL-REGS-ED
           MOVE RPT-PIE TO RPTFAHO-LINEA
           WRITE RPTFAHO-LINEA.
       090-FIN.  EXIT.
