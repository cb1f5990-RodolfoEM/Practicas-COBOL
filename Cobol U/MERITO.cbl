      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGMERI.
      *AUTHOR.                    FERNANDO TOLEDO.
      *INSTALLATION.              CENTRO DE CAPACITACION.
      *DATE-WRITTEN.              2026-10-15.
      *DATE-COMPILED.
      *SECURITY.                  NO ES CONFIDENCIAL.
      *> ------------------------------------------------------
      *> CICLO ANUAL DE AUMENTOS POR MERITO. PROGMASS SUBE A TODO UN
      *> DEPARTAMENTO UN MISMO PORCENTAJE Y PROGESCA DA LOS ESCALONES
      *> POR ANTIGUEDAD; EL AUMENTO INDIVIDUAL POR DESEMPENO SE
      *> TECLEABA UN CAMBIO A LA VEZ. AQUI, POR CADA EMPLEADO
      *> CALIFICADO EN EL ARCHIVO DE RECURSOS HUMANOS (CALIFIC, COPY
      *> CALFREG), SE UBICA SU SALARIO DENTRO DE LA BANDA DE SU
      *> DEPARTAMENTO (SALBANDA, COPY SALBREG: DEBAJO, TERCIO
      *> INFERIOR, MEDIO O SUPERIOR, ARRIBA) Y LA MATRIZ DE MERITO
      *> (MERMATRZ, COPY MERMREG) DA EL PORCENTAJE QUE LE TOCA POR
      *> CALIFICACION Y POSICION. LO PROPUESTO SE COMPARA POR
      *> DEPARTAMENTO CONTRA SU PRESUPUESTO DE MERITO (MERPRES, COPY
      *> MERPREG, O EL PORCENTAJE GENERAL DEL SYSIN) SOBRE LA NOMINA
      *> DE SUS EVALUADOS; SI LO REBASA, TODOS LOS AUMENTOS DEL
      *> DEPARTAMENTO SE REDUCEN EN LA MISMA PROPORCION HASTA CABER.
      *> IMPRIME LA HOJA DE TRABAJO POR DEPARTAMENTO (CADA PROPUESTA,
      *> EL PRESUPUESTO, LO USADO Y LAS QUE QUEDARIAN FUERA DE BANDA)
      *> Y DEJA CADA AUMENTO COMO CAMBIO PROPUESTO EN FORMATO
      *> GOTTRANS (OPCION 3, CON SU TRAILER) EN MERPROP, CON LA FECHA
      *> EFECTIVA FUTURA DEL SYSIN, IGUAL QUE PROGVENC CON SUS BAJAS.
      *> LAS PROPUESTAS NO SE APLICAN AQUI: PERSONAL REVISA LA HOJA Y
      *> SOMETE EL ARCHIVO AL LOTE, DONDE PASAN POR EL PRE-EDITOR
      *> (PROGPREE), LA DOBLE FIRMA DE LOS CAMBIOS DE SALARIO Y LOS
      *> PENDIENTES POR FECHA EFECTIVA. UNA PROPUESTA FUERA DE BANDA
      *> VA SIN LA BANDERA DE SOBREPASO: SI PERSONAL LA CONFIRMA DEBE
      *> FORZARLA ANTES DE SOMETERLA. CON PROPUESTAS FUERA DE BANDA O
      *> CALIFICACIONES QUE NO SE PUDIERON PROCESAR EL PASO TERMINA
      *> CON RC 04. EL SYSIN TRAE LA FECHA EFECTIVA (AAAAMMDD, 0 =
      *> PRIMERO DEL MES SIGUIENTE) Y EL PORCENTAJE GENERAL DE
      *> PRESUPUESTO (0400 ES 4.00%; 0 = SIN TOPE).
      *> ------------------------------------------------------
      *> MODIFICACIONES:
      *> 2026-10-15  EL PRESUPUESTO GENERAL SE LEE DEL SYSIN COMO
      *>             ENTERO (0400) Y SE DIVIDE ENTRE 100; LEIDO DIRECTO
      *>             AL CAMPO CON DECIMALES QUEDABA EN CEROS Y EL TOPE
      *>             GENERAL NUNCA SE APLICABA.
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

           SELECT CALIFIC-FILE    ASSIGN TO "CALIFIC"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-CALIFIC-STATUS.

           SELECT MERMATRZ-FILE   ASSIGN TO "MERMATRZ"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-MERMATRZ-STATUS.

           SELECT MERPRES-FILE    ASSIGN TO "MERPRES"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-MERPRES-STATUS.

           SELECT SALBANDA-FILE   ASSIGN TO "SALBANDA"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-SALBANDA-STATUS.

           SELECT SRTMERI-FILE    ASSIGN TO "SRTMERI".

           SELECT ORDENADO-FILE   ASSIGN TO "ORDMERI"
                                   ORGANIZATION LINE SEQUENTIAL.

           SELECT RPTMERI-FILE    ASSIGN TO "RPTMERI"
                                   ORGANIZATION LINE SEQUENTIAL.

           SELECT GOTPROP-FILE    ASSIGN TO "MERPROP"
                                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPMAST-FILE.
       COPY EMPREC.

       FD  CALIFIC-FILE.
       COPY CALFREG.

       FD  MERMATRZ-FILE.
       COPY MERMREG.

       FD  MERPRES-FILE.
       COPY MERPREG.

       FD  SALBANDA-FILE.
       COPY SALBREG.

       SD  SRTMERI-FILE.
       01  SRT-REGISTRO.
           05 SRT-DEPARTAMENTO      PIC X(04).
           05 SRT-NUMERO            PIC 9(05).
           05 SRT-NOMBRE            PIC X(35).
           05 SRT-RFC               PIC X(13).
           05 SRT-CURP              PIC X(18).
           05 SRT-SALARIO           PIC 9(05)V99.
           05 SRT-CALIFICACION      PIC X(01).
           05 SRT-POSICION          PIC X(01).
           05 SRT-PORCENTAJE        PIC 9(02)V99.
           05 SRT-AUMENTO           PIC 9(05)V99.
           05 SRT-MINIMO            PIC 9(05)V99.
           05 SRT-MAXIMO            PIC 9(05)V99.
           05 SRT-CON-BANDA         PIC X(01).

       FD  ORDENADO-FILE.
       01  ORD-REGISTRO.
           05 OR-DEPARTAMENTO       PIC X(04).
           05 OR-NUMERO             PIC 9(05).
           05 OR-NOMBRE             PIC X(35).
           05 OR-RFC                PIC X(13).
           05 OR-CURP               PIC X(18).
           05 OR-SALARIO            PIC 9(05)V99.
           05 OR-CALIFICACION       PIC X(01).
           05 OR-POSICION           PIC X(01).
           05 OR-PORCENTAJE         PIC 9(02)V99.
           05 OR-AUMENTO            PIC 9(05)V99.
           05 OR-MINIMO             PIC 9(05)V99.
           05 OR-MAXIMO             PIC 9(05)V99.
           05 OR-CON-BANDA          PIC X(01).
               88 OR-TIENE-BANDA                    VALUE "S".

       FD  RPTMERI-FILE.
       01  RPTMERI-LINEA            PIC X(80).

       FD  GOTPROP-FILE.
       COPY GOTTREC.

       WORKING-STORAGE SECTION.
       COPY RPTHDR.

      *> LA MATRIZ DE MERITO: PORCENTAJE POR CALIFICACION Y POSICION.
       01  WS-TABLA-MATRIZ.
           05 WS-MZ-RENGLON OCCURS 50 TIMES.
              10 WS-MZ-CALIFICACION PIC X(01).
              10 WS-MZ-POSICION     PIC X(01).
              10 WS-MZ-PORCENTAJE   PIC 9(02)V99.

      *> LAS BANDAS SALARIALES (MISMO TOPE DE 50 DEPARTAMENTOS QUE
      *> PROGCMNT).
       01  WS-TABLA-BANDAS.
           05 WS-BD-RENGLON OCCURS 50 TIMES.
              10 WS-BD-DEPARTAMENTO PIC X(04).
              10 WS-BD-MINIMO       PIC 9(05)V99.
              10 WS-BD-MAXIMO       PIC 9(05)V99.

      *> LOS PORCENTAJES DE PRESUPUESTO DE MERITO POR DEPARTAMENTO.
       01  WS-TABLA-PRESUPUESTOS.
           05 WS-PR-RENGLON OCCURS 50 TIMES.
              10 WS-PR-DEPARTAMENTO PIC X(04).
              10 WS-PR-PORCENTAJE   PIC 9(02)V99.

      *> LO ACUMULADO POR DEPARTAMENTO EN LA PRIMERA PASADA (NOMINA DE
      *> LOS EVALUADOS Y AUMENTOS DE MATRIZ), CON SU PRESUPUESTO Y EL
      *> FACTOR DE REDUCCION (1 SI CABE); Y LO YA ASIGNADO E IMPRESO
      *> EN LA SEGUNDA.
       01  WS-TABLA-DEPTOS.
           05 WS-DP-RENGLON OCCURS 50 TIMES.
              10 WS-DP-CODIGO       PIC X(04).
              10 WS-DP-EVALUADOS    PIC 9(05).
              10 WS-DP-NOMINA       PIC 9(09)V99.
              10 WS-DP-PROPUESTO    PIC 9(09)V99.
              10 WS-DP-PCT-PRES     PIC 9(02)V99.
              10 WS-DP-SIN-TOPE     PIC X(01).
                  88 DP-SIN-TOPE                 VALUE "S".
              10 WS-DP-PRESUPUESTO  PIC 9(09)V99.
              10 WS-DP-FACTOR       PIC 9V9(06).
              10 WS-DP-ASIGNADO     PIC 9(09)V99.
              10 WS-DP-FUERA-BANDA  PIC 9(05).

       01  WS-AREAS.
           05 WS-EMPMAST-STATUS   PIC X(02).
           05 WS-CALIFIC-STATUS   PIC X(02).
           05 WS-MERMATRZ-STATUS  PIC X(02).
           05 WS-MERPRES-STATUS   PIC X(02).
           05 WS-SALBANDA-STATUS  PIC X(02).
           05 WS-CALIFIC-EOF      PIC X(01)      VALUE "N".
               88 CALIFIC-EOF                    VALUE "S".
           05 WS-MERMATRZ-EOF     PIC X(01)      VALUE "N".
               88 MERMATRZ-EOF                   VALUE "S".
           05 WS-MERPRES-EOF      PIC X(01)      VALUE "N".
               88 MERPRES-EOF                    VALUE "S".
           05 WS-SALBANDA-EOF     PIC X(01)      VALUE "N".
               88 SALBANDA-EOF                   VALUE "S".
           05 WS-ORDENADO-EOF     PIC X(01).
               88 ORDENADO-EOF                   VALUE "S".
           05 WS-FECHA-HOY        PIC 9(08).
           05 WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
              10 WS-HOY-AA        PIC 9(04).
              10 WS-HOY-MM        PIC 9(02).
              10 WS-HOY-DD        PIC 9(02).
           05 WS-FECHA-EFECTIVA   PIC 9(08).
           05 WS-FECHA-EFECTIVA-R REDEFINES WS-FECHA-EFECTIVA.
              10 WS-EFE-AA        PIC 9(04).
              10 WS-EFE-MM        PIC 9(02).
              10 WS-EFE-DD        PIC 9(02).
           05 WS-PCT-GENERAL      PIC 9(02)V99.
           05 WS-PCT-SYSIN        PIC 9(04).
           05 WS-NUM-MATRIZ       PIC 9(02)      VALUE ZERO.
           05 WS-NUM-BANDAS       PIC 9(02)      VALUE ZERO.
           05 WS-NUM-PRES         PIC 9(02)      VALUE ZERO.
           05 WS-NUM-DEPTOS       PIC 9(02)      VALUE ZERO.
           05 WS-INDICE           PIC 9(02).
           05 WS-POS              PIC 9(02).
           05 WS-BANDA-POS        PIC 9(02).
           05 WS-PRES-POS         PIC 9(02).
           05 WS-DEPTO-POS        PIC 9(02).
           05 WS-MATRIZ-POS       PIC 9(02).
           05 WS-DEPTO-BUSCADO    PIC X(04).
           05 WS-DEPTO-ANTERIOR   PIC X(04).
           05 WS-NUMERO-ANTERIOR  PIC 9(05).
           05 WS-DEPTO-NOMBRE     PIC X(20).
           05 WS-DEPTO-VALIDO     PIC X(01).
               88 DEPTO-VALIDO                   VALUE "S".
           05 WS-TERCIO           PIC 9(01).
           05 WS-AUMENTO          PIC 9(05)V99.
           05 WS-SALARIO-NUEVO    PIC 9(06)V99.
           05 WS-USO-PCT          PIC 9(03)V99.
           05 WS-MARCA            PIC X(08).
           05 WS-PUNTERO          PIC 9(02).
           05 WS-TOT-EVALUADOS    PIC 9(05)      VALUE ZERO.
           05 WS-TOT-PROPUESTAS   PIC 9(05)      VALUE ZERO.
           05 WS-TOT-FUERA-BANDA  PIC 9(05)      VALUE ZERO.
           05 WS-TOT-EXCEPCIONES  PIC 9(05)      VALUE ZERO.
           05 WS-TOT-ASIGNADO     PIC 9(09)V99   VALUE ZERO.
           05 WS-HASH-NUMEROS     PIC 9(10)      VALUE ZERO.
           05 WS-CODIGO-RETORNO   PIC 9(02)      VALUE ZERO.
           05 WS-RC-NUEVO         PIC 9(02).
           05 WS-DESCRIPCION-ERROR PIC X(40).

       01  WS-EDITADOS.
           05 WS-SALARIO-ED       PIC ZZ,ZZ9.99.
           05 WS-NUEVO-ED         PIC ZZZ,ZZ9.99.
           05 WS-AUMENTO-ED       PIC Z,ZZ9.99.
           05 WS-PCT-ED           PIC Z9.99.
           05 WS-USO-ED           PIC ZZ9.99.
           05 WS-FACTOR-ED        PIC 9.999999.
           05 WS-IMPORTE-ED       PIC ZZZ,ZZZ,ZZ9.99.
           05 WS-IMPORTE2-ED      PIC ZZZ,ZZZ,ZZ9.99.
           05 WS-CUENTA-ED        PIC ZZZZ9.

       PROCEDURE DIVISION.
       000-RAIZ.
           MOVE ZERO TO RETURN-CODE
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           DISPLAY "FECHA EFECTIVA DE LOS AUMENTOS (AAAAMMDD, 0 = "
                   "PRIMERO DEL MES SIGUIENTE): "
           ACCEPT WS-FECHA-EFECTIVA
           DISPLAY "PRESUPUESTO GENERAL DE MERITO (0400 = 4.00%, "
                   "0 = SIN TOPE): "
           ACCEPT WS-PCT-SYSIN
           IF WS-PCT-SYSIN NUMERIC
               COMPUTE WS-PCT-GENERAL = WS-PCT-SYSIN / 100
           ELSE
               MOVE ZERO TO WS-PCT-GENERAL
           END-IF
           IF WS-FECHA-EFECTIVA NOT NUMERIC
              OR WS-FECHA-EFECTIVA = ZERO
               PERFORM 003-MES-SIGUIENTE THRU 003-FIN
           END-IF
           IF WS-FECHA-EFECTIVA NOT GREATER WS-FECHA-HOY
              OR WS-EFE-MM LESS 1 OR WS-EFE-MM GREATER 12
              OR WS-EFE-DD LESS 1 OR WS-EFE-DD GREATER 31
               DISPLAY "FECHA EFECTIVA INVALIDA O NO FUTURA: "
                       WS-FECHA-EFECTIVA " - SE TERMINA"
               MOVE 16 TO WS-RC-NUEVO
               MOVE "MERITO: FECHA EFECTIVA NO FUTURA"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT EMPMAST-FILE
           IF WS-EMPMAST-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EMPMAST, SE TERMINA"
               MOVE 16 TO WS-RC-NUEVO
               MOVE "MERITO: NO SE PUDO ABRIR EMPMAST"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 004-CARGA-MATRIZ THRU 004-FIN
           PERFORM 007-CARGA-BANDAS THRU 007-FIN
           PERFORM 011-CARGA-PRESUPUESTOS THRU 011-FIN
           SORT SRTMERI-FILE
                ON ASCENDING KEY SRT-DEPARTAMENTO
                                 SRT-NUMERO
                INPUT PROCEDURE 050-ALIMENTA-SORT THRU 050-FIN
                GIVING ORDENADO-FILE
           CLOSE EMPMAST-FILE
      *> PRIMERA PASADA: LO PROPUESTO POR DEPARTAMENTO, PARA SABER SI
      *> CABE EN SU PRESUPUESTO ANTES DE IMPRIMIR NADA.
           OPEN INPUT ORDENADO-FILE
           MOVE "N" TO WS-ORDENADO-EOF
           MOVE LOW-VALUES TO WS-DEPTO-ANTERIOR
           MOVE ZERO TO WS-NUMERO-ANTERIOR
           PERFORM 015-LEE-ORDENADO THRU 015-FIN
           PERFORM 030-ACUMULA-PROPUESTA THRU 030-FIN
                   UNTIL ORDENADO-EOF
           CLOSE ORDENADO-FILE
           PERFORM 040-FIJA-PRESUPUESTO THRU 040-FIN
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE GREATER WS-NUM-DEPTOS
      *> SEGUNDA PASADA: HOJA DE TRABAJO Y CAMBIOS PROPUESTOS.
           OPEN INPUT ORDENADO-FILE
           OPEN OUTPUT RPTMERI-FILE
           OPEN OUTPUT GOTPROP-FILE
           MOVE "N" TO WS-ORDENADO-EOF
           MOVE LOW-VALUES TO WS-DEPTO-ANTERIOR
           MOVE ZERO TO WS-NUMERO-ANTERIOR
           PERFORM 010-ESCRIBE-ENCABEZADO THRU 010-FIN
           PERFORM 015-LEE-ORDENADO THRU 015-FIN
           PERFORM 020-IMPRIME-PROPUESTA THRU 020-FIN
                   UNTIL ORDENADO-EOF
           IF WS-DEPTO-ANTERIOR NOT = LOW-VALUES
               PERFORM 035-SUBTOTAL-DEPTO THRU 035-FIN
           END-IF
           PERFORM 060-ESCRIBE-TRAILER THRU 060-FIN
           PERFORM 090-ESCRIBE-PIE THRU 090-FIN
           CLOSE ORDENADO-FILE
           CLOSE RPTMERI-FILE
           CLOSE GOTPROP-FILE
           DISPLAY "EVALUADOS: " WS-TOT-EVALUADOS
                   " CAMBIOS PROPUESTOS: " WS-TOT-PROPUESTAS
                   " FUERA DE BANDA: " WS-TOT-FUERA-BANDA
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE
           GOBACK.

      *> FECHA EFECTIVA POR OMISION: EL PRIMERO DEL MES SIGUIENTE.
       003-MES-SIGUIENTE.
           MOVE WS-HOY-AA TO WS-EFE-AA
           MOVE WS-HOY-MM TO WS-EFE-MM
           MOVE 01        TO WS-EFE-DD
           IF WS-EFE-MM = 12
               ADD 1 TO WS-EFE-AA
               MOVE 01 TO WS-EFE-MM
           ELSE
               ADD 1 TO WS-EFE-MM
           END-IF.
       003-FIN.  EXIT.

      *> CARGA LA MATRIZ DE MERITO. SIN MATRIZ NADIE TIENE AUMENTO Y
      *> EL PASO LO AVISA CON RC 08.
       004-CARGA-MATRIZ.
           OPEN INPUT MERMATRZ-FILE
           IF WS-MERMATRZ-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR MERMATRZ; NO HAY AUMENTOS"
               MOVE 08 TO WS-RC-NUEVO
               MOVE "MERITO: NO SE PUDO ABRIR MERMATRZ"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               GO TO 004-FIN
           END-IF
           PERFORM 005-LEE-MATRIZ THRU 005-FIN
           PERFORM 006-GUARDA-MATRIZ THRU 006-FIN
                   UNTIL MERMATRZ-EOF
           CLOSE MERMATRZ-FILE.
       004-FIN.  EXIT.

       005-LEE-MATRIZ.
           READ MERMATRZ-FILE
               AT END
                   SET MERMATRZ-EOF TO TRUE
           END-READ.
       005-FIN.  EXIT.

       006-GUARDA-MATRIZ.
           IF WS-NUM-MATRIZ LESS 50
              AND MM-PORCENTAJE IS NUMERIC
               ADD 1 TO WS-NUM-MATRIZ
               MOVE MM-CALIFICACION
                    TO WS-MZ-CALIFICACION (WS-NUM-MATRIZ)
               MOVE MM-POSICION   TO WS-MZ-POSICION (WS-NUM-MATRIZ)
               MOVE MM-PORCENTAJE TO WS-MZ-PORCENTAJE (WS-NUM-MATRIZ)
           END-IF
           PERFORM 005-LEE-MATRIZ THRU 005-FIN.
       006-FIN.  EXIT.

      *> CARGA LAS BANDAS SALARIALES. SIN TABLA TODOS QUEDAN SIN BANDA
      *> (TERCIO MEDIO), IGUAL QUE PROGVSAL NO DETIENE LA CAPTURA.
       007-CARGA-BANDAS.
           OPEN INPUT SALBANDA-FILE
           IF WS-SALBANDA-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR SALBANDA; NADIE TIENE BANDA"
               GO TO 007-FIN
           END-IF
           PERFORM 008-LEE-BANDA THRU 008-FIN
           PERFORM 009-GUARDA-BANDA THRU 009-FIN
                   UNTIL SALBANDA-EOF
           CLOSE SALBANDA-FILE.
       007-FIN.  EXIT.

       008-LEE-BANDA.
           READ SALBANDA-FILE
               AT END
                   SET SALBANDA-EOF TO TRUE
           END-READ.
       008-FIN.  EXIT.

       009-GUARDA-BANDA.
           IF WS-NUM-BANDAS LESS 50
               ADD 1 TO WS-NUM-BANDAS
               MOVE SB-DEPARTAMENTO
                    TO WS-BD-DEPARTAMENTO (WS-NUM-BANDAS)
               MOVE SB-MINIMO TO WS-BD-MINIMO (WS-NUM-BANDAS)
               MOVE SB-MAXIMO TO WS-BD-MAXIMO (WS-NUM-BANDAS)
           END-IF
           PERFORM 008-LEE-BANDA THRU 008-FIN.
       009-FIN.  EXIT.

      *> CARGA LOS PRESUPUESTOS POR DEPARTAMENTO. SIN ARCHIVO TODOS
      *> TOMAN EL PORCENTAJE GENERAL DEL SYSIN.
       011-CARGA-PRESUPUESTOS.
           OPEN INPUT MERPRES-FILE
           IF WS-MERPRES-STATUS NOT = "00"
               DISPLAY "NO HAY MERPRES; TODOS LOS DEPARTAMENTOS "
                       "TOMAN EL PRESUPUESTO GENERAL"
               GO TO 011-FIN
           END-IF
           PERFORM 012-LEE-PRESUPUESTO THRU 012-FIN
           PERFORM 013-GUARDA-PRESUPUESTO THRU 013-FIN
                   UNTIL MERPRES-EOF
           CLOSE MERPRES-FILE.
       011-FIN.  EXIT.

       012-LEE-PRESUPUESTO.
           READ MERPRES-FILE
               AT END
                   SET MERPRES-EOF TO TRUE
           END-READ.
       012-FIN.  EXIT.

       013-GUARDA-PRESUPUESTO.
           IF WS-NUM-PRES LESS 50
              AND MP-PORCENTAJE IS NUMERIC
               ADD 1 TO WS-NUM-PRES
               MOVE MP-DEPARTAMENTO
                    TO WS-PR-DEPARTAMENTO (WS-NUM-PRES)
               MOVE MP-PORCENTAJE TO WS-PR-PORCENTAJE (WS-NUM-PRES)
           END-IF
           PERFORM 012-LEE-PRESUPUESTO THRU 012-FIN.
       013-FIN.  EXIT.

       010-ESCRIBE-ENCABEZADO.
           MOVE "HOJA DE TRABAJO DE MERITO - PROGMERI" TO RPT-TITULO
           ACCEPT RPT-FECHA FROM DATE
           MOVE RPT-ENCABEZADO TO RPTMERI-LINEA
           WRITE RPTMERI-LINEA
           MOVE WS-PCT-GENERAL TO WS-PCT-ED
           MOVE SPACES TO RPTMERI-LINEA
           STRING "FECHA EFECTIVA: "    DELIMITED BY SIZE
                  WS-FECHA-EFECTIVA     DELIMITED BY SIZE
                  "  PRESUPUESTO GENERAL: " DELIMITED BY SIZE
                  WS-PCT-ED             DELIMITED BY SIZE
                  "%"                   DELIMITED BY SIZE
                  INTO RPTMERI-LINEA
           WRITE RPTMERI-LINEA
           MOVE SPACES TO RPTMERI-LINEA
           STRING "  NUM.  NOMBRE                 C P  SALARIO  "
                                        DELIMITED BY SIZE
                  "  PCT  AUMENTO      NUEVO"
                                        DELIMITED BY SIZE
                  INTO RPTMERI-LINEA
           WRITE RPTMERI-LINEA.
       010-FIN.  EXIT.

       015-LEE-ORDENADO.
           READ ORDENADO-FILE
               AT END
                   SET ORDENADO-EOF TO TRUE
           END-READ.
       015-FIN.  EXIT.

      *> POSICION DEL DEPARTAMENTO WS-DEPTO-BUSCADO EN LA TABLA DE
      *> ACUMULADOS; SI NO ESTA LO DA DE ALTA. CERO SI YA NO CABE.
       016-UBICA-DEPTO.
           MOVE ZERO TO WS-DEPTO-POS
           PERFORM 017-BUSCA-DEPTO THRU 017-FIN
                   VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS GREATER WS-NUM-DEPTOS
                      OR WS-DEPTO-POS NOT = ZERO
           IF WS-DEPTO-POS NOT = ZERO
               GO TO 016-FIN
           END-IF
           IF WS-NUM-DEPTOS NOT LESS 50
               GO TO 016-FIN
           END-IF
           ADD 1 TO WS-NUM-DEPTOS
           MOVE WS-NUM-DEPTOS TO WS-DEPTO-POS
           MOVE WS-DEPTO-BUSCADO TO WS-DP-CODIGO (WS-DEPTO-POS)
           MOVE ZERO TO WS-DP-EVALUADOS (WS-DEPTO-POS)
           MOVE ZERO TO WS-DP-NOMINA (WS-DEPTO-POS)
           MOVE ZERO TO WS-DP-PROPUESTO (WS-DEPTO-POS)
           MOVE ZERO TO WS-DP-PCT-PRES (WS-DEPTO-POS)
           MOVE "N"  TO WS-DP-SIN-TOPE (WS-DEPTO-POS)
           MOVE ZERO TO WS-DP-PRESUPUESTO (WS-DEPTO-POS)
           MOVE 1    TO WS-DP-FACTOR (WS-DEPTO-POS)
           MOVE ZERO TO WS-DP-ASIGNADO (WS-DEPTO-POS)
           MOVE ZERO TO WS-DP-FUERA-BANDA (WS-DEPTO-POS).
       016-FIN.  EXIT.

       017-BUSCA-DEPTO.
           IF WS-DP-CODIGO (WS-POS) = WS-DEPTO-BUSCADO
               MOVE WS-POS TO WS-DEPTO-POS
           END-IF.
       017-FIN.  EXIT.

      *> IMPRIME LA PROPUESTA DE UN EMPLEADO, ABRIENDO EL DEPARTAMENTO
      *> CADA VEZ QUE CAMBIA (CON EL SUBTOTAL DEL ANTERIOR). EL AUMENTO
      *> DE MATRIZ SE REDUCE CON EL FACTOR DEL DEPARTAMENTO (TRUNCADO,
      *> PARA QUE LA SUMA NUNCA REBASE EL PRESUPUESTO) Y, SI QUEDA
      *> ALGO, SE DEJA EL CAMBIO PROPUESTO.
       020-IMPRIME-PROPUESTA.
           IF OR-DEPARTAMENTO NOT = WS-DEPTO-ANTERIOR
               IF WS-DEPTO-ANTERIOR NOT = LOW-VALUES
                   PERFORM 035-SUBTOTAL-DEPTO THRU 035-FIN
               END-IF
               PERFORM 025-ENCABEZA-DEPTO THRU 025-FIN
           END-IF
           IF OR-NUMERO = WS-NUMERO-ANTERIOR
               GO TO 020-SIGUIENTE
           END-IF
           MOVE OR-NUMERO TO WS-NUMERO-ANTERIOR
           MOVE SPACES TO WS-MARCA
           IF WS-DEPTO-POS = ZERO
               MOVE ZERO TO WS-AUMENTO
               MOVE "SIN PRES" TO WS-MARCA
           ELSE
               COMPUTE WS-AUMENTO =
                       OR-AUMENTO * WS-DP-FACTOR (WS-DEPTO-POS)
           END-IF
           COMPUTE WS-SALARIO-NUEVO = OR-SALARIO + WS-AUMENTO
           IF WS-SALARIO-NUEVO GREATER 99999.99
               MOVE "EXCEDE"   TO WS-MARCA
               MOVE ZERO TO WS-AUMENTO
               ADD 1 TO WS-TOT-EXCEPCIONES
           END-IF
           IF WS-AUMENTO GREATER ZERO AND OR-TIENE-BANDA
               IF WS-SALARIO-NUEVO GREATER OR-MAXIMO
                  OR WS-SALARIO-NUEVO LESS OR-MINIMO
                   MOVE "FUERA BD" TO WS-MARCA
                   ADD 1 TO WS-TOT-FUERA-BANDA
                   ADD 1 TO WS-DP-FUERA-BANDA (WS-DEPTO-POS)
               END-IF
           END-IF
           IF WS-AUMENTO GREATER ZERO
               PERFORM 045-PROPONE-CAMBIO THRU 045-FIN
               ADD WS-AUMENTO TO WS-DP-ASIGNADO (WS-DEPTO-POS)
               ADD WS-AUMENTO TO WS-TOT-ASIGNADO
           ELSE
               COMPUTE WS-SALARIO-NUEVO = OR-SALARIO
           END-IF
           MOVE OR-SALARIO       TO WS-SALARIO-ED
           MOVE OR-PORCENTAJE    TO WS-PCT-ED
           MOVE WS-AUMENTO       TO WS-AUMENTO-ED
           MOVE WS-SALARIO-NUEVO TO WS-NUEVO-ED
           MOVE SPACES TO RPTMERI-LINEA
           STRING "  "              DELIMITED BY SIZE
                  OR-NUMERO         DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  OR-NOMBRE (1:22)  DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  OR-CALIFICACION   DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  OR-POSICION       DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-SALARIO-ED     DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-PCT-ED         DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-AUMENTO-ED     DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-NUEVO-ED       DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-MARCA          DELIMITED BY SIZE
                  INTO RPTMERI-LINEA
           WRITE RPTMERI-LINEA
           ADD 1 TO RPT-TOTAL-REGS.
       020-SIGUIENTE.
           PERFORM 015-LEE-ORDENADO THRU 015-FIN.
       020-FIN.  EXIT.

      *> ABRE UN DEPARTAMENTO EN LA HOJA: SU NOMBRE (PROGVDEP) Y SU
      *> POSICION EN LA TABLA DE ACUMULADOS.
       025-ENCABEZA-DEPTO.
           MOVE OR-DEPARTAMENTO TO WS-DEPTO-ANTERIOR
           MOVE OR-DEPARTAMENTO TO WS-DEPTO-BUSCADO
           MOVE ZERO TO WS-DEPTO-POS
           PERFORM 017-BUSCA-DEPTO THRU 017-FIN
                   VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS GREATER WS-NUM-DEPTOS
                      OR WS-DEPTO-POS NOT = ZERO
           CALL "PROGVDEP" USING OR-DEPARTAMENTO
                                  WS-DEPTO-NOMBRE
                                  WS-DEPTO-VALIDO
           IF NOT DEPTO-VALIDO
               MOVE "*** NO CATALOGADO ***" TO WS-DEPTO-NOMBRE
           END-IF
           MOVE SPACES TO RPTMERI-LINEA
           WRITE RPTMERI-LINEA
           MOVE SPACES TO RPTMERI-LINEA
           STRING "DEPARTAMENTO: "  DELIMITED BY SIZE
                  OR-DEPARTAMENTO   DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-DEPTO-NOMBRE   DELIMITED BY SIZE
                  INTO RPTMERI-LINEA
           WRITE RPTMERI-LINEA.
       025-FIN.  EXIT.

      *> PRIMERA PASADA: SUMA AL DEPARTAMENTO LA NOMINA Y EL AUMENTO
      *> DE MATRIZ DE CADA EVALUADO. UNA CALIFICACION REPETIDA DEL
      *> MISMO EMPLEADO SOLO CUENTA UNA VEZ (LA PRIMERA).
       030-ACUMULA-PROPUESTA.
           IF OR-NUMERO = WS-NUMERO-ANTERIOR
              AND OR-DEPARTAMENTO = WS-DEPTO-ANTERIOR
               DISPLAY "CALIFICACION REPETIDA DE: " OR-NUMERO
                       " - SOLO CUENTA LA PRIMERA"
               ADD 1 TO WS-TOT-EXCEPCIONES
               GO TO 030-SIGUIENTE
           END-IF
           MOVE OR-NUMERO       TO WS-NUMERO-ANTERIOR
           MOVE OR-DEPARTAMENTO TO WS-DEPTO-ANTERIOR
           MOVE OR-DEPARTAMENTO TO WS-DEPTO-BUSCADO
           PERFORM 016-UBICA-DEPTO THRU 016-FIN
           IF WS-DEPTO-POS = ZERO
               DISPLAY "DEMASIADOS DEPARTAMENTOS; SIN PRESUPUESTO: "
                       OR-DEPARTAMENTO
               ADD 1 TO WS-TOT-EXCEPCIONES
               GO TO 030-SIGUIENTE
           END-IF
           ADD 1          TO WS-DP-EVALUADOS (WS-DEPTO-POS)
           ADD OR-SALARIO TO WS-DP-NOMINA (WS-DEPTO-POS)
           ADD OR-AUMENTO TO WS-DP-PROPUESTO (WS-DEPTO-POS)
           ADD 1 TO WS-TOT-EVALUADOS.
       030-SIGUIENTE.
           PERFORM 015-LEE-ORDENADO THRU 015-FIN.
       030-FIN.  EXIT.

      *> SUBTOTAL DEL DEPARTAMENTO: PRESUPUESTO, LO PROPUESTO POR LA
      *> MATRIZ, LO ASIGNADO, EL PORCENTAJE DEL PRESUPUESTO USADO Y
      *> LAS PROPUESTAS QUE QUEDARIAN FUERA DE BANDA.
       035-SUBTOTAL-DEPTO.
           IF WS-DEPTO-POS = ZERO
               GO TO 035-FIN
           END-IF
           MOVE WS-DP-EVALUADOS (WS-DEPTO-POS) TO WS-CUENTA-ED
           MOVE WS-DP-NOMINA (WS-DEPTO-POS)    TO WS-IMPORTE-ED
           MOVE SPACES TO RPTMERI-LINEA
           STRING "  EVALUADOS: "   DELIMITED BY SIZE
                  WS-CUENTA-ED      DELIMITED BY SIZE
                  "  NOMINA DE LOS EVALUADOS: " DELIMITED BY SIZE
                  WS-IMPORTE-ED     DELIMITED BY SIZE
                  INTO RPTMERI-LINEA
           WRITE RPTMERI-LINEA
           MOVE WS-DP-PCT-PRES (WS-DEPTO-POS)     TO WS-PCT-ED
           MOVE WS-DP-PRESUPUESTO (WS-DEPTO-POS)  TO WS-IMPORTE-ED
           MOVE SPACES TO RPTMERI-LINEA
           IF DP-SIN-TOPE (WS-DEPTO-POS)
               STRING "  PRESUPUESTO:     SIN TOPE" DELIMITED BY SIZE
                      INTO RPTMERI-LINEA
           ELSE
               STRING "  PRESUPUESTO ("  DELIMITED BY SIZE
                      WS-PCT-ED          DELIMITED BY SIZE
                      "%): "             DELIMITED BY SIZE
                      WS-IMPORTE-ED      DELIMITED BY SIZE
                      INTO RPTMERI-LINEA
           END-IF
           WRITE RPTMERI-LINEA
           MOVE WS-DP-PROPUESTO (WS-DEPTO-POS) TO WS-IMPORTE-ED
           MOVE WS-DP-ASIGNADO (WS-DEPTO-POS)  TO WS-IMPORTE2-ED
           MOVE SPACES TO RPTMERI-LINEA
           STRING "  PROPUESTO POR MATRIZ: " DELIMITED BY SIZE
                  WS-IMPORTE-ED              DELIMITED BY SIZE
                  "  ASIGNADO: "             DELIMITED BY SIZE
                  WS-IMPORTE2-ED             DELIMITED BY SIZE
                  INTO RPTMERI-LINEA
           WRITE RPTMERI-LINEA
           IF NOT DP-SIN-TOPE (WS-DEPTO-POS)
              AND WS-DP-PRESUPUESTO (WS-DEPTO-POS) GREATER ZERO
               COMPUTE WS-USO-PCT ROUNDED =
                       WS-DP-ASIGNADO (WS-DEPTO-POS) * 100
                     / WS-DP-PRESUPUESTO (WS-DEPTO-POS)
               MOVE WS-USO-PCT TO WS-USO-ED
               MOVE SPACES TO RPTMERI-LINEA
               STRING "  PRESUPUESTO USADO: " DELIMITED BY SIZE
                      WS-USO-ED               DELIMITED BY SIZE
                      "%"                     DELIMITED BY SIZE
                      INTO RPTMERI-LINEA
               WRITE RPTMERI-LINEA
           END-IF
           IF WS-DP-FACTOR (WS-DEPTO-POS) LESS 1
               MOVE WS-DP-FACTOR (WS-DEPTO-POS) TO WS-FACTOR-ED
               MOVE SPACES TO RPTMERI-LINEA
               STRING "  *** LA MATRIZ REBASA EL PRESUPUESTO: "
                                                DELIMITED BY SIZE
                      "AUMENTOS AL FACTOR "     DELIMITED BY SIZE
                      WS-FACTOR-ED              DELIMITED BY SIZE
                      INTO RPTMERI-LINEA
               WRITE RPTMERI-LINEA
           END-IF
           MOVE WS-DP-FUERA-BANDA (WS-DEPTO-POS) TO WS-CUENTA-ED
           MOVE SPACES TO RPTMERI-LINEA
           STRING "  PROPUESTAS FUERA DE BANDA: " DELIMITED BY SIZE
                  WS-CUENTA-ED                    DELIMITED BY SIZE
                  INTO RPTMERI-LINEA
           WRITE RPTMERI-LINEA.
       035-FIN.  EXIT.

      *> FIJA EL PRESUPUESTO DEL DEPARTAMENTO WS-INDICE (SU RENGLON DE
      *> MERPRES O EL GENERAL) Y, SI LO PROPUESTO POR LA MATRIZ LO
      *> REBASA, EL FACTOR QUE LO HACE CABER. SIN RENGLON Y CON EL
      *> GENERAL EN CERO EL DEPARTAMENTO NO TIENE TOPE.
       040-FIJA-PRESUPUESTO.
           MOVE WS-DP-CODIGO (WS-INDICE) TO WS-DEPTO-BUSCADO
           MOVE ZERO TO WS-PRES-POS
           PERFORM 041-BUSCA-PRESUPUESTO THRU 041-FIN
                   VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS GREATER WS-NUM-PRES
                      OR WS-PRES-POS NOT = ZERO
           IF WS-PRES-POS NOT = ZERO
               MOVE WS-PR-PORCENTAJE (WS-PRES-POS)
                    TO WS-DP-PCT-PRES (WS-INDICE)
           ELSE
               IF WS-PCT-GENERAL = ZERO
                   MOVE "S" TO WS-DP-SIN-TOPE (WS-INDICE)
                   MOVE WS-DP-PROPUESTO (WS-INDICE)
                        TO WS-DP-PRESUPUESTO (WS-INDICE)
                   MOVE 1 TO WS-DP-FACTOR (WS-INDICE)
                   GO TO 040-FIN
               END-IF
               MOVE WS-PCT-GENERAL TO WS-DP-PCT-PRES (WS-INDICE)
           END-IF
           COMPUTE WS-DP-PRESUPUESTO (WS-INDICE) ROUNDED =
                   WS-DP-NOMINA (WS-INDICE)
                 * WS-DP-PCT-PRES (WS-INDICE) / 100
           IF WS-DP-PROPUESTO (WS-INDICE)
              GREATER WS-DP-PRESUPUESTO (WS-INDICE)
               COMPUTE WS-DP-FACTOR (WS-INDICE) =
                       WS-DP-PRESUPUESTO (WS-INDICE)
                     / WS-DP-PROPUESTO (WS-INDICE)
           ELSE
               MOVE 1 TO WS-DP-FACTOR (WS-INDICE)
           END-IF.
       040-FIN.  EXIT.

       041-BUSCA-PRESUPUESTO.
           IF WS-PR-DEPARTAMENTO (WS-POS) = WS-DEPTO-BUSCADO
               MOVE WS-POS TO WS-PRES-POS
           END-IF.
       041-FIN.  EXIT.

      *> ARMA EL CAMBIO PROPUESTO (OPCION 3) CON EL SALARIO NUEVO Y LA
      *> FECHA EFECTIVA DEL CICLO, EN LAS MISMAS COLUMNAS QUE EL LOTE
      *> YA CONSUME. EL CAMBIO REGRABA EL NOMBRE, ASI QUE VA EN SUS
      *> TRES PARTES (EM-NOMBRE ES PATERNO MATERNO NOMBRE, Y LO QUE
      *> SIGUE AL MATERNO ES EL NOMBRE COMPLETO); PUESTO, CUENTA,
      *> CONTRATO, SUPERVISOR, GRUPO Y REGISTRO PATRONAL VAN EN
      *> ESPACIOS PARA QUE EL LOTE CONSERVE LOS QUE YA TIENE.
       045-PROPONE-CAMBIO.
           MOVE SPACES TO GOTTRANS-REGISTRO
           MOVE 3 TO TR-OPCION
           MOVE OR-NUMERO TO TR-NUMERO
           MOVE 1 TO WS-PUNTERO
           UNSTRING OR-NOMBRE DELIMITED BY ALL SPACE
                   INTO TR-PATERNO
                        TR-MATERNO
                   WITH POINTER WS-PUNTERO
           END-UNSTRING
           IF WS-PUNTERO NOT GREATER 35
               MOVE OR-NOMBRE (WS-PUNTERO:) TO TR-NOMBRE
           END-IF
           MOVE WS-SALARIO-NUEVO TO TR-SALARIO
           MOVE OR-DEPARTAMENTO TO TR-DEPARTAMENTO
           MOVE OR-RFC TO TR-RFC
           MOVE OR-CURP TO TR-CURP
           MOVE WS-FECHA-EFECTIVA TO TR-FECHA-EFECTIVA
           WRITE GOTTRANS-REGISTRO
           ADD 1 TO WS-TOT-PROPUESTAS
           ADD TR-NUMERO TO WS-HASH-NUMEROS.
       045-FIN.  EXIT.

      *> INPUT PROCEDURE DEL SORT: POR CADA CALIFICACION DE RECURSOS
      *> HUMANOS BUSCA AL EMPLEADO, UBICA SU SALARIO EN LA BANDA DE SU
      *> DEPARTAMENTO Y LE APLICA LA MATRIZ. LA QUE NO SE PUEDE
      *> PROCESAR (EMPLEADO INEXISTENTE O INACTIVO, CALIFICACION SIN
      *> RENGLON EN LA MATRIZ) SE AVISA EN LA CONSOLA Y CUENTA COMO
      *> EXCEPCION; LA QUE NO TIENE RENGLON SI SALE EN LA HOJA, SIN
      *> AUMENTO.
       050-ALIMENTA-SORT.
           OPEN INPUT CALIFIC-FILE
           IF WS-CALIFIC-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR CALIFIC; NO HAY PROPUESTAS"
               MOVE 08 TO WS-RC-NUEVO
               MOVE "MERITO: NO SE PUDO ABRIR CALIFIC"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               GO TO 050-FIN
           END-IF
           PERFORM 051-LEE-CALIFICACION THRU 051-FIN
           PERFORM 055-SUELTA-CALIFICACION THRU 055-FIN
                   UNTIL CALIFIC-EOF
           CLOSE CALIFIC-FILE.
       050-FIN.  EXIT.

       051-LEE-CALIFICACION.
           READ CALIFIC-FILE
               AT END
                   SET CALIFIC-EOF TO TRUE
           END-READ.
       051-FIN.  EXIT.

       055-SUELTA-CALIFICACION.
           IF CF-NUMERO IS NOT NUMERIC
               DISPLAY "CALIFICACION CON NUMERO INVALIDO: " CF-NUMERO
               ADD 1 TO WS-TOT-EXCEPCIONES
               GO TO 055-SIGUIENTE
           END-IF
           MOVE CF-NUMERO TO EM-NUMERO
           READ EMPMAST-FILE
               INVALID KEY
                   DISPLAY "CALIFICACION DE UN EMPLEADO QUE NO EXISTE: "
                           CF-NUMERO
                   ADD 1 TO WS-TOT-EXCEPCIONES
                   GO TO 055-SIGUIENTE
           END-READ
           IF EM-INACTIVO
               DISPLAY "CALIFICACION DE UN EMPLEADO INACTIVO: "
                       CF-NUMERO
               ADD 1 TO WS-TOT-EXCEPCIONES
               GO TO 055-SIGUIENTE
           END-IF
           MOVE EM-DEPARTAMENTO TO SRT-DEPARTAMENTO
           MOVE EM-NUMERO       TO SRT-NUMERO
           MOVE EM-NOMBRE       TO SRT-NOMBRE
           MOVE EM-RFC          TO SRT-RFC
           MOVE EM-CURP         TO SRT-CURP
           MOVE EM-SALARIO      TO SRT-SALARIO
           MOVE CF-CALIFICACION TO SRT-CALIFICACION
           PERFORM 056-UBICA-EN-BANDA THRU 056-FIN
           MOVE ZERO TO WS-MATRIZ-POS
           PERFORM 058-BUSCA-MATRIZ THRU 058-FIN
                   VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS GREATER WS-NUM-MATRIZ
                      OR WS-MATRIZ-POS NOT = ZERO
           IF WS-MATRIZ-POS = ZERO
               DISPLAY "SIN RENGLON EN LA MATRIZ PARA: " CF-NUMERO
                       " CALIFICACION " CF-CALIFICACION
                       " POSICION " SRT-POSICION
               ADD 1 TO WS-TOT-EXCEPCIONES
               MOVE ZERO TO SRT-PORCENTAJE
           ELSE
               MOVE WS-MZ-PORCENTAJE (WS-MATRIZ-POS)
                    TO SRT-PORCENTAJE
           END-IF
           COMPUTE SRT-AUMENTO ROUNDED =
                   EM-SALARIO * SRT-PORCENTAJE / 100
           RELEASE SRT-REGISTRO.
       055-SIGUIENTE.
           PERFORM 051-LEE-CALIFICACION THRU 051-FIN.
       055-FIN.  EXIT.

      *> POSICION DEL SALARIO EN LA BANDA DE SU DEPARTAMENTO: 0 DEBAJO
      *> DEL MINIMO, 1/2/3 POR TERCIO, 4 ARRIBA DEL MAXIMO. SIN BANDA
      *> (O UNA BANDA MAL CAPTURADA) CUENTA COMO TERCIO MEDIO.
       056-UBICA-EN-BANDA.
           MOVE EM-DEPARTAMENTO TO WS-DEPTO-BUSCADO
           MOVE ZERO TO WS-BANDA-POS
           PERFORM 057-BUSCA-BANDA THRU 057-FIN
                   VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS GREATER WS-NUM-BANDAS
                      OR WS-BANDA-POS NOT = ZERO
           MOVE "2" TO SRT-POSICION
           MOVE "N" TO SRT-CON-BANDA
           MOVE ZERO TO SRT-MINIMO
           MOVE ZERO TO SRT-MAXIMO
           IF WS-BANDA-POS = ZERO
               GO TO 056-FIN
           END-IF
           IF WS-BD-MAXIMO (WS-BANDA-POS)
              NOT GREATER WS-BD-MINIMO (WS-BANDA-POS)
               GO TO 056-FIN
           END-IF
           MOVE "S" TO SRT-CON-BANDA
           MOVE WS-BD-MINIMO (WS-BANDA-POS) TO SRT-MINIMO
           MOVE WS-BD-MAXIMO (WS-BANDA-POS) TO SRT-MAXIMO
           IF EM-SALARIO LESS SRT-MINIMO
               MOVE "0" TO SRT-POSICION
               GO TO 056-FIN
           END-IF
           IF EM-SALARIO GREATER SRT-MAXIMO
               MOVE "4" TO SRT-POSICION
               GO TO 056-FIN
           END-IF
           COMPUTE WS-TERCIO =
                   (EM-SALARIO - SRT-MINIMO) * 3
                 / (SRT-MAXIMO - SRT-MINIMO)
           EVALUATE WS-TERCIO
               WHEN 0
                   MOVE "1" TO SRT-POSICION
               WHEN 1
                   MOVE "2" TO SRT-POSICION
               WHEN OTHER
                   MOVE "3" TO SRT-POSICION
           END-EVALUATE.
       056-FIN.  EXIT.

       057-BUSCA-BANDA.
           IF WS-BD-DEPARTAMENTO (WS-POS) = WS-DEPTO-BUSCADO
               MOVE WS-POS TO WS-BANDA-POS
           END-IF.
       057-FIN.  EXIT.

       058-BUSCA-MATRIZ.
           IF WS-MZ-CALIFICACION (WS-POS) = CF-CALIFICACION
              AND WS-MZ-POSICION (WS-POS) = SRT-POSICION
               MOVE WS-POS TO WS-MATRIZ-POS
           END-IF.
       058-FIN.  EXIT.

      *> TRAILER DEL ARCHIVO DE PROPUESTAS (OPCION 9, CUENTA Y SUMA DE
      *> TR-NUMERO), PARA QUE EL PRE-EDITOR Y EL LOTE LO VERIFIQUEN
      *> IGUAL QUE CUALQUIER GOTTRANS.
       060-ESCRIBE-TRAILER.
           MOVE SPACES TO GOTTRANS-TRAILER
           MOVE 9 TO TC-MARCA
           MOVE WS-TOT-PROPUESTAS TO TC-CUENTA
           MOVE WS-HASH-NUMEROS TO TC-HASH-NUMEROS
           WRITE GOTTRANS-TRAILER.
       060-FIN.  EXIT.

      *> ELEVA WS-CODIGO-RETORNO A WS-RC-NUEVO SI ESTE ES MAS SEVERO Y
      *> DEJA CONSTANCIA EN LA BITACORA COMUN DE ERRORES (ERRLOG).
       080-ACTUALIZA-RC.
           IF WS-RC-NUEVO GREATER WS-CODIGO-RETORNO
               MOVE WS-RC-NUEVO TO WS-CODIGO-RETORNO
           END-IF
           CALL "PROGERRL" USING "PROGMERI" WS-RC-NUEVO
                   WS-DESCRIPCION-ERROR.
       080-FIN.  EXIT.

      *> ESCRIBE EL PIE CON LOS TOTALES DEL CICLO Y FIJA EL RC DEL
      *> PASO.
       090-ESCRIBE-PIE.
           MOVE SPACES TO RPTMERI-LINEA
           WRITE RPTMERI-LINEA
           MOVE WS-TOT-EVALUADOS TO WS-CUENTA-ED
           MOVE SPACES TO RPTMERI-LINEA
           STRING "EVALUADOS:                      " DELIMITED BY SIZE
                  WS-CUENTA-ED                       DELIMITED BY SIZE
                  INTO RPTMERI-LINEA
           WRITE RPTMERI-LINEA
           MOVE WS-TOT-PROPUESTAS TO WS-CUENTA-ED
           MOVE SPACES TO RPTMERI-LINEA
           STRING "CAMBIOS PROPUESTOS:             " DELIMITED BY SIZE
                  WS-CUENTA-ED                       DELIMITED BY SIZE
                  INTO RPTMERI-LINEA
           WRITE RPTMERI-LINEA
           MOVE WS-TOT-ASIGNADO TO WS-IMPORTE-ED
           MOVE SPACES TO RPTMERI-LINEA
           STRING "AUMENTO MENSUAL ASIGNADO:  " DELIMITED BY SIZE
                  WS-IMPORTE-ED                 DELIMITED BY SIZE
                  INTO RPTMERI-LINEA
           WRITE RPTMERI-LINEA
           MOVE WS-TOT-FUERA-BANDA TO WS-CUENTA-ED
           MOVE SPACES TO RPTMERI-LINEA
           STRING "PROPUESTAS FUERA DE BANDA:      " DELIMITED BY SIZE
                  WS-CUENTA-ED                       DELIMITED BY SIZE
                  INTO RPTMERI-LINEA
           WRITE RPTMERI-LINEA
           MOVE WS-TOT-EXCEPCIONES TO WS-CUENTA-ED
           MOVE SPACES TO RPTMERI-LINEA
           STRING "CALIFICACIONES CON EXCEPCION:   " DELIMITED BY SIZE
                  WS-CUENTA-ED                       DELIMITED BY SIZE
                  INTO RPTMERI-LINEA
           WRITE RPTMERI-LINEA
           IF WS-TOT-FUERA-BANDA GREATER ZERO
               MOVE 04 TO WS-RC-NUEVO
               MOVE "MERITO: HAY PROPUESTAS FUERA DE BANDA"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
           END-IF
           IF WS-TOT-EXCEPCIONES GREATER ZERO
               MOVE 04 TO WS-RC-NUEVO
               MOVE "MERITO: CALIFICACIONES CON EXCEPCION"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
           END-IF
           MOVE RPT-TOTAL-REGS TO RPT-TOTAL-REGS-ED
           MOVE RPT-PIE TO RPTMERI-LINEA
           WRITE RPTMERI-LINEA.
       090-FIN.  EXIT.
