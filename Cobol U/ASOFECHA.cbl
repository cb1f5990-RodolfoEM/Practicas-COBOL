      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGASOF.
      *AUTHOR.                    FERNANDO TOLEDO.
      *INSTALLATION.              CENTRO DE CAPACITACION.
      *DATE-WRITTEN.              2026-10-15.
      *DATE-COMPILED.
      *SECURITY.                  NO ES CONFIDENCIAL.
      *> ------------------------------------------------------
      *> CONSULTA A FECHA: DADO UN NUMERO DE EMPLEADO Y UNA FECHA,
      *> REHACE EL REGISTRO COMPLETO DEL MAESTRO TAL COMO ESTABA AL
      *> CIERRE DE ESE DIA (SALARIO, DEPARTAMENTO, PUESTO, ESTADO Y
      *> TODO LO DEMAS), PARA CONTESTARLE A JURIDICO O AL IMSS SIN
      *> ARMARLO A MANO CON SALHIST, TRASHIST Y AUDIMAGE.
      *> JUNTA LOS MOVIMIENTOS DEL EMPLEADO DE TRES LADOS, CON SUS
      *> IMAGENES ANTES/DESPUES: EL DIARIO VIVO (EMPJRNL, FUENTE J),
      *> EL DIARIO ARCHIVADO POR PROGJTRM (JRNLARCH, TODAS SUS
      *> GENERACIONES, FUENTE R) Y LA BITACORA DE IMAGENES (AUDIMAGE,
      *> FUENTE A). LOS APLICA EN ORDEN DE FECHA Y HORA HASTA LA
      *> FECHA PEDIDA Y, CAMPO POR CAMPO, RECUERDA QUE MOVIMIENTO LE
      *> DIO SU VALOR (FUENTE, FECHA, HORA Y PROGRAMA O
      *> TRANSACCION). SI EL PRIMER MOVIMIENTO CONOCIDO ES POSTERIOR
      *> A LA FECHA, EL REGISTRO ES SU IMAGEN DE ANTES (MARCADA
      *> "<"). SIN NINGUN MOVIMIENTO SE TOMA EL MAESTRO ACTUAL O, SI
      *> EL EMPLEADO YA SE ARCHIVO, EL HISTORICO EMPHIST. UN
      *> EMPLEADO BORRADO DEL MAESTRO ANTES DE LA FECHA (ARCHIVADO)
      *> SALE CON SU ULTIMA IMAGEN Y RESULTADO H.
      *> DOS MODOS: C CONSULTA UN EMPLEADO EN PANTALLA, COMO
      *> PROG360; L LEE UNA LISTA DE EMPLEADO Y FECHA (ASOFLIST) Y
      *> DEJA EL REGISTRO A FECHA DE CADA UNO EN ASOFEMP (COPY
      *> ASOFREG) CON SU REPORTE RPTASOF. ES SOLO LECTURA: NO TOCA
      *> NADA NI DEJA RASTRO EN LAS BITACORAS.
      *> RC 04 SI ALGUN EMPLEADO NO EXISTIA A SU FECHA O TRAE MAS
      *> MOVIMIENTOS DE LOS QUE CABEN; RC 16 EN MODO LISTA SIN
      *> ASOFLIST.
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

           SELECT EMPJRNL-FILE    ASSIGN TO "EMPJRNL"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-EMPJRNL-STATUS.

           SELECT JRNLARCH-FILE   ASSIGN TO "JRNLARCH"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-JRNLARCH-STATUS.

           SELECT AUDIMAGE-FILE   ASSIGN TO "AUDIMAGE"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-AUDIMAGE-STATUS.

           SELECT ASOFLIST-FILE   ASSIGN TO "ASOFLIST"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-ASOFLIST-STATUS.

           SELECT ASOFEMP-FILE    ASSIGN TO "ASOFEMP"
                                   ORGANIZATION LINE SEQUENTIAL.

           SELECT RPTASOF-FILE    ASSIGN TO "RPTASOF"
                                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPMAST-FILE.
       COPY EMPREC.

       FD  EMPHIST-FILE.
       COPY EMPHREC.

       FD  EMPJRNL-FILE.
       COPY JRNLREG.

       FD  JRNLARCH-FILE.
       01  JRNLARCH-REGISTRO        PIC X(321).

       FD  AUDIMAGE-FILE.
       COPY AUDIMREG.

       FD  ASOFLIST-FILE.
       01  AL-REGISTRO.
           05 AL-NUMERO             PIC 9(05).
           05 AL-FECHA              PIC 9(08).

       FD  ASOFEMP-FILE.
       COPY ASOFREG.

       FD  RPTASOF-FILE.
       01  RPTASOF-LINEA            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY RPTHDR.

      *> UNA ENTRADA DEL DIARIO ARCHIVADO, CON EL MISMO ORDEN DE
      *> JRNLREG.
       01  WS-DIARIO-ARCH.
           05 JA-FECHA              PIC 9(08).
           05 JA-HORA               PIC 9(06).
           05 JA-PROGRAMA           PIC X(08).
           05 JA-OPERACION          PIC X(08).
           05 JA-NUMERO             PIC 9(05).
           05 JA-IMAGEN-ANTES       PIC X(143).
           05 JA-IMAGEN-DESPUES     PIC X(143).

      *> LOS CAMPOS DE EMPMAST-RECORD (COPY EMPREC): NOMBRE, POSICION
      *> Y LONGITUD DENTRO DE LA IMAGEN DE 143.
       01  WS-CAMPOS-CONSTANTES.
           05 FILLER PIC X(19) VALUE "NUMERO       001005".
           05 FILLER PIC X(19) VALUE "NOMBRE       006035".
           05 FILLER PIC X(19) VALUE "SALARIO      041007".
           05 FILLER PIC X(19) VALUE "DEPARTAMENTO 048004".
           05 FILLER PIC X(19) VALUE "RFC          052013".
           05 FILLER PIC X(19) VALUE "CURP         065018".
           05 FILLER PIC X(19) VALUE "ESTADO       083001".
           05 FILLER PIC X(19) VALUE "FECHA-ALTA   084008".
           05 FILLER PIC X(19) VALUE "FECHA-BAJA   092008".
           05 FILLER PIC X(19) VALUE "PUESTO       100004".
           05 FILLER PIC X(19) VALUE "MOTIVO-BAJA  104002".
           05 FILLER PIC X(19) VALUE "BANCO        106003".
           05 FILLER PIC X(19) VALUE "CLABE        109018".
           05 FILLER PIC X(19) VALUE "CONTRATO     127001".
           05 FILLER PIC X(19) VALUE "FIN-CONTRATO 128008".
           05 FILLER PIC X(19) VALUE "SUPERVISOR   136005".
           05 FILLER PIC X(19) VALUE "GRUPO-PAGO   141001".
           05 FILLER PIC X(19) VALUE "REG-PATRONAL 142002".
       01  WS-TABLA-CAMPOS REDEFINES WS-CAMPOS-CONSTANTES.
           05 WS-CP-RENGLON OCCURS 18 TIMES.
              10 WS-CP-NOMBRE       PIC X(13).
              10 WS-CP-POSICION     PIC 9(03).
              10 WS-CP-LONGITUD     PIC 9(03).

      *> DE QUE MOVIMIENTO SALIO EL VALOR DE CADA CAMPO.
       01  WS-TABLA-ORIGENES.
           05 WS-OR-TEXTO          PIC X(28) OCCURS 18 TIMES.

      *> LOS MOVIMIENTOS DEL EMPLEADO, DE LAS TRES FUENTES.
       01  WS-TABLA-MOVIMIENTOS.
           05 WS-MV-RENGLON OCCURS 300 TIMES.
              10 WS-MV-FECHA        PIC 9(08).
              10 WS-MV-HORA         PIC 9(06).
              10 WS-MV-FUENTE       PIC X(01).
              10 WS-MV-ORIGEN       PIC X(08).
              10 WS-MV-USADO        PIC X(01).
                  88 WS-MV-APLICADO              VALUE "S".
              10 WS-MV-ANTES        PIC X(143).
              10 WS-MV-DESPUES      PIC X(143).

       01  WS-REGISTRO-FECHA        PIC X(143).
       01  WS-SALARIO-TEXTO         PIC X(07).
       01  WS-SALARIO-IMAGEN REDEFINES WS-SALARIO-TEXTO
                                    PIC 9(05)V99.

       01  WS-AREAS.
           05 WS-EMPMAST-STATUS   PIC X(02).
           05 WS-EMPHIST-STATUS   PIC X(02).
           05 WS-EMPJRNL-STATUS   PIC X(02).
           05 WS-JRNLARCH-STATUS  PIC X(02).
           05 WS-AUDIMAGE-STATUS  PIC X(02).
           05 WS-ASOFLIST-STATUS  PIC X(02).
           05 WS-EMPMAST-ABIERTO  PIC X(01)      VALUE "N".
               88 EMPMAST-ABIERTO                VALUE "S".
           05 WS-EMPHIST-ABIERTO  PIC X(01)      VALUE "N".
               88 EMPHIST-ABIERTO                VALUE "S".
           05 WS-FUENTE-EOF       PIC X(01)      VALUE "N".
               88 FUENTE-EOF                     VALUE "S".
           05 WS-ASOFLIST-EOF     PIC X(01)      VALUE "N".
               88 ASOFLIST-EOF                   VALUE "S".
           05 WS-MODO             PIC X(01).
               88 MODO-LISTA                     VALUE "L".
           05 WS-NUMERO-BUSCA     PIC 9(05).
           05 WS-FECHA-BUSCA      PIC 9(08).
           05 WS-NUM-MOVS         PIC 9(03).
           05 WS-MOVS-FUERA       PIC 9(05).
           05 WS-MV-INDICE        PIC 9(03).
           05 WS-MV-SEL           PIC 9(03).
           05 WS-MV-POSTERIOR     PIC 9(03).
           05 WS-PASO             PIC 9(03).
           05 WS-CP-INDICE        PIC 9(02).
           05 WS-POS              PIC 9(03).
           05 WS-LON              PIC 9(03).
           05 WS-ORIGEN-MOV       PIC X(28).
           05 WS-FECHA-ARCHIVO    PIC 9(08).
           05 WS-REGISTRO-ESTADO  PIC X(01).
               88 REGISTRO-VACIO                 VALUE "V".
               88 REGISTRO-ARMADO                VALUE "A".
           05 WS-RESULTADO        PIC X(01).
               88 RESULTADO-EN-MAESTRO           VALUE "E".
               88 RESULTADO-ARCHIVADO            VALUE "H".
               88 RESULTADO-NO-EXISTIA           VALUE "N".
           05 WS-FUENTE-FINAL     PIC X(01).
           05 WS-EN-MAESTRO       PIC X(01).
               88 ESTA-EN-MAESTRO                VALUE "S".
           05 WS-EN-HISTORICO     PIC X(01).
               88 ESTA-EN-HISTORICO              VALUE "S".
           05 WS-IMAGEN-MAESTRO   PIC X(143).
           05 WS-IMAGEN-HISTORICO PIC X(143).
           05 WS-VALOR            PIC X(35).
           05 WS-LINEA            PIC X(80).
           05 WS-TOT-PEDIDOS      PIC 9(05)      VALUE ZERO.
           05 WS-TOT-RECONSTRUIDOS PIC 9(05)     VALUE ZERO.
           05 WS-TOT-ARCHIVADOS   PIC 9(05)      VALUE ZERO.
           05 WS-TOT-NO-EXISTIAN  PIC 9(05)      VALUE ZERO.
           05 WS-TOT-INVALIDOS    PIC 9(05)      VALUE ZERO.
           05 WS-CODIGO-RETORNO   PIC 9(02)      VALUE ZERO.

       01  WS-EDITADOS.
           05 WS-SALARIO-ED       PIC ZZ,ZZ9.99.
           05 WS-CUENTA-ED        PIC ZZZZ9.
           05 WS-MOVS-ED          PIC ZZ9.

       PROCEDURE DIVISION.
       000-RAIZ.
           MOVE ZERO TO RETURN-CODE
           DISPLAY "MODO (C = CONSULTA DE UN EMPLEADO, L = LISTA): "
           ACCEPT WS-MODO
           OPEN INPUT EMPMAST-FILE
           IF WS-EMPMAST-STATUS = "00"
               SET EMPMAST-ABIERTO TO TRUE
           END-IF
           OPEN INPUT EMPHIST-FILE
           IF WS-EMPHIST-STATUS = "00"
               SET EMPHIST-ABIERTO TO TRUE
           END-IF
           IF MODO-LISTA
               PERFORM 060-MODO-LISTA THRU 060-FIN
           ELSE
               PERFORM 005-MODO-CONSULTA THRU 005-FIN
           END-IF
           IF EMPMAST-ABIERTO
               CLOSE EMPMAST-FILE
           END-IF
           IF EMPHIST-ABIERTO
               CLOSE EMPHIST-FILE
           END-IF
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE
           GOBACK.

      *> UN EMPLEADO EN PANTALLA.
       005-MODO-CONSULTA.
           DISPLAY "NUMERO DE EMPLEADO A CONSULTAR: "
           ACCEPT WS-NUMERO-BUSCA
           DISPLAY "FECHA DE LA CONSULTA (AAAAMMDD): "
           ACCEPT WS-FECHA-BUSCA
           IF WS-NUMERO-BUSCA NOT NUMERIC
              OR WS-FECHA-BUSCA NOT NUMERIC
              OR WS-FECHA-BUSCA = ZERO
               DISPLAY "NUMERO O FECHA INVALIDOS"
               MOVE 08 TO WS-CODIGO-RETORNO
               GO TO 005-FIN
           END-IF
           PERFORM 020-RECONSTRUYE THRU 020-FIN
           PERFORM 040-IMPRIME-REGISTRO THRU 040-FIN.
       005-FIN.  EXIT.

      *> REHACE EL REGISTRO DE WS-NUMERO-BUSCA AL CIERRE DE
      *> WS-FECHA-BUSCA EN WS-REGISTRO-FECHA, CON EL ORIGEN DE CADA
      *> CAMPO EN WS-TABLA-ORIGENES Y EL RESULTADO EN WS-RESULTADO.
       020-RECONSTRUYE.
           MOVE ZERO TO WS-NUM-MOVS
           MOVE ZERO TO WS-MOVS-FUERA
           MOVE ZERO TO WS-MV-POSTERIOR
           MOVE SPACES TO WS-REGISTRO-FECHA
           MOVE SPACES TO WS-TABLA-ORIGENES
           MOVE ZERO TO WS-FECHA-ARCHIVO
           MOVE "M" TO WS-FUENTE-FINAL
           SET REGISTRO-VACIO TO TRUE
           SET RESULTADO-EN-MAESTRO TO TRUE
           PERFORM 022-CARGA-DIARIO THRU 022-FIN
           PERFORM 024-CARGA-ARCHIVADO THRU 024-FIN
           PERFORM 026-CARGA-IMAGENES THRU 026-FIN
           PERFORM 028-BUSCA-ACTUALES THRU 028-FIN
           PERFORM 030-APLICA-SIGUIENTE THRU 030-FIN
                   VARYING WS-PASO FROM 1 BY 1
                   UNTIL WS-PASO GREATER WS-NUM-MOVS
           IF REGISTRO-VACIO
               PERFORM 036-SIN-MOVIMIENTO-PREVIO THRU 036-FIN
           END-IF
           IF RESULTADO-EN-MAESTRO AND WS-FECHA-ARCHIVO NOT = ZERO
               SET RESULTADO-ARCHIVADO TO TRUE
           END-IF
           IF WS-MOVS-FUERA GREATER ZERO
               MOVE 04 TO WS-CODIGO-RETORNO
           END-IF
           IF RESULTADO-NO-EXISTIA
              AND WS-CODIGO-RETORNO LESS 04
               MOVE 04 TO WS-CODIGO-RETORNO
           END-IF.
       020-FIN.  EXIT.

      *> EL DIARIO VIVO. SIN EMPJRNL NO HAY MOVIMIENTOS DE ESTA FUENTE.
       022-CARGA-DIARIO.
           OPEN INPUT EMPJRNL-FILE
           IF WS-EMPJRNL-STATUS NOT = "00"
               GO TO 022-FIN
           END-IF
           MOVE "N" TO WS-FUENTE-EOF
           PERFORM 023-LEE-DIARIO THRU 023-FIN
                   UNTIL FUENTE-EOF
           CLOSE EMPJRNL-FILE.
       022-FIN.  EXIT.

       023-LEE-DIARIO.
           READ EMPJRNL-FILE
               AT END
                   SET FUENTE-EOF TO TRUE
                   GO TO 023-FIN
           END-READ
           IF JR-NUMERO NOT = WS-NUMERO-BUSCA
               GO TO 023-FIN
           END-IF
           IF WS-NUM-MOVS NOT LESS 300
               ADD 1 TO WS-MOVS-FUERA
               GO TO 023-FIN
           END-IF
           ADD 1 TO WS-NUM-MOVS
           MOVE JR-FECHA          TO WS-MV-FECHA (WS-NUM-MOVS)
           MOVE JR-HORA           TO WS-MV-HORA (WS-NUM-MOVS)
           MOVE "J"               TO WS-MV-FUENTE (WS-NUM-MOVS)
           MOVE JR-PROGRAMA       TO WS-MV-ORIGEN (WS-NUM-MOVS)
           MOVE "N"               TO WS-MV-USADO (WS-NUM-MOVS)
           MOVE JR-IMAGEN-ANTES   TO WS-MV-ANTES (WS-NUM-MOVS)
           MOVE JR-IMAGEN-DESPUES TO WS-MV-DESPUES (WS-NUM-MOVS).
       023-FIN.  EXIT.

      *> LO QUE PROGJTRM SACO DEL DIARIO VIVO. LAS GENERACIONES
      *> LLEGAN EN CUALQUIER ORDEN: EL ORDEN LO PONE 030.
       024-CARGA-ARCHIVADO.
           OPEN INPUT JRNLARCH-FILE
           IF WS-JRNLARCH-STATUS NOT = "00"
               GO TO 024-FIN
           END-IF
           MOVE "N" TO WS-FUENTE-EOF
           PERFORM 025-LEE-ARCHIVADO THRU 025-FIN
                   UNTIL FUENTE-EOF
           CLOSE JRNLARCH-FILE.
       024-FIN.  EXIT.

       025-LEE-ARCHIVADO.
           READ JRNLARCH-FILE INTO WS-DIARIO-ARCH
               AT END
                   SET FUENTE-EOF TO TRUE
                   GO TO 025-FIN
           END-READ
           IF JA-NUMERO NOT = WS-NUMERO-BUSCA
               GO TO 025-FIN
           END-IF
           IF WS-NUM-MOVS NOT LESS 300
               ADD 1 TO WS-MOVS-FUERA
               GO TO 025-FIN
           END-IF
           ADD 1 TO WS-NUM-MOVS
           MOVE JA-FECHA          TO WS-MV-FECHA (WS-NUM-MOVS)
           MOVE JA-HORA           TO WS-MV-HORA (WS-NUM-MOVS)
           MOVE "R"               TO WS-MV-FUENTE (WS-NUM-MOVS)
           MOVE JA-PROGRAMA       TO WS-MV-ORIGEN (WS-NUM-MOVS)
           MOVE "N"               TO WS-MV-USADO (WS-NUM-MOVS)
           MOVE JA-IMAGEN-ANTES   TO WS-MV-ANTES (WS-NUM-MOVS)
           MOVE JA-IMAGEN-DESPUES TO WS-MV-DESPUES (WS-NUM-MOVS).
       025-FIN.  EXIT.

      *> LA BITACORA DE IMAGENES DE LAS ALTAS, BAJAS Y CAMBIOS.
       026-CARGA-IMAGENES.
           OPEN INPUT AUDIMAGE-FILE
           IF WS-AUDIMAGE-STATUS NOT = "00"
               GO TO 026-FIN
           END-IF
           MOVE "N" TO WS-FUENTE-EOF
           PERFORM 027-LEE-IMAGEN THRU 027-FIN
                   UNTIL FUENTE-EOF
           CLOSE AUDIMAGE-FILE.
       026-FIN.  EXIT.

       027-LEE-IMAGEN.
           READ AUDIMAGE-FILE
               AT END
                   SET FUENTE-EOF TO TRUE
                   GO TO 027-FIN
           END-READ
           IF AUI-NUMERO NOT = WS-NUMERO-BUSCA
               GO TO 027-FIN
           END-IF
           IF WS-NUM-MOVS NOT LESS 300
               ADD 1 TO WS-MOVS-FUERA
               GO TO 027-FIN
           END-IF
           ADD 1 TO WS-NUM-MOVS
           MOVE AUI-FECHA          TO WS-MV-FECHA (WS-NUM-MOVS)
           MOVE AUI-HORA           TO WS-MV-HORA (WS-NUM-MOVS)
           MOVE "A"                TO WS-MV-FUENTE (WS-NUM-MOVS)
           MOVE AUI-TRANSACCION    TO WS-MV-ORIGEN (WS-NUM-MOVS)
           MOVE "N"                TO WS-MV-USADO (WS-NUM-MOVS)
           MOVE AUI-IMAGEN-ANTES   TO WS-MV-ANTES (WS-NUM-MOVS)
           MOVE AUI-IMAGEN-DESPUES TO WS-MV-DESPUES (WS-NUM-MOVS).
       027-FIN.  EXIT.

      *> EL REGISTRO DE HOY EN EL MAESTRO Y EN EL HISTORICO, PARA
      *> CUANDO NO HAY NINGUN MOVIMIENTO QUE REPRODUCIR.
       028-BUSCA-ACTUALES.
           MOVE "N" TO WS-EN-MAESTRO
           MOVE "N" TO WS-EN-HISTORICO
           IF EMPMAST-ABIERTO
               MOVE WS-NUMERO-BUSCA TO EM-NUMERO
               READ EMPMAST-FILE
                   INVALID KEY
                       MOVE "N" TO WS-EN-MAESTRO
                   NOT INVALID KEY
                       MOVE "S" TO WS-EN-MAESTRO
                       MOVE EMPMAST-RECORD TO WS-IMAGEN-MAESTRO
               END-READ
           END-IF
           IF EMPHIST-ABIERTO
               MOVE WS-NUMERO-BUSCA TO HI-NUMERO
               READ EMPHIST-FILE
                   INVALID KEY
                       MOVE "N" TO WS-EN-HISTORICO
                   NOT INVALID KEY
                       MOVE "S" TO WS-EN-HISTORICO
                       MOVE EMPHIST-RECORD TO WS-IMAGEN-HISTORICO
               END-READ
           END-IF.
       028-FIN.  EXIT.

      *> TOMA EL MOVIMIENTO MAS VIEJO QUE FALTA; SI ES DEL DIA PEDIDO
      *> O ANTERIOR LO APLICA, SI ES POSTERIOR SOLO RECUERDA EL
      *> PRIMERO DE ELLOS (SU IMAGEN DE ANTES ES EL ESTADO A LA
      *> FECHA CUANDO NO HAY NADA PREVIO).
       030-APLICA-SIGUIENTE.
           MOVE ZERO TO WS-MV-SEL
           PERFORM 031-BUSCA-MAS-VIEJO THRU 031-FIN
                   VARYING WS-MV-INDICE FROM 1 BY 1
                   UNTIL WS-MV-INDICE GREATER WS-NUM-MOVS
           IF WS-MV-SEL = ZERO
               GO TO 030-FIN
           END-IF
           SET WS-MV-APLICADO (WS-MV-SEL) TO TRUE
           IF WS-MV-FECHA (WS-MV-SEL) GREATER WS-FECHA-BUSCA
               IF WS-MV-POSTERIOR = ZERO
                   MOVE WS-MV-SEL TO WS-MV-POSTERIOR
               END-IF
               GO TO 030-FIN
           END-IF
           MOVE SPACES TO WS-ORIGEN-MOV
           STRING WS-MV-FUENTE (WS-MV-SEL)   DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-MV-FECHA (WS-MV-SEL)    DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-MV-HORA (WS-MV-SEL)     DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-MV-ORIGEN (WS-MV-SEL)   DELIMITED BY SIZE
                  INTO WS-ORIGEN-MOV
           IF REGISTRO-VACIO
              AND WS-MV-ANTES (WS-MV-SEL) NOT = SPACES
               MOVE WS-MV-ANTES (WS-MV-SEL) TO WS-REGISTRO-FECHA
               PERFORM 034-ORIGEN-PREVIO THRU 034-FIN
                       VARYING WS-CP-INDICE FROM 1 BY 1
                       UNTIL WS-CP-INDICE GREATER 18
               SET REGISTRO-ARMADO TO TRUE
           END-IF
           IF WS-MV-DESPUES (WS-MV-SEL) = SPACES
               MOVE WS-MV-FECHA (WS-MV-SEL) TO WS-FECHA-ARCHIVO
               GO TO 030-FIN
           END-IF
           PERFORM 032-CAMPO-CAMBIADO THRU 032-FIN
                   VARYING WS-CP-INDICE FROM 1 BY 1
                   UNTIL WS-CP-INDICE GREATER 18
           MOVE WS-MV-DESPUES (WS-MV-SEL) TO WS-REGISTRO-FECHA
           MOVE ZERO TO WS-FECHA-ARCHIVO
           SET REGISTRO-ARMADO TO TRUE.
       030-FIN.  EXIT.

       031-BUSCA-MAS-VIEJO.
           IF WS-MV-APLICADO (WS-MV-INDICE)
               GO TO 031-FIN
           END-IF
           IF WS-MV-SEL = ZERO
               MOVE WS-MV-INDICE TO WS-MV-SEL
               GO TO 031-FIN
           END-IF
           IF WS-MV-FECHA (WS-MV-INDICE) LESS WS-MV-FECHA (WS-MV-SEL)
              OR (WS-MV-FECHA (WS-MV-INDICE) = WS-MV-FECHA (WS-MV-SEL)
                  AND WS-MV-HORA (WS-MV-INDICE)
                      LESS WS-MV-HORA (WS-MV-SEL))
               MOVE WS-MV-INDICE TO WS-MV-SEL
           END-IF.
       031-FIN.  EXIT.

      *> UN CAMPO QUE EL MOVIMIENTO DEJA CON OTRO VALOR (O TODOS, SI
      *> ES EL ALTA) TOMA ESTE MOVIMIENTO COMO SU ORIGEN. EL MISMO
      *> CAMBIO VISTO DESPUES EN OTRA FUENTE YA NO CAMBIA NADA.
       032-CAMPO-CAMBIADO.
           MOVE WS-CP-POSICION (WS-CP-INDICE) TO WS-POS
           MOVE WS-CP-LONGITUD (WS-CP-INDICE) TO WS-LON
           IF REGISTRO-VACIO
              OR WS-MV-DESPUES (WS-MV-SEL) (WS-POS : WS-LON)
                 NOT = WS-REGISTRO-FECHA (WS-POS : WS-LON)
               MOVE WS-ORIGEN-MOV TO WS-OR-TEXTO (WS-CP-INDICE)
           END-IF.
       032-FIN.  EXIT.

      *> EL VALOR VIENE DE ANTES DEL MOVIMIENTO MAS VIEJO QUE SE
      *> CONSERVA.
       034-ORIGEN-PREVIO.
           MOVE SPACES TO WS-OR-TEXTO (WS-CP-INDICE)
           STRING "< "           DELIMITED BY SIZE
                  WS-ORIGEN-MOV  DELIMITED BY SIZE
                  INTO WS-OR-TEXTO (WS-CP-INDICE).
       034-FIN.  EXIT.

      *> NINGUN MOVIMIENTO HASTA LA FECHA: VALE LA IMAGEN DE ANTES DEL
      *> PRIMERO POSTERIOR; SIN MOVIMIENTOS, EL MAESTRO O EL HISTORICO
      *> DE HOY, SI EL ALTA NO ES POSTERIOR A LA FECHA.
       036-SIN-MOVIMIENTO-PREVIO.
           IF WS-MV-POSTERIOR NOT = ZERO
               IF WS-MV-ANTES (WS-MV-POSTERIOR) = SPACES
                   SET RESULTADO-NO-EXISTIA TO TRUE
                   GO TO 036-FIN
               END-IF
               MOVE WS-MV-POSTERIOR TO WS-MV-SEL
               MOVE SPACES TO WS-ORIGEN-MOV
               STRING WS-MV-FUENTE (WS-MV-SEL)   DELIMITED BY SIZE
                      " "                        DELIMITED BY SIZE
                      WS-MV-FECHA (WS-MV-SEL)    DELIMITED BY SIZE
                      " "                        DELIMITED BY SIZE
                      WS-MV-HORA (WS-MV-SEL)     DELIMITED BY SIZE
                      " "                        DELIMITED BY SIZE
                      WS-MV-ORIGEN (WS-MV-SEL)   DELIMITED BY SIZE
                      INTO WS-ORIGEN-MOV
               MOVE WS-MV-ANTES (WS-MV-SEL) TO WS-REGISTRO-FECHA
               PERFORM 034-ORIGEN-PREVIO THRU 034-FIN
                       VARYING WS-CP-INDICE FROM 1 BY 1
                       UNTIL WS-CP-INDICE GREATER 18
               SET REGISTRO-ARMADO TO TRUE
               GO TO 036-FIN
           END-IF
           IF ESTA-EN-MAESTRO
               MOVE WS-IMAGEN-MAESTRO TO WS-REGISTRO-FECHA
               MOVE "MAESTRO ACTUAL, SIN MOVS." TO WS-ORIGEN-MOV
               MOVE "P" TO WS-FUENTE-FINAL
           ELSE
               IF ESTA-EN-HISTORICO
                   MOVE WS-IMAGEN-HISTORICO TO WS-REGISTRO-FECHA
                   MOVE "HISTORICO EMPHIST, SIN MOVS." TO WS-ORIGEN-MOV
                   MOVE "H" TO WS-FUENTE-FINAL
                   SET RESULTADO-ARCHIVADO TO TRUE
               ELSE
                   SET RESULTADO-NO-EXISTIA TO TRUE
                   GO TO 036-FIN
               END-IF
           END-IF
           IF WS-REGISTRO-FECHA (84 : 8) IS NUMERIC
              AND WS-REGISTRO-FECHA (84 : 8) GREATER WS-FECHA-BUSCA
               SET RESULTADO-NO-EXISTIA TO TRUE
               MOVE SPACES TO WS-REGISTRO-FECHA
               GO TO 036-FIN
           END-IF
           PERFORM 038-ORIGEN-ACTUAL THRU 038-FIN
                   VARYING WS-CP-INDICE FROM 1 BY 1
                   UNTIL WS-CP-INDICE GREATER 18
           SET REGISTRO-ARMADO TO TRUE.
       036-FIN.  EXIT.

       038-ORIGEN-ACTUAL.
           MOVE WS-ORIGEN-MOV TO WS-OR-TEXTO (WS-CP-INDICE).
       038-FIN.  EXIT.

      *> EL REGISTRO A FECHA, CAMPO POR CAMPO, CON SU ORIGEN.
       040-IMPRIME-REGISTRO.
           MOVE WS-NUM-MOVS TO WS-MOVS-ED
           MOVE SPACES TO WS-LINEA
           STRING "EMPLEADO "        DELIMITED BY SIZE
                  WS-NUMERO-BUSCA    DELIMITED BY SIZE
                  " AL CIERRE DEL "  DELIMITED BY SIZE
                  WS-FECHA-BUSCA     DELIMITED BY SIZE
                  " (MOVIMIENTOS LEIDOS: " DELIMITED BY SIZE
                  WS-MOVS-ED         DELIMITED BY SIZE
                  ")"                DELIMITED BY SIZE
                  INTO WS-LINEA
           PERFORM 070-EMITE-LINEA THRU 070-FIN
           IF RESULTADO-NO-EXISTIA
               MOVE "  NO ESTABA EN EL MAESTRO A ESA FECHA"
                    TO WS-LINEA
               PERFORM 070-EMITE-LINEA THRU 070-FIN
               GO TO 040-FIN
           END-IF
           IF RESULTADO-ARCHIVADO
               MOVE SPACES TO WS-LINEA
               IF WS-FECHA-ARCHIVO NOT = ZERO
                   STRING "  FUERA DEL MAESTRO (ARCHIVADO) DESDE EL "
                                              DELIMITED BY SIZE
                          WS-FECHA-ARCHIVO    DELIMITED BY SIZE
                          "; ULTIMA IMAGEN:"  DELIMITED BY SIZE
                          INTO WS-LINEA
               ELSE
                   MOVE "  ARCHIVADO EN EL HISTORICO EMPHIST:"
                        TO WS-LINEA
               END-IF
               PERFORM 070-EMITE-LINEA THRU 070-FIN
           END-IF
           IF WS-MOVS-FUERA GREATER ZERO
               MOVE "  AVISO: MAS MOVIMIENTOS DE LOS QUE CABEN (300)"
                    TO WS-LINEA
               PERFORM 070-EMITE-LINEA THRU 070-FIN
           END-IF
           PERFORM 042-IMPRIME-CAMPO THRU 042-FIN
                   VARYING WS-CP-INDICE FROM 1 BY 1
                   UNTIL WS-CP-INDICE GREATER 18.
       040-FIN.  EXIT.

       042-IMPRIME-CAMPO.
           MOVE WS-CP-POSICION (WS-CP-INDICE) TO WS-POS
           MOVE WS-CP-LONGITUD (WS-CP-INDICE) TO WS-LON
           MOVE SPACES TO WS-VALOR
           IF WS-CP-NOMBRE (WS-CP-INDICE) = "SALARIO"
              AND WS-REGISTRO-FECHA (WS-POS : WS-LON) IS NUMERIC
               MOVE WS-REGISTRO-FECHA (WS-POS : WS-LON)
                    TO WS-SALARIO-TEXTO
               MOVE WS-SALARIO-IMAGEN TO WS-SALARIO-ED
               MOVE WS-SALARIO-ED TO WS-VALOR
           ELSE
               MOVE WS-REGISTRO-FECHA (WS-POS : WS-LON) TO WS-VALOR
           END-IF
           MOVE SPACES TO WS-LINEA
           STRING WS-CP-NOMBRE (WS-CP-INDICE) DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-VALOR                    DELIMITED BY SIZE
                  " "                         DELIMITED BY SIZE
                  WS-OR-TEXTO (WS-CP-INDICE)  DELIMITED BY SIZE
                  INTO WS-LINEA
           PERFORM 070-EMITE-LINEA THRU 070-FIN.
       042-FIN.  EXIT.

      *> LA LISTA DE EMPLEADOS Y FECHAS: UN RENGLON DE ASOFEMP Y SU
      *> DETALLE EN EL REPORTE POR CADA UNO.
       060-MODO-LISTA.
           OPEN INPUT ASOFLIST-FILE
           IF WS-ASOFLIST-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR LA LISTA ASOFLIST, SE TERMINA"
               MOVE 16 TO WS-CODIGO-RETORNO
               GO TO 060-FIN
           END-IF
           OPEN OUTPUT ASOFEMP-FILE
           OPEN OUTPUT RPTASOF-FILE
           MOVE "REGISTROS DEL MAESTRO A FECHA - PROGASOF"
                TO RPT-TITULO
           ACCEPT RPT-FECHA FROM DATE
           MOVE RPT-ENCABEZADO TO RPTASOF-LINEA
           WRITE RPTASOF-LINEA
           MOVE "ORIGEN: FUENTE (J DIARIO, R DIARIO ARCHIVADO, A AUDIMAG
      -         "E) FECHA HORA PROGRAMA" TO RPTASOF-LINEA
           WRITE RPTASOF-LINEA
           MOVE "        < = VALOR ANTERIOR A ESE MOVIMIENTO"
                TO RPTASOF-LINEA
           WRITE RPTASOF-LINEA
           MOVE SPACES TO RPTASOF-LINEA
           WRITE RPTASOF-LINEA
           PERFORM 062-LEE-LISTA THRU 062-FIN
           PERFORM 064-PROCESA-PEDIDO THRU 064-FIN
                   UNTIL ASOFLIST-EOF
           PERFORM 090-ESCRIBE-PIE THRU 090-FIN
           CLOSE ASOFLIST-FILE
           CLOSE ASOFEMP-FILE
           CLOSE RPTASOF-FILE.
       060-FIN.  EXIT.

       062-LEE-LISTA.
           READ ASOFLIST-FILE
               AT END
                   SET ASOFLIST-EOF TO TRUE
           END-READ.
       062-FIN.  EXIT.

       064-PROCESA-PEDIDO.
           ADD 1 TO WS-TOT-PEDIDOS
           IF AL-NUMERO NOT NUMERIC
              OR AL-FECHA NOT NUMERIC
              OR AL-FECHA = ZERO
               MOVE SPACES TO RPTASOF-LINEA
               STRING "RENGLON DE ASOFLIST INVALIDO: " DELIMITED BY SIZE
                      AL-REGISTRO                      DELIMITED BY SIZE
                      INTO RPTASOF-LINEA
               WRITE RPTASOF-LINEA
               ADD 1 TO WS-TOT-INVALIDOS
               IF WS-CODIGO-RETORNO LESS 04
                   MOVE 04 TO WS-CODIGO-RETORNO
               END-IF
               GO TO 064-SIGUIENTE
           END-IF
           MOVE AL-NUMERO TO WS-NUMERO-BUSCA
           MOVE AL-FECHA  TO WS-FECHA-BUSCA
           PERFORM 020-RECONSTRUYE THRU 020-FIN
           EVALUATE TRUE
               WHEN RESULTADO-NO-EXISTIA
                   ADD 1 TO WS-TOT-NO-EXISTIAN
               WHEN RESULTADO-ARCHIVADO
                   ADD 1 TO WS-TOT-ARCHIVADOS
               WHEN OTHER
                   ADD 1 TO WS-TOT-RECONSTRUIDOS
           END-EVALUATE
           MOVE WS-NUMERO-BUSCA   TO AF-NUMERO
           MOVE WS-FECHA-BUSCA    TO AF-FECHA-CORTE
           MOVE WS-RESULTADO      TO AF-RESULTADO
           MOVE WS-FUENTE-FINAL   TO AF-FUENTE
           MOVE WS-REGISTRO-FECHA TO AF-IMAGEN
           WRITE AF-REGISTRO
           PERFORM 040-IMPRIME-REGISTRO THRU 040-FIN
           MOVE SPACES TO RPTASOF-LINEA
           WRITE RPTASOF-LINEA.
       064-SIGUIENTE.
           PERFORM 062-LEE-LISTA THRU 062-FIN.
       064-FIN.  EXIT.

      *> EN PANTALLA O AL REPORTE, SEGUN EL MODO.
       070-EMITE-LINEA.
           IF MODO-LISTA
               MOVE WS-LINEA TO RPTASOF-LINEA
               WRITE RPTASOF-LINEA
           ELSE
               DISPLAY WS-LINEA
           END-IF.
       070-FIN.  EXIT.

       090-ESCRIBE-PIE.
           MOVE WS-TOT-PEDIDOS TO WS-CUENTA-ED
           MOVE SPACES TO RPTASOF-LINEA
           STRING "EMPLEADOS PEDIDOS: " DELIMITED BY SIZE
                  WS-CUENTA-ED          DELIMITED BY SIZE
                  INTO RPTASOF-LINEA
           WRITE RPTASOF-LINEA
           MOVE WS-TOT-RECONSTRUIDOS TO WS-CUENTA-ED
           MOVE SPACES TO RPTASOF-LINEA
           STRING "EN EL MAESTRO A SU FECHA: " DELIMITED BY SIZE
                  WS-CUENTA-ED                 DELIMITED BY SIZE
                  INTO RPTASOF-LINEA
           WRITE RPTASOF-LINEA
           MOVE WS-TOT-ARCHIVADOS TO WS-CUENTA-ED
           MOVE SPACES TO RPTASOF-LINEA
           STRING "YA ARCHIVADOS A SU FECHA: " DELIMITED BY SIZE
                  WS-CUENTA-ED                 DELIMITED BY SIZE
                  INTO RPTASOF-LINEA
           WRITE RPTASOF-LINEA
           MOVE WS-TOT-NO-EXISTIAN TO WS-CUENTA-ED
           MOVE SPACES TO RPTASOF-LINEA
           STRING "NO EXISTIAN A SU FECHA: " DELIMITED BY SIZE
                  WS-CUENTA-ED               DELIMITED BY SIZE
                  INTO RPTASOF-LINEA
           WRITE RPTASOF-LINEA
           MOVE WS-TOT-INVALIDOS TO WS-CUENTA-ED
           MOVE SPACES TO RPTASOF-LINEA
           STRING "RENGLONES INVALIDOS: " DELIMITED BY SIZE
                  WS-CUENTA-ED            DELIMITED BY SIZE
                  INTO RPTASOF-LINEA
           WRITE RPTASOF-LINEA.
       090-FIN.  EXIT.
