      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGORGA.
      *AUTHOR.                    FERNANDO TOLEDO.
      *INSTALLATION.              CENTRO DE CAPACITACION.
      *DATE-WRITTEN.              2026-10-15.
      *DATE-COMPILED.
      *SECURITY.                  NO ES CONFIDENCIAL.
      *> ------------------------------------------------------
      *> ORGANIGRAMA Y TRAMO DE CONTROL: ORDENA A LOS ACTIVOS DEL
      *> MAESTRO POR DEPARTAMENTO Y NUMERO (MISMO PATRON DE SORT QUE
      *> PROGVENC), LOS CARGA A UNA TABLA Y LIGA A CADA UNO CON SU
      *> SUPERVISOR (EM-SUPERVISOR). EL REPORTE TIENE TRES PARTES:
      *> 1) EL ORGANIGRAMA DE CADA DEPARTAMENTO, SANGRADO POR NIVEL:
      *>    SON RAIZ LOS QUE NO TIENEN SUPERVISOR, LOS QUE LE REPORTAN
      *>    A ALGUIEN DE OTRO DEPARTAMENTO (SE ANOTA A QUIEN) Y LOS QUE
      *>    TIENEN UN SUPERVISOR QUE YA NO ESTA ACTIVO; DEBAJO DE CADA
      *>    UNO VAN SUS SUBORDINADOS DEL MISMO DEPARTAMENTO EN ORDEN
      *>    DE NUMERO. QUIEN NO CUELGA DE NINGUNA RAIZ ESTA EN UN
      *>    CICLO DE LA LINEA DE MANDO Y SE LISTA APARTE.
      *> 2) EL TRAMO DE CONTROL: CADA JEFE CON SUS SUBORDINADOS
      *>    DIRECTOS, MARCANDO A QUIEN PASA DEL MAXIMO DEL SYSIN
      *>    (0 = 10) Y A QUIEN OCUPA UN PUESTO DE JEFATURA (LISTA DEL
      *>    SYSIN, HASTA 10 CODIGOS) SIN NINGUN SUBORDINADO.
      *> 3) LOS SUBORDINADOS SIN SUPERVISOR ACTIVO (SU JEFE SE DIO DE
      *>    BAJA O NO EXISTE EN EL MAESTRO).
      *> CON CUALQUIER EXCEPCION EL PASO TERMINA CON RC 04; SI LA
      *> TABLA SE LLENA, CON 08 (EL ORGANIGRAMA QUEDA INCOMPLETO).
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

           SELECT SRTORGA-FILE    ASSIGN TO "SRTORGA".

           SELECT ORDENADO-FILE   ASSIGN TO "ORDORGA"
                                   ORGANIZATION LINE SEQUENTIAL.

           SELECT RPTORGA-FILE    ASSIGN TO "RPTORGA"
                                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPMAST-FILE.
       COPY EMPREC.

       SD  SRTORGA-FILE.
       01  SRT-REGISTRO.
           05 SRT-DEPARTAMENTO      PIC X(04).
           05 SRT-NUMERO            PIC 9(05).
           05 SRT-NOMBRE            PIC X(35).
           05 SRT-PUESTO            PIC X(04).
           05 SRT-SUPERVISOR        PIC 9(05).

       FD  ORDENADO-FILE.
       01  ORD-REGISTRO.
           05 OR-DEPARTAMENTO       PIC X(04).
           05 OR-NUMERO             PIC 9(05).
           05 OR-NOMBRE             PIC X(35).
           05 OR-PUESTO             PIC X(04).
           05 OR-SUPERVISOR         PIC 9(05).

       FD  RPTORGA-FILE.
       01  RPTORGA-LINEA            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY RPTHDR.

      *> PARAMETROS DEL SYSIN: MAXIMO DE SUBORDINADOS DIRECTOS POR
      *> JEFE (0 = 10) Y HASTA DIEZ CODIGOS DE PUESTO DE JEFATURA
      *> SEGUIDOS EN UNA SOLA LINEA, IGUAL QUE PROGPTUA.
       01  WS-PARAMETROS.
           05 WS-TRAMO-MAXIMO     PIC 9(03).
           05 WS-PUESTOS-JEFATURA PIC X(40).
           05 WS-PUESTOS-JEF-R REDEFINES WS-PUESTOS-JEFATURA.
              10 WS-PUESTO-JEF    PIC X(04)      OCCURS 10 TIMES.

      *> ACTIVOS EN ORDEN DE DEPARTAMENTO Y NUMERO. OT-JEFE ES EL
      *> RENGLON DEL SUPERVISOR EN ESTA MISMA TABLA (CERO SI NO TIENE
      *> O SI YA NO ESTA ACTIVO).
       01  WS-TABLA-ORGANIGRAMA.
           05 WS-OT-RENGLON OCCURS 2000 TIMES.
              10 WS-OT-NUMERO     PIC 9(05).
              10 WS-OT-NOMBRE     PIC X(35).
              10 WS-OT-DEPARTAMENTO PIC X(04).
              10 WS-OT-PUESTO     PIC X(04).
              10 WS-OT-SUPERVISOR PIC 9(05).
              10 WS-OT-JEFE       PIC 9(04).
              10 WS-OT-SUBORDINADOS PIC 9(04).
              10 WS-OT-IMPRESO    PIC X(01).
                  88 OT-IMPRESO                  VALUE "S".

      *> PILA DEL RECORRIDO DE UNA RAMA: CADA EMPLEADO ENTRA UNA SOLA
      *> VEZ (LO EMPUJA SU UNICO JEFE), ASI QUE NO PASA DE LA TABLA.
       01  WS-PILA-RAMA.
           05 WS-PI-RENGLON OCCURS 2000 TIMES.
              10 WS-PI-INDICE     PIC 9(04).
              10 WS-PI-NIVEL      PIC 9(03).

       01  WS-AREAS.
           05 WS-EMPMAST-STATUS   PIC X(02).
           05 WS-ORDENADO-EOF     PIC X(01)      VALUE "N".
               88 ORDENADO-EOF                   VALUE "S".
           05 WS-NUM-EMPLEADOS    PIC 9(04)      VALUE ZERO.
           05 WS-MAX-EMPLEADOS    PIC 9(04)      VALUE 2000.
           05 WS-TABLA-LLENA      PIC X(01)      VALUE "N".
               88 TABLA-LLENA                    VALUE "S".
           05 WS-INDICE           PIC 9(04).
           05 WS-BUSCA            PIC 9(04).
           05 WS-HIJO             PIC 9(04).
           05 WS-JEFE             PIC 9(04).
           05 WS-DEP-INICIO       PIC 9(04).
           05 WS-DEP-FIN          PIC 9(04).
           05 WS-TOPE             PIC 9(04).
           05 WS-NODO             PIC 9(04).
           05 WS-NIVEL            PIC 9(03).
           05 WS-SANGRIA          PIC 9(03).
           05 WS-PUNTERO          PIC 9(03).
           05 WS-PJ-INDICE        PIC 9(02).
           05 WS-ES-RAIZ          PIC X(01).
               88 ES-RAIZ                        VALUE "S".
           05 WS-ES-JEFATURA      PIC X(01).
               88 ES-JEFATURA                    VALUE "S".
           05 WS-OBSERVACION      PIC X(24).
           05 WS-DEPTO-NOMBRE     PIC X(20).
           05 WS-DEPTO-VALIDO     PIC X(01).
               88 DEPTO-VALIDO                   VALUE "S".
           05 WS-TOT-JEFES        PIC 9(05)      VALUE ZERO.
           05 WS-TOT-EXCEDIDOS    PIC 9(05)      VALUE ZERO.
           05 WS-TOT-SIN-SUBORD   PIC 9(05)      VALUE ZERO.
           05 WS-TOT-HUERFANOS    PIC 9(05)      VALUE ZERO.
           05 WS-TOT-EN-CICLO     PIC 9(05)      VALUE ZERO.
           05 WS-CODIGO-RETORNO   PIC 9(02)      VALUE ZERO.
           05 WS-RC-NUEVO         PIC 9(02).
           05 WS-DESCRIPCION-ERROR PIC X(40).

       01  WS-EDITADOS.
           05 WS-CUENTA-ED        PIC ZZZZ9.
           05 WS-TRAMO-ED         PIC ZZ9.

       PROCEDURE DIVISION.
       000-RAIZ.
           MOVE ZERO TO RETURN-CODE
           DISPLAY "MAXIMO DE SUBORDINADOS DIRECTOS POR JEFE "
                   "(0 = 10): "
           ACCEPT WS-TRAMO-MAXIMO
           IF WS-TRAMO-MAXIMO NOT NUMERIC OR WS-TRAMO-MAXIMO = ZERO
               MOVE 10 TO WS-TRAMO-MAXIMO
           END-IF
           DISPLAY "PUESTOS DE JEFATURA (CODIGOS DE 4 SEGUIDOS, "
                   "HASTA 10): "
           ACCEPT WS-PUESTOS-JEFATURA
           PERFORM 005-ABRE-EMPMAST THRU 005-FIN
           SORT SRTORGA-FILE
                ON ASCENDING KEY SRT-DEPARTAMENTO
                                 SRT-NUMERO
                INPUT PROCEDURE 050-ALIMENTA-SORT THRU 050-FIN
                GIVING ORDENADO-FILE
           OPEN INPUT ORDENADO-FILE
           PERFORM 015-LEE-ORDENADO THRU 015-FIN
           PERFORM 020-CARGA-EMPLEADO THRU 020-FIN
                   UNTIL ORDENADO-EOF
           CLOSE ORDENADO-FILE
           PERFORM 025-LIGA-SUPERVISOR THRU 025-FIN
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE GREATER WS-NUM-EMPLEADOS
           OPEN OUTPUT RPTORGA-FILE
           PERFORM 010-ESCRIBE-ENCABEZADO THRU 010-FIN
           MOVE 1 TO WS-DEP-INICIO
           PERFORM 030-ORGANIGRAMA-DEPTO THRU 030-FIN
                   UNTIL WS-DEP-INICIO GREATER WS-NUM-EMPLEADOS
           PERFORM 039-ENCABEZA-TRAMO THRU 039-FIN
           PERFORM 040-TRAMO-CONTROL THRU 040-FIN
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE GREATER WS-NUM-EMPLEADOS
           PERFORM 044-ENCABEZA-HUERFANOS THRU 044-FIN
           PERFORM 045-LISTA-HUERFANO THRU 045-FIN
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE GREATER WS-NUM-EMPLEADOS
           CLOSE EMPMAST-FILE
           PERFORM 090-ESCRIBE-PIE THRU 090-FIN
           CLOSE RPTORGA-FILE
           DISPLAY "ORGANIGRAMA: " WS-NUM-EMPLEADOS " ACTIVOS, "
                   WS-TOT-JEFES " JEFES, " WS-TOT-HUERFANOS
                   " SIN SUPERVISOR ACTIVO, " WS-TOT-EN-CICLO
                   " EN CICLO"
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE
           GOBACK.

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

      *> INPUT PROCEDURE DEL SORT: SUELTA A CADA EMPLEADO ACTIVO.
       050-ALIMENTA-SORT.
           MOVE ZEROS TO EM-NUMERO
           START EMPMAST-FILE KEY IS NOT LESS THAN EM-NUMERO
               INVALID KEY
                   GO TO 050-FIN
           END-START
           PERFORM 055-SUELTA-EMPLEADO THRU 055-FIN
                   UNTIL WS-EMPMAST-STATUS NOT = "00".
       050-FIN.  EXIT.

       055-SUELTA-EMPLEADO.
           READ EMPMAST-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-EMPMAST-STATUS
                   GO TO 055-FIN
           END-READ
           IF EM-INACTIVO
               GO TO 055-FIN
           END-IF
           MOVE EM-DEPARTAMENTO  TO SRT-DEPARTAMENTO
           MOVE EM-NUMERO        TO SRT-NUMERO
           MOVE EM-NOMBRE        TO SRT-NOMBRE
           MOVE EM-PUESTO        TO SRT-PUESTO
           MOVE EM-SUPERVISOR    TO SRT-SUPERVISOR
           RELEASE SRT-REGISTRO.
       055-FIN.  EXIT.

       010-ESCRIBE-ENCABEZADO.
           MOVE "ORGANIGRAMA Y TRAMO DE CONTROL - PROGORGA"
                TO RPT-TITULO
           ACCEPT RPT-FECHA FROM DATE
           MOVE RPT-ENCABEZADO TO RPTORGA-LINEA
           WRITE RPTORGA-LINEA
           MOVE SPACES TO RPTORGA-LINEA
           WRITE RPTORGA-LINEA
           MOVE "1) ORGANIGRAMA POR DEPARTAMENTO" TO RPTORGA-LINEA
           WRITE RPTORGA-LINEA.
       010-FIN.  EXIT.

       015-LEE-ORDENADO.
           READ ORDENADO-FILE
               AT END
                   SET ORDENADO-EOF TO TRUE
           END-READ.
       015-FIN.  EXIT.

      *> PASA UN EMPLEADO ORDENADO A LA TABLA; SI YA ESTA LLENA LO
      *> DEJA FUERA Y LO AVISA UNA SOLA VEZ.
       020-CARGA-EMPLEADO.
           IF WS-NUM-EMPLEADOS NOT LESS WS-MAX-EMPLEADOS
               PERFORM 085-TABLA-LLENA THRU 085-FIN
               PERFORM 015-LEE-ORDENADO THRU 015-FIN
               GO TO 020-FIN
           END-IF
           ADD 1 TO WS-NUM-EMPLEADOS
           MOVE WS-NUM-EMPLEADOS TO WS-INDICE
           MOVE OR-NUMERO       TO WS-OT-NUMERO (WS-INDICE)
           MOVE OR-NOMBRE       TO WS-OT-NOMBRE (WS-INDICE)
           MOVE OR-DEPARTAMENTO TO WS-OT-DEPARTAMENTO (WS-INDICE)
           MOVE OR-PUESTO       TO WS-OT-PUESTO (WS-INDICE)
           MOVE OR-SUPERVISOR   TO WS-OT-SUPERVISOR (WS-INDICE)
           MOVE ZERO            TO WS-OT-JEFE (WS-INDICE)
                                   WS-OT-SUBORDINADOS (WS-INDICE)
           MOVE "N"             TO WS-OT-IMPRESO (WS-INDICE)
           PERFORM 015-LEE-ORDENADO THRU 015-FIN.
       020-FIN.  EXIT.

      *> BUSCA AL SUPERVISOR DEL RENGLON ENTRE LOS ACTIVOS DE LA TABLA
      *> Y LE SUMA UN SUBORDINADO DIRECTO. SI NO ESTA, OT-JEFE QUEDA
      *> EN CERO (SU SUPERVISOR YA NO ESTA ACTIVO).
       025-LIGA-SUPERVISOR.
           IF WS-OT-SUPERVISOR (WS-INDICE) = ZERO
               GO TO 025-FIN
           END-IF
           MOVE ZERO TO WS-JEFE
           PERFORM 026-BUSCA-JEFE THRU 026-FIN
                   VARYING WS-BUSCA FROM 1 BY 1
                   UNTIL WS-BUSCA GREATER WS-NUM-EMPLEADOS
                      OR WS-JEFE NOT = ZERO
           IF WS-JEFE NOT = ZERO
               MOVE WS-JEFE TO WS-OT-JEFE (WS-INDICE)
               ADD 1 TO WS-OT-SUBORDINADOS (WS-JEFE)
           END-IF.
       025-FIN.  EXIT.

       026-BUSCA-JEFE.
           IF WS-OT-NUMERO (WS-BUSCA) = WS-OT-SUPERVISOR (WS-INDICE)
               MOVE WS-BUSCA TO WS-JEFE
           END-IF.
       026-FIN.  EXIT.

      *> ORGANIGRAMA DE UN DEPARTAMENTO (RENGLONES WS-DEP-INICIO A
      *> WS-DEP-FIN DE LA TABLA): PRIMERO CADA RAIZ CON SU RAMA, LUEGO
      *> LO QUE NINGUNA RAMA ALCANZO (UN CICLO EN LA LINEA DE MANDO).
       030-ORGANIGRAMA-DEPTO.
           MOVE WS-DEP-INICIO TO WS-DEP-FIN
           PERFORM 031-BUSCA-FIN-DEPTO THRU 031-FIN
                   UNTIL WS-DEP-FIN NOT LESS WS-NUM-EMPLEADOS
                      OR WS-OT-DEPARTAMENTO (WS-DEP-FIN + 1)
                         NOT = WS-OT-DEPARTAMENTO (WS-DEP-INICIO)
           CALL "PROGVDEP" USING WS-OT-DEPARTAMENTO (WS-DEP-INICIO)
                                  WS-DEPTO-NOMBRE
                                  WS-DEPTO-VALIDO
           IF NOT DEPTO-VALIDO
               MOVE "*** NO CATALOGADO ***" TO WS-DEPTO-NOMBRE
           END-IF
           MOVE SPACES TO RPTORGA-LINEA
           WRITE RPTORGA-LINEA
           MOVE SPACES TO RPTORGA-LINEA
           STRING "DEPARTAMENTO: "  DELIMITED BY SIZE
                  WS-OT-DEPARTAMENTO (WS-DEP-INICIO)
                                    DELIMITED BY SIZE
                  " "               DELIMITED BY SIZE
                  WS-DEPTO-NOMBRE   DELIMITED BY SIZE
                  INTO RPTORGA-LINEA
           WRITE RPTORGA-LINEA
           PERFORM 032-REVISA-RAIZ THRU 032-FIN
                   VARYING WS-INDICE FROM WS-DEP-INICIO BY 1
                   UNTIL WS-INDICE GREATER WS-DEP-FIN
           PERFORM 038-REVISA-CICLO THRU 038-FIN
                   VARYING WS-INDICE FROM WS-DEP-INICIO BY 1
                   UNTIL WS-INDICE GREATER WS-DEP-FIN
           COMPUTE WS-DEP-INICIO = WS-DEP-FIN + 1.
       030-FIN.  EXIT.

       031-BUSCA-FIN-DEPTO.
           ADD 1 TO WS-DEP-FIN.
       031-FIN.  EXIT.

      *> ES RAIZ QUIEN NO TIENE SUPERVISOR, QUIEN LO TIENE INACTIVO O
      *> INEXISTENTE, Y QUIEN LE REPORTA A OTRO DEPARTAMENTO.
       032-REVISA-RAIZ.
           MOVE "N" TO WS-ES-RAIZ
           MOVE WS-OT-JEFE (WS-INDICE) TO WS-JEFE
           IF WS-JEFE = ZERO
               MOVE "S" TO WS-ES-RAIZ
           ELSE
               IF WS-OT-DEPARTAMENTO (WS-JEFE)
                  NOT = WS-OT-DEPARTAMENTO (WS-INDICE)
                   MOVE "S" TO WS-ES-RAIZ
               END-IF
           END-IF
           IF ES-RAIZ AND NOT OT-IMPRESO (WS-INDICE)
               PERFORM 035-IMPRIME-RAMA THRU 035-FIN
           END-IF.
       032-FIN.  EXIT.

      *> RECORRE LA RAMA DE LA RAIZ EN WS-INDICE CON UNA PILA: CADA
      *> EMPLEADO SACADO SE IMPRIME A SU NIVEL Y EMPUJA A SUS
      *> SUBORDINADOS DEL DEPARTAMENTO EN ORDEN INVERSO, PARA QUE
      *> SALGAN EN ORDEN DE NUMERO.
       035-IMPRIME-RAMA.
           MOVE 1 TO WS-TOPE
           MOVE WS-INDICE TO WS-PI-INDICE (1)
           MOVE ZERO      TO WS-PI-NIVEL (1)
           PERFORM 036-SACA-NODO THRU 036-FIN
                   UNTIL WS-TOPE = ZERO.
       035-FIN.  EXIT.

       036-SACA-NODO.
           MOVE WS-PI-INDICE (WS-TOPE) TO WS-NODO
           MOVE WS-PI-NIVEL (WS-TOPE)  TO WS-NIVEL
           SUBTRACT 1 FROM WS-TOPE
           IF OT-IMPRESO (WS-NODO)
               GO TO 036-FIN
           END-IF
           MOVE "S" TO WS-OT-IMPRESO (WS-NODO)
           MOVE SPACES TO WS-OBSERVACION
           MOVE WS-OT-JEFE (WS-NODO) TO WS-JEFE
           IF WS-NIVEL = ZERO AND WS-OT-SUPERVISOR (WS-NODO) NOT = ZERO
               IF WS-JEFE = ZERO
                   STRING "(JEFE "                  DELIMITED BY SIZE
                          WS-OT-SUPERVISOR (WS-NODO) DELIMITED BY SIZE
                          " NO ACTIVO)"             DELIMITED BY SIZE
                          INTO WS-OBSERVACION
               ELSE
                   STRING "(REPORTA A "             DELIMITED BY SIZE
                          WS-OT-SUPERVISOR (WS-NODO) DELIMITED BY SIZE
                          " "                       DELIMITED BY SIZE
                          WS-OT-DEPARTAMENTO (WS-JEFE)
                                                    DELIMITED BY SIZE
                          ")"                       DELIMITED BY SIZE
                          INTO WS-OBSERVACION
               END-IF
           END-IF
           IF WS-NIVEL GREATER 10
               MOVE 20 TO WS-SANGRIA
           ELSE
               COMPUTE WS-SANGRIA = WS-NIVEL * 2
           END-IF
           COMPUTE WS-PUNTERO = WS-SANGRIA + 3
           MOVE SPACES TO RPTORGA-LINEA
           STRING WS-OT-NUMERO (WS-NODO)       DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-OT-NOMBRE (WS-NODO) (1:25) DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-OT-PUESTO (WS-NODO)       DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  WS-OBSERVACION               DELIMITED BY SIZE
                  INTO RPTORGA-LINEA
                  WITH POINTER WS-PUNTERO
           WRITE RPTORGA-LINEA
           ADD 1 TO RPT-TOTAL-REGS
           ADD 1 TO WS-NIVEL
           PERFORM 037-EMPUJA-HIJO THRU 037-FIN
                   VARYING WS-HIJO FROM WS-DEP-FIN BY -1
                   UNTIL WS-HIJO LESS WS-DEP-INICIO.
       036-FIN.  EXIT.

       037-EMPUJA-HIJO.
           IF WS-OT-JEFE (WS-HIJO) = WS-NODO
              AND NOT OT-IMPRESO (WS-HIJO)
               ADD 1 TO WS-TOPE
               MOVE WS-HIJO  TO WS-PI-INDICE (WS-TOPE)
               MOVE WS-NIVEL TO WS-PI-NIVEL (WS-TOPE)
           END-IF.
       037-FIN.  EXIT.

      *> LO QUE NINGUNA RAIZ ALCANZO CUELGA DE UN CICLO (A ES JEFE DE
      *> B Y B, DIRECTO O POR ARRIBA, DE A): SE LISTA PARA CORREGIRLO.
       038-REVISA-CICLO.
           IF OT-IMPRESO (WS-INDICE)
               GO TO 038-FIN
           END-IF
           MOVE "S" TO WS-OT-IMPRESO (WS-INDICE)
           ADD 1 TO WS-TOT-EN-CICLO
           MOVE SPACES TO RPTORGA-LINEA
           STRING "  "                           DELIMITED BY SIZE
                  WS-OT-NUMERO (WS-INDICE)       DELIMITED BY SIZE
                  " "                            DELIMITED BY SIZE
                  WS-OT-NOMBRE (WS-INDICE) (1:25) DELIMITED BY SIZE
                  " JEFE "                       DELIMITED BY SIZE
                  WS-OT-SUPERVISOR (WS-INDICE)   DELIMITED BY SIZE
                  " *** EN CICLO ***"            DELIMITED BY SIZE
                  INTO RPTORGA-LINEA
           WRITE RPTORGA-LINEA
           ADD 1 TO RPT-TOTAL-REGS.
       038-FIN.  EXIT.

       039-ENCABEZA-TRAMO.
           MOVE WS-TRAMO-MAXIMO TO WS-TRAMO-ED
           MOVE SPACES TO RPTORGA-LINEA
           WRITE RPTORGA-LINEA
           MOVE SPACES TO RPTORGA-LINEA
           STRING "2) TRAMO DE CONTROL (MAXIMO "  DELIMITED BY SIZE
                  WS-TRAMO-ED                     DELIMITED BY SIZE
                  " SUBORDINADOS DIRECTOS)"       DELIMITED BY SIZE
                  INTO RPTORGA-LINEA
           WRITE RPTORGA-LINEA.
       039-FIN.  EXIT.

      *> UN RENGLON POR JEFE (QUIEN TIENE SUBORDINADOS O OCUPA UN
      *> PUESTO DE JEFATURA), MARCANDO EL TRAMO EXCEDIDO Y LA JEFATURA
      *> SIN SUBORDINADOS.
       040-TRAMO-CONTROL.
           MOVE "N" TO WS-ES-JEFATURA
           PERFORM 041-BUSCA-JEFATURA THRU 041-FIN
                   VARYING WS-PJ-INDICE FROM 1 BY 1
                   UNTIL WS-PJ-INDICE GREATER 10
                      OR ES-JEFATURA
           IF WS-OT-SUBORDINADOS (WS-INDICE) = ZERO
              AND NOT ES-JEFATURA
               GO TO 040-FIN
           END-IF
           ADD 1 TO WS-TOT-JEFES
           MOVE SPACES TO WS-OBSERVACION
           IF WS-OT-SUBORDINADOS (WS-INDICE) GREATER WS-TRAMO-MAXIMO
               MOVE "*** EXCEDE EL TRAMO ***" TO WS-OBSERVACION
               ADD 1 TO WS-TOT-EXCEDIDOS
           END-IF
           IF WS-OT-SUBORDINADOS (WS-INDICE) = ZERO
               MOVE "*** SIN SUBORDINADOS ***" TO WS-OBSERVACION
               ADD 1 TO WS-TOT-SIN-SUBORD
           END-IF
           MOVE WS-OT-SUBORDINADOS (WS-INDICE) TO WS-CUENTA-ED
           MOVE SPACES TO RPTORGA-LINEA
           STRING "  "                           DELIMITED BY SIZE
                  WS-OT-NUMERO (WS-INDICE)       DELIMITED BY SIZE
                  " "                            DELIMITED BY SIZE
                  WS-OT-NOMBRE (WS-INDICE) (1:25) DELIMITED BY SIZE
                  " "                            DELIMITED BY SIZE
                  WS-OT-DEPARTAMENTO (WS-INDICE) DELIMITED BY SIZE
                  " "                            DELIMITED BY SIZE
                  WS-OT-PUESTO (WS-INDICE)       DELIMITED BY SIZE
                  " "                            DELIMITED BY SIZE
                  WS-CUENTA-ED                   DELIMITED BY SIZE
                  " "                            DELIMITED BY SIZE
                  WS-OBSERVACION                 DELIMITED BY SIZE
                  INTO RPTORGA-LINEA
           WRITE RPTORGA-LINEA.
       040-FIN.  EXIT.

       041-BUSCA-JEFATURA.
           IF WS-PUESTO-JEF (WS-PJ-INDICE) NOT = SPACES
              AND WS-PUESTO-JEF (WS-PJ-INDICE)
                  = WS-OT-PUESTO (WS-INDICE)
               MOVE "S" TO WS-ES-JEFATURA
           END-IF.
       041-FIN.  EXIT.

       044-ENCABEZA-HUERFANOS.
           MOVE SPACES TO RPTORGA-LINEA
           WRITE RPTORGA-LINEA
           MOVE "3) SUBORDINADOS SIN SUPERVISOR ACTIVO"
                TO RPTORGA-LINEA
           WRITE RPTORGA-LINEA.
       044-FIN.  EXIT.

      *> EL SUPERVISOR QUE NO QUEDO EN LA TABLA DE ACTIVOS SE BUSCA EN
      *> EL MAESTRO PARA DECIR SI SE DIO DE BAJA O SI NUNCA EXISTIO.
       045-LISTA-HUERFANO.
           IF WS-OT-SUPERVISOR (WS-INDICE) = ZERO
              OR WS-OT-JEFE (WS-INDICE) NOT = ZERO
               GO TO 045-FIN
           END-IF
           ADD 1 TO WS-TOT-HUERFANOS
           MOVE WS-OT-SUPERVISOR (WS-INDICE) TO EM-NUMERO
           READ EMPMAST-FILE
               INVALID KEY
                   MOVE "(NO EXISTE)" TO WS-OBSERVACION
               NOT INVALID KEY
                   MOVE "(DADO DE BAJA)" TO WS-OBSERVACION
           END-READ
           MOVE SPACES TO RPTORGA-LINEA
           STRING "  "                           DELIMITED BY SIZE
                  WS-OT-NUMERO (WS-INDICE)       DELIMITED BY SIZE
                  " "                            DELIMITED BY SIZE
                  WS-OT-NOMBRE (WS-INDICE) (1:25) DELIMITED BY SIZE
                  " "                            DELIMITED BY SIZE
                  WS-OT-DEPARTAMENTO (WS-INDICE) DELIMITED BY SIZE
                  " JEFE "                       DELIMITED BY SIZE
                  WS-OT-SUPERVISOR (WS-INDICE)   DELIMITED BY SIZE
                  " "                            DELIMITED BY SIZE
                  WS-OBSERVACION                 DELIMITED BY SIZE
                  INTO RPTORGA-LINEA
           WRITE RPTORGA-LINEA.
       045-FIN.  EXIT.

      *> ELEVA WS-CODIGO-RETORNO A WS-RC-NUEVO SI ESTE ES MAS SEVERO Y
      *> DEJA CONSTANCIA EN LA BITACORA COMUN DE ERRORES (ERRLOG).
       080-ACTUALIZA-RC.
           IF WS-RC-NUEVO GREATER WS-CODIGO-RETORNO
               MOVE WS-RC-NUEVO TO WS-CODIGO-RETORNO
           END-IF
           CALL "PROGERRL" USING "PROGORGA" WS-RC-NUEVO
                   WS-DESCRIPCION-ERROR.
       080-FIN.  EXIT.

      *> UNA TABLA LLENA DEJA FUERA EMPLEADOS Y EL ORGANIGRAMA YA NO
      *> ESTA COMPLETO: SE AVISA UNA SOLA VEZ CON RC 08.
       085-TABLA-LLENA.
           IF TABLA-LLENA
               GO TO 085-FIN
           END-IF
           SET TABLA-LLENA TO TRUE
           DISPLAY "TABLA DE EMPLEADOS LLENA; EL ORGANIGRAMA QUEDA "
                   "INCOMPLETO"
           MOVE 08 TO WS-RC-NUEVO
           MOVE "ORGANIGRAMA: TABLA LLENA, INCOMPLETO"
                TO WS-DESCRIPCION-ERROR
           PERFORM 080-ACTUALIZA-RC THRU 080-FIN.
       085-FIN.  EXIT.

      *> ESCRIBE EL PIE CON LAS CUENTAS DE CADA EXCEPCION Y FIJA EL RC
      *> DEL PASO: CUALQUIER EXCEPCION DE LA LINEA DE MANDO ES RC 04.
       090-ESCRIBE-PIE.
           MOVE SPACES TO RPTORGA-LINEA
           WRITE RPTORGA-LINEA
           MOVE WS-TOT-JEFES TO WS-CUENTA-ED
           MOVE SPACES TO RPTORGA-LINEA
           STRING "JEFES:                           " DELIMITED BY SIZE
                  WS-CUENTA-ED                         DELIMITED BY SIZE
                  INTO RPTORGA-LINEA
           WRITE RPTORGA-LINEA
           MOVE WS-TOT-EXCEDIDOS TO WS-CUENTA-ED
           MOVE SPACES TO RPTORGA-LINEA
           STRING "JEFES QUE EXCEDEN EL TRAMO:      " DELIMITED BY SIZE
                  WS-CUENTA-ED                         DELIMITED BY SIZE
                  INTO RPTORGA-LINEA
           WRITE RPTORGA-LINEA
           MOVE WS-TOT-SIN-SUBORD TO WS-CUENTA-ED
           MOVE SPACES TO RPTORGA-LINEA
           STRING "JEFATURAS SIN SUBORDINADOS:      " DELIMITED BY SIZE
                  WS-CUENTA-ED                         DELIMITED BY SIZE
                  INTO RPTORGA-LINEA
           WRITE RPTORGA-LINEA
           MOVE WS-TOT-HUERFANOS TO WS-CUENTA-ED
           MOVE SPACES TO RPTORGA-LINEA
           STRING "SIN SUPERVISOR ACTIVO:           " DELIMITED BY SIZE
                  WS-CUENTA-ED                         DELIMITED BY SIZE
                  INTO RPTORGA-LINEA
           WRITE RPTORGA-LINEA
           MOVE WS-TOT-EN-CICLO TO WS-CUENTA-ED
           MOVE SPACES TO RPTORGA-LINEA
           STRING "EN CICLO DE LA LINEA DE MANDO:   " DELIMITED BY SIZE
                  WS-CUENTA-ED                         DELIMITED BY SIZE
                  INTO RPTORGA-LINEA
           WRITE RPTORGA-LINEA
           IF WS-TOT-EXCEDIDOS GREATER ZERO
              OR WS-TOT-SIN-SUBORD GREATER ZERO
              OR WS-TOT-HUERFANOS GREATER ZERO
              OR WS-TOT-EN-CICLO GREATER ZERO
               MOVE 04 TO WS-RC-NUEVO
               MOVE "ORGANIGRAMA: HAY EXCEPCIONES DE MANDO"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
           END-IF
           MOVE RPT-TOTAL-REGS TO RPT-TOTAL-REGS-ED
           MOVE RPT-PIE TO RPTORGA-LINEA
           WRITE RPTORGA-LINEA.
       090-FIN.  EXIT.
