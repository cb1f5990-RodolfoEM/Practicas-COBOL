      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGVARN.
      *AUTHOR.                    FERNANDO TOLEDO.
      *INSTALLATION.              CENTRO DE CAPACITACION.
      *DATE-WRITTEN.              2026-10-15.
      *DATE-COMPILED.
      *SECURITY.                  NO ES CONFIDENCIAL.
      *> ------------------------------------------------------
      *> REVISION DE VARIACIONES ANTES DE LA DISPERSION. PROGBANC
      *> MANDABA AL BANCO LO QUE PROGNOMI NETEARA, Y UN NETO
      *> DESCUADRADO SOLO SE VEIA CUANDO EL DINERO YA HABIA SALIDO.
      *> ESTE PASO CORRE ENTRE LOS DOS: COMPARA CADA RENGLON DEL
      *> DETALLE DE LA CORRIDA (NOMIDET, COPY NOMDREG) CONTRA EL
      *> ULTIMO NETO CALCULADO DEL EMPLEADO (NOMULT (0), COPY
      *> NULTREG) Y RETIENE AL QUE CAIGA EN ALGUNO DE ESTOS CASOS,
      *> EN ESTE ORDEN DE PRIORIDAD:
      *>   NC  NETO EN CERO (PROGNOMI YA LLEVA A CERO UN NETO
      *>       NEGATIVO).
      *>   TP  NETO SOBRE EL TOPE DE SU PUESTO (TOPENETO, COPY
      *>       TOPNREG, O EL TOPE GENERAL DEL SYSIN), PRORRATEADO A
      *>       LOS DIAS DEL PERIODO DE SU GRUPO DE PAGO.
      *>   VA  EL NETO CAMBIO MAS DEL PORCENTAJE DE TOLERANCIA DEL
      *>       SYSIN CONTRA EL PERIODO ANTERIOR.
      *>   NU  PRIMER PAGO DEL EMPLEADO (NO ESTA EN NOMULT) CUANDO SU
      *>       ALTA TIENE MAS DIAS QUE LOS DEL SYSIN: UN ALTA RECIENTE
      *>       ES UN PRIMER PAGO NORMAL, UNA VIEJA NO.
      *> SIN GENERACION ANTERIOR DE NOMULT (PRIMERA CORRIDA) NO HAY
      *> CONTRA QUE COMPARAR Y SOLO SE REVISAN NC Y TP. CADA
      *> RETENIDO SE ESCRIBE EN EL REGISTRO DE RETENCIONES (NOMRETEN
      *> (+1), COPY RETNREG), QUE ARRASTRA LAS DE CORRIDAS ANTERIORES
      *> QUE SIGUEN SIN LIBERAR. EL OPERADOR LIBERA CON UNA TARJETA
      *> EN NOMLIBER (COPY LIBRREG: EMPLEADO, FECHA DE LA RETENCION Y
      *> USUARIO); LA RETENCION QUEDA LIBERADA Y PROGBANC LA DISPERSA
      *> ESA NOCHE CON EL NETO RETENIDO. UNA LIBERADA EN UNA CORRIDA
      *> ANTERIOR YA SE DISPERSO Y NO SE ARRASTRA. NOMULT (+1) QUEDA
      *> CON EL NETO DE LA CORRIDA DE CADA EMPLEADO DEL DETALLE, SE
      *> HAYA RETENIDO O NO, Y CON EL ANTERIOR DE LOS DEMAS. EL
      *> REPORTE DE RETENCIONES Y LIBERACIONES SALE EN RPTVARN. CON
      *> CUALQUIER NETO RETENIDO AL TERMINAR EL PASO QUEDA EN RC 04.
      *> EL SYSIN TRAE EL PORCENTAJE DE TOLERANCIA (2500 ES 25.00%;
      *> 0 = NO SE REVISA LA VARIACION), LOS DIAS DE ALTA RECIENTE
      *> Y EL TOPE GENERAL MENSUAL EN PESOS (0 = SIN TOPE GENERAL).
      *> ------------------------------------------------------
      *> MODIFICACIONES:
      *> 2026-10-15  LA TOLERANCIA SE LEE DEL SYSIN COMO ENTERO (2500)
      *>             Y SE DIVIDE ENTRE 100; LEIDA DIRECTO AL CAMPO CON
      *>             DECIMALES QUEDABA EN CEROS Y NO SE REVISABA NADA.
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

           SELECT NOMIDET-FILE    ASSIGN TO "NOMIDET"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-NOMIDET-STATUS.

           SELECT NOMULTAN-FILE   ASSIGN TO "NOMULTAN"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-NOMULTAN-STATUS.

           SELECT NOMULT-FILE     ASSIGN TO "NOMULT"
                                   ORGANIZATION LINE SEQUENTIAL.

           SELECT NOMRETAN-FILE   ASSIGN TO "NOMRETAN"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-NOMRETAN-STATUS.

           SELECT NOMRETEN-FILE   ASSIGN TO "NOMRETEN"
                                   ORGANIZATION LINE SEQUENTIAL.

           SELECT NOMLIBER-FILE   ASSIGN TO "NOMLIBER"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-NOMLIBER-STATUS.

           SELECT TOPENETO-FILE   ASSIGN TO "TOPENETO"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-TOPENETO-STATUS.

           SELECT RPTVARN-FILE    ASSIGN TO "RPTVARN"
                                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPMAST-FILE.
       COPY EMPREC.

       FD  NOMIDET-FILE.
       COPY NOMDREG.

      *> LA GENERACION ANTERIOR DE NOMULT, CON EL MISMO LAYOUT QUE
      *> NULTREG.
       FD  NOMULTAN-FILE.
       01  NOMULTAN-REGISTRO.
           05 NUA-NUMERO            PIC 9(05).
           05 NUA-FECHA             PIC 9(08).
           05 NUA-NETO              PIC 9(05)V99.

       FD  NOMULT-FILE.
       COPY NULTREG.

      *> LA GENERACION ANTERIOR DE NOMRETEN, CON EL MISMO LAYOUT QUE
      *> RETNREG.
       FD  NOMRETAN-FILE.
       01  NOMRETAN-REGISTRO.
           05 RTA-NUMERO            PIC 9(05).
           05 RTA-FECHA             PIC 9(08).
           05 RTA-MOTIVO            PIC X(02).
           05 RTA-NETO-ANT          PIC 9(05)V99.
           05 RTA-NETO              PIC 9(05)V99.
           05 RTA-ESTADO            PIC X(01).
               88 RTA-RETENIDO                      VALUE "R".
               88 RTA-LIBERADO                      VALUE "L".
           05 RTA-FECHA-LIBERA      PIC 9(08).
           05 RTA-USUARIO           PIC X(08).

       FD  NOMRETEN-FILE.
       COPY RETNREG.

       FD  NOMLIBER-FILE.
       COPY LIBRREG.

       FD  TOPENETO-FILE.
       COPY TOPNREG.

       FD  RPTVARN-FILE.
       01  RPTVARN-LINEA            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY RPTHDR.
       COPY CICLOREG.
       COPY GRUPTAB.

      *> LOS TOPES DE NETO MENSUAL POR DEPARTAMENTO Y PUESTO.
       01  WS-TABLA-TOPES.
           05 WS-TP-RENGLON OCCURS 200 TIMES.
              10 WS-TP-DEPARTAMENTO PIC X(04).
              10 WS-TP-PUESTO       PIC X(04).
              10 WS-TP-TOPE         PIC 9(07)V99.

      *> LAS TARJETAS DE LIBERACION DEL OPERADOR Y SI YA ENCONTRARON
      *> SU RETENCION.
       01  WS-TABLA-LIBERACIONES.
           05 WS-LB-RENGLON OCCURS 200 TIMES.
              10 WS-LB-NUMERO       PIC 9(05).
              10 WS-LB-FECHA        PIC 9(08).
              10 WS-LB-USUARIO      PIC X(08).
              10 WS-LB-USADA        PIC X(01).
                  88 LB-USADA                    VALUE "S".

       01  WS-AREAS.
           05 WS-EMPMAST-STATUS   PIC X(02).
           05 WS-NOMIDET-STATUS   PIC X(02).
           05 WS-NOMIDET-EOF      PIC X(01)      VALUE "N".
               88 NOMIDET-EOF                    VALUE "S".
           05 WS-NOMULTAN-STATUS  PIC X(02).
           05 WS-NOMULTAN-EOF     PIC X(01)      VALUE "N".
               88 NOMULTAN-EOF                   VALUE "S".
           05 WS-NOMRETAN-STATUS  PIC X(02).
           05 WS-NOMRETAN-EOF     PIC X(01)      VALUE "N".
               88 NOMRETAN-EOF                   VALUE "S".
           05 WS-NOMLIBER-STATUS  PIC X(02).
           05 WS-NOMLIBER-EOF     PIC X(01)      VALUE "N".
               88 NOMLIBER-EOF                   VALUE "S".
           05 WS-TOPENETO-STATUS  PIC X(02).
           05 WS-TOPENETO-EOF     PIC X(01)      VALUE "N".
               88 TOPENETO-EOF                   VALUE "S".
           05 WS-CON-REFERENCIA   PIC X(01)      VALUE "S".
               88 CON-REFERENCIA                 VALUE "S".
           05 WS-EN-MAESTRO       PIC X(01).
               88 EN-MAESTRO                     VALUE "S".
           05 WS-FECHA-CORRIDA    PIC 9(08).
           05 WS-PCT-TOLERANCIA   PIC 9(02)V99.
           05 WS-TOLERANCIA-SYSIN PIC 9(04).
           05 WS-DIAS-ALTA        PIC 9(03).
           05 WS-TOPE-GENERAL     PIC 9(07).
           05 WS-CLAVE-DET        PIC 9(05).
           05 WS-CLAVE-ANT        PIC 9(05).
           05 WS-NETO-ANT         PIC 9(05)V99.
           05 WS-TIENE-ANTERIOR   PIC X(01).
               88 TIENE-ANTERIOR                 VALUE "S".
           05 WS-MOTIVO           PIC X(02).
           05 WS-DIFERENCIA       PIC 9(05)V99.
           05 WS-VARIACION-PCT    PIC 9(05)V99.
           05 WS-TOPE-MENSUAL     PIC 9(07)V99.
           05 WS-TOPE-PERIODO     PIC 9(07)V99.
           05 WS-DIAS-PERIODO     PIC 9(02).
           05 WS-DIAS-ANTIGUEDAD  PIC S9(05).
           05 WS-GRUPO-POS        PIC 9(01).
           05 WS-NUM-TOPES        PIC 9(03)      VALUE ZERO.
           05 WS-NUM-LIBERACIONES PIC 9(03)      VALUE ZERO.
           05 WS-INDICE           PIC 9(03).
           05 WS-TOPE-POS         PIC 9(03).
           05 WS-LIBERA-POS       PIC 9(03).
           05 WS-BUSCA-NUMERO     PIC 9(05).
           05 WS-BUSCA-FECHA      PIC 9(08).
           05 WS-ESTADO-TEXTO     PIC X(10).
           05 WS-TOT-EVALUADOS    PIC 9(05)      VALUE ZERO.
           05 WS-TOT-RETENIDOS    PIC 9(05)      VALUE ZERO.
           05 WS-TOT-LIBERADOS    PIC 9(05)      VALUE ZERO.
           05 WS-TOT-PENDIENTES   PIC 9(05)      VALUE ZERO.
           05 WS-TOT-VIGENTES     PIC 9(05)      VALUE ZERO.
           05 WS-TOT-TARJ-SOBRAN  PIC 9(05)      VALUE ZERO.
           05 WS-CODIGO-RETORNO   PIC 9(02)      VALUE ZERO.
           05 WS-RC-NUEVO         PIC 9(02).
           05 WS-DESCRIPCION-ERROR PIC X(40).

       01  WS-EDITADOS.
           05 WS-NETO-ED          PIC ZZ,ZZ9.99.
           05 WS-ANTERIOR-ED      PIC ZZ,ZZ9.99.
           05 WS-CUENTA-ED        PIC ZZZZ9.

       PROCEDURE DIVISION.
       000-RAIZ.
           MOVE ZERO TO RETURN-CODE
           ACCEPT CC-HORA-INICIO FROM TIME
           ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD
           DISPLAY "TOLERANCIA DE VARIACION DEL NETO (2500 = 25.00%, "
                   "0 = NO SE REVISA): "
           ACCEPT WS-TOLERANCIA-SYSIN
           IF WS-TOLERANCIA-SYSIN NUMERIC
               COMPUTE WS-PCT-TOLERANCIA = WS-TOLERANCIA-SYSIN / 100
           ELSE
               MOVE ZERO TO WS-PCT-TOLERANCIA
           END-IF
           DISPLAY "DIAS DE ALTA RECIENTE PARA UN PRIMER PAGO: "
           ACCEPT WS-DIAS-ALTA
           IF WS-DIAS-ALTA NOT NUMERIC
               MOVE ZERO TO WS-DIAS-ALTA
           END-IF
           DISPLAY "TOPE GENERAL DE NETO MENSUAL (0 = SIN TOPE): "
           ACCEPT WS-TOPE-GENERAL
           IF WS-TOPE-GENERAL NOT NUMERIC
               MOVE ZERO TO WS-TOPE-GENERAL
           END-IF
           OPEN INPUT NOMIDET-FILE
           IF WS-NOMIDET-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR NOMIDET, SE TERMINA"
               MOVE 16 TO WS-RC-NUEVO
               MOVE "VARIACIONES: NO SE PUDO ABRIR NOMIDET"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               PERFORM 085-CONTROL-CICLO THRU 085-FIN
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 005-ABRE-EMPMAST THRU 005-FIN
           CALL "PROGGPER" USING WS-FECHA-CORRIDA GP-GRUPOS
           PERFORM 006-CARGA-TOPES THRU 006-FIN
           PERFORM 012-CARGA-LIBERACIONES THRU 012-FIN
           OPEN OUTPUT NOMRETEN-FILE
           OPEN OUTPUT RPTVARN-FILE
           PERFORM 015-ESCRIBE-ENCABEZADO THRU 015-FIN
           PERFORM 020-ARRASTRA-RETENCIONES THRU 020-FIN
           PERFORM 030-REVISA-DETALLE THRU 030-FIN
           PERFORM 070-TARJETAS-SOBRANTES THRU 070-FIN
           PERFORM 090-ESCRIBE-PIE THRU 090-FIN
           CLOSE NOMIDET-FILE
           CLOSE EMPMAST-FILE
           CLOSE NOMRETEN-FILE
           CLOSE RPTVARN-FILE
           IF WS-TOT-VIGENTES GREATER ZERO
               MOVE 04 TO WS-RC-NUEVO
               MOVE "VARIACIONES: HAY NETOS RETENIDOS"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
           END-IF
           DISPLAY "EVALUADOS: " WS-TOT-EVALUADOS
                   " RETENIDOS HOY: " WS-TOT-RETENIDOS
                   " LIBERADOS: " WS-TOT-LIBERADOS
                   " PENDIENTES: " WS-TOT-PENDIENTES
           PERFORM 085-CONTROL-CICLO THRU 085-FIN
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE
           GOBACK.

      *> DEJA EL RENGLON DE ESTE PASO EN EL ARCHIVO DE CONTROL DEL
      *> CICLO, COMO TODOS LOS PASOS DEL CICLO DIARIO.
       085-CONTROL-CICLO.
           MOVE "PROGVARN" TO CC-PROGRAMA
           MOVE WS-TOT-EVALUADOS TO CC-ENTRADA
           COMPUTE CC-SALIDA = WS-TOT-EVALUADOS - WS-TOT-RETENIDOS
           MOVE WS-TOT-RETENIDOS TO CC-RECHAZADOS
           MOVE WS-CODIGO-RETORNO TO CC-RC
           ACCEPT CC-HORA-FIN FROM TIME
           CALL "PROGCCTL" USING "A" CC-REGISTRO.
       085-FIN.  EXIT.

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

      *> CARGA EL CATALOGO DE TOPES. SIN CATALOGO SOLO APLICA EL TOPE
      *> GENERAL DEL SYSIN.
       006-CARGA-TOPES.
           OPEN INPUT TOPENETO-FILE
           IF WS-TOPENETO-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR TOPENETO; SOLO TOPE GENERAL"
               GO TO 006-FIN
           END-IF
           PERFORM 007-LEE-TOPE THRU 007-FIN
           PERFORM 008-GUARDA-TOPE THRU 008-FIN
                   UNTIL TOPENETO-EOF
           CLOSE TOPENETO-FILE.
       006-FIN.  EXIT.

       007-LEE-TOPE.
           READ TOPENETO-FILE
               AT END
                   SET TOPENETO-EOF TO TRUE
           END-READ.
       007-FIN.  EXIT.

       008-GUARDA-TOPE.
           IF WS-NUM-TOPES LESS 200
              AND TP-TOPE-MENSUAL IS NUMERIC
               ADD 1 TO WS-NUM-TOPES
               MOVE TP-DEPARTAMENTO
                    TO WS-TP-DEPARTAMENTO (WS-NUM-TOPES)
               MOVE TP-PUESTO TO WS-TP-PUESTO (WS-NUM-TOPES)
               MOVE TP-TOPE-MENSUAL TO WS-TP-TOPE (WS-NUM-TOPES)
           END-IF
           PERFORM 007-LEE-TOPE THRU 007-FIN.
       008-FIN.  EXIT.

      *> CARGA LAS TARJETAS DE LIBERACION. SIN ARCHIVO NO SE LIBERA
      *> NADA EN ESTA CORRIDA.
       012-CARGA-LIBERACIONES.
           OPEN INPUT NOMLIBER-FILE
           IF WS-NOMLIBER-STATUS NOT = "00"
               DISPLAY "SIN TARJETAS DE LIBERACION EN NOMLIBER"
               GO TO 012-FIN
           END-IF
           PERFORM 013-LEE-LIBERACION THRU 013-FIN
           PERFORM 014-GUARDA-LIBERACION THRU 014-FIN
                   UNTIL NOMLIBER-EOF
           CLOSE NOMLIBER-FILE.
       012-FIN.  EXIT.

       013-LEE-LIBERACION.
           READ NOMLIBER-FILE
               AT END
                   SET NOMLIBER-EOF TO TRUE
           END-READ.
       013-FIN.  EXIT.

       014-GUARDA-LIBERACION.
           IF WS-NUM-LIBERACIONES LESS 200
              AND LB-NUMERO IS NUMERIC
              AND LB-FECHA IS NUMERIC
               ADD 1 TO WS-NUM-LIBERACIONES
               MOVE LB-NUMERO TO WS-LB-NUMERO (WS-NUM-LIBERACIONES)
               MOVE LB-FECHA  TO WS-LB-FECHA (WS-NUM-LIBERACIONES)
               MOVE LB-USUARIO
                    TO WS-LB-USUARIO (WS-NUM-LIBERACIONES)
               MOVE "N" TO WS-LB-USADA (WS-NUM-LIBERACIONES)
           END-IF
           PERFORM 013-LEE-LIBERACION THRU 013-FIN.
       014-FIN.  EXIT.

       015-ESCRIBE-ENCABEZADO.
           MOVE "RETENCIONES ANTES DE DISPERSAR - PROGVARN"
                TO RPT-TITULO
           ACCEPT RPT-FECHA FROM DATE
           MOVE RPT-ENCABEZADO TO RPTVARN-LINEA
           WRITE RPTVARN-LINEA
           MOVE SPACES TO RPTVARN-LINEA
           WRITE RPTVARN-LINEA
           MOVE SPACES TO RPTVARN-LINEA
           STRING "TOLERANCIA: "       DELIMITED BY SIZE
                  WS-PCT-TOLERANCIA    DELIMITED BY SIZE
                  "  DIAS DE ALTA: "   DELIMITED BY SIZE
                  WS-DIAS-ALTA         DELIMITED BY SIZE
                  "  TOPE GENERAL: "   DELIMITED BY SIZE
                  WS-TOPE-GENERAL      DELIMITED BY SIZE
                  INTO RPTVARN-LINEA
           WRITE RPTVARN-LINEA
           MOVE SPACES TO RPTVARN-LINEA
           WRITE RPTVARN-LINEA.
       015-FIN.  EXIT.

      *> PASA A LA GENERACION NUEVA LAS RETENCIONES DE CORRIDAS
      *> ANTERIORES QUE SIGUEN VIGENTES, APLICANDO LAS TARJETAS DE
      *> LIBERACION. SE DESCARTAN LAS QUE SE LIBERARON EN UNA CORRIDA
      *> ANTERIOR (PROGBANC YA LAS DISPERSO) Y LAS DE HOY MISMO, QUE
      *> EN UNA RECORRIDA SE VUELVEN A CALCULAR DEL DETALLE.
       020-ARRASTRA-RETENCIONES.
           MOVE "RETENCIONES DE CORRIDAS ANTERIORES:"
                TO RPTVARN-LINEA
           WRITE RPTVARN-LINEA
           OPEN INPUT NOMRETAN-FILE
           IF WS-NOMRETAN-STATUS NOT = "00"
               MOVE "  SIN REGISTRO ANTERIOR DE RETENCIONES"
                    TO RPTVARN-LINEA
               WRITE RPTVARN-LINEA
               GO TO 020-FIN
           END-IF
           PERFORM 022-LEE-RETENCION THRU 022-FIN
           PERFORM 024-ARRASTRA-RETENCION THRU 024-FIN
                   UNTIL NOMRETAN-EOF
           CLOSE NOMRETAN-FILE.
       020-FIN.  EXIT.

       022-LEE-RETENCION.
           READ NOMRETAN-FILE
               AT END
                   SET NOMRETAN-EOF TO TRUE
           END-READ.
       022-FIN.  EXIT.

       024-ARRASTRA-RETENCION.
           IF RTA-FECHA = WS-FECHA-CORRIDA
               GO TO 024-SIGUIENTE
           END-IF
           IF RTA-LIBERADO
              AND RTA-FECHA-LIBERA LESS WS-FECHA-CORRIDA
               GO TO 024-SIGUIENTE
           END-IF
           MOVE NOMRETAN-REGISTRO TO RT-REGISTRO
           IF RT-RETENIDO
               MOVE RT-NUMERO TO WS-BUSCA-NUMERO
               MOVE RT-FECHA  TO WS-BUSCA-FECHA
               PERFORM 060-BUSCA-LIBERACION THRU 060-FIN
               IF WS-LIBERA-POS NOT = ZERO
                   MOVE "L" TO RT-ESTADO
                   MOVE WS-FECHA-CORRIDA TO RT-FECHA-LIBERA
                   MOVE WS-LB-USUARIO (WS-LIBERA-POS) TO RT-USUARIO
               END-IF
           END-IF
           IF RT-RETENIDO
               ADD 1 TO WS-TOT-PENDIENTES
               ADD 1 TO WS-TOT-VIGENTES
               MOVE "PENDIENTE" TO WS-ESTADO-TEXTO
           ELSE
               ADD 1 TO WS-TOT-LIBERADOS
               MOVE "LIBERADO" TO WS-ESTADO-TEXTO
           END-IF
           WRITE RT-REGISTRO
           PERFORM 065-IMPRIME-RETENCION THRU 065-FIN.
       024-SIGUIENTE.
           PERFORM 022-LEE-RETENCION THRU 022-FIN.
       024-FIN.  EXIT.

      *> EMPAREJA EL DETALLE DE LA CORRIDA CON EL ULTIMO NETO DE CADA
      *> EMPLEADO (LOS DOS VIENEN EN ORDEN DE NUMERO) Y DEJA LA NUEVA
      *> GENERACION DE NOMULT.
       030-REVISA-DETALLE.
           MOVE SPACES TO RPTVARN-LINEA
           WRITE RPTVARN-LINEA
           MOVE "RETENCIONES DE ESTA CORRIDA:" TO RPTVARN-LINEA
           WRITE RPTVARN-LINEA
           OPEN INPUT NOMULTAN-FILE
           IF WS-NOMULTAN-STATUS NOT = "00"
               MOVE "N" TO WS-CON-REFERENCIA
               SET NOMULTAN-EOF TO TRUE
               MOVE 99999 TO WS-CLAVE-ANT
               MOVE "  SIN NETOS ANTERIORES: SOLO SE REVISAN NC Y TP"
                    TO RPTVARN-LINEA
               WRITE RPTVARN-LINEA
           ELSE
               PERFORM 034-LEE-ANTERIOR THRU 034-FIN
           END-IF
           OPEN OUTPUT NOMULT-FILE
           PERFORM 032-LEE-DETALLE THRU 032-FIN
           PERFORM 036-EMPAREJA THRU 036-FIN
                   UNTIL NOMIDET-EOF AND NOMULTAN-EOF
           IF CON-REFERENCIA
               CLOSE NOMULTAN-FILE
           END-IF
           CLOSE NOMULT-FILE.
       030-FIN.  EXIT.

       032-LEE-DETALLE.
           READ NOMIDET-FILE
               AT END
                   SET NOMIDET-EOF TO TRUE
                   MOVE 99999 TO WS-CLAVE-DET
               NOT AT END
                   MOVE ND-NUMERO TO WS-CLAVE-DET
           END-READ.
       032-FIN.  EXIT.

       034-LEE-ANTERIOR.
           READ NOMULTAN-FILE
               AT END
                   SET NOMULTAN-EOF TO TRUE
                   MOVE 99999 TO WS-CLAVE-ANT
               NOT AT END
                   MOVE NUA-NUMERO TO WS-CLAVE-ANT
           END-READ.
       034-FIN.  EXIT.

      *> UN NETO ANTERIOR SIN RENGLON EN EL DETALLE PASA TAL CUAL; UN
      *> RENGLON DEL DETALLE SE REVISA CON O SIN NETO ANTERIOR Y SU
      *> NETO QUEDA COMO EL ULTIMO DEL EMPLEADO.
       036-EMPAREJA.
           IF NOT NOMULTAN-EOF
              AND (NOMIDET-EOF OR WS-CLAVE-ANT LESS WS-CLAVE-DET)
               MOVE NOMULTAN-REGISTRO TO NU-REGISTRO
               WRITE NU-REGISTRO
               PERFORM 034-LEE-ANTERIOR THRU 034-FIN
               GO TO 036-FIN
           END-IF
           IF NOT NOMULTAN-EOF
              AND WS-CLAVE-ANT = WS-CLAVE-DET
               SET TIENE-ANTERIOR TO TRUE
               MOVE NUA-NETO TO WS-NETO-ANT
               PERFORM 034-LEE-ANTERIOR THRU 034-FIN
           ELSE
               MOVE "N" TO WS-TIENE-ANTERIOR
               MOVE ZERO TO WS-NETO-ANT
           END-IF
           PERFORM 040-EVALUA-EMPLEADO THRU 040-FIN
           MOVE ND-NUMERO        TO NU-NUMERO
           MOVE WS-FECHA-CORRIDA TO NU-FECHA
           MOVE ND-NETO          TO NU-NETO
           WRITE NU-REGISTRO
           PERFORM 032-LEE-DETALLE THRU 032-FIN.
       036-FIN.  EXIT.

      *> REVISA EL RENGLON DEL DETALLE LEIDO; EL PRIMER CASO QUE
      *> APLIQUE ES EL MOTIVO DE LA RETENCION.
       040-EVALUA-EMPLEADO.
           ADD 1 TO WS-TOT-EVALUADOS
           MOVE SPACES TO WS-MOTIVO
           MOVE ND-NUMERO TO EM-NUMERO
           READ EMPMAST-FILE
               INVALID KEY
                   MOVE "N" TO WS-EN-MAESTRO
               NOT INVALID KEY
                   SET EN-MAESTRO TO TRUE
           END-READ
           IF ND-NETO = ZERO
               MOVE "NC" TO WS-MOTIVO
               GO TO 040-RETIENE
           END-IF
           PERFORM 045-REVISA-TOPE THRU 045-FIN
           IF WS-MOTIVO NOT = SPACES
               GO TO 040-RETIENE
           END-IF
           IF NOT CON-REFERENCIA
               GO TO 040-FIN
           END-IF
           IF TIENE-ANTERIOR
               PERFORM 050-REVISA-VARIACION THRU 050-FIN
           ELSE
               PERFORM 055-REVISA-PRIMER-PAGO THRU 055-FIN
           END-IF
           IF WS-MOTIVO = SPACES
               GO TO 040-FIN
           END-IF.
       040-RETIENE.
           MOVE SPACES           TO RT-REGISTRO
           MOVE ND-NUMERO        TO RT-NUMERO
           MOVE WS-FECHA-CORRIDA TO RT-FECHA
           MOVE WS-MOTIVO        TO RT-MOTIVO
           MOVE WS-NETO-ANT      TO RT-NETO-ANT
           MOVE ND-NETO          TO RT-NETO
           MOVE "R"              TO RT-ESTADO
           MOVE ZERO             TO RT-FECHA-LIBERA
           ADD 1 TO WS-TOT-RETENIDOS
      *> UNA TARJETA CON LA FECHA DE HOY LIBERA DESDE LA RECORRIDA.
           MOVE ND-NUMERO        TO WS-BUSCA-NUMERO
           MOVE WS-FECHA-CORRIDA TO WS-BUSCA-FECHA
           PERFORM 060-BUSCA-LIBERACION THRU 060-FIN
           IF WS-LIBERA-POS NOT = ZERO
               MOVE "L" TO RT-ESTADO
               MOVE WS-FECHA-CORRIDA TO RT-FECHA-LIBERA
               MOVE WS-LB-USUARIO (WS-LIBERA-POS) TO RT-USUARIO
               ADD 1 TO WS-TOT-LIBERADOS
               MOVE "LIBERADO" TO WS-ESTADO-TEXTO
           ELSE
               ADD 1 TO WS-TOT-VIGENTES
               MOVE "RETENIDO" TO WS-ESTADO-TEXTO
           END-IF
           WRITE RT-REGISTRO
           PERFORM 065-IMPRIME-RETENCION THRU 065-FIN.
       040-FIN.  EXIT.

      *> TOPE DEL PUESTO DEL EMPLEADO (PRIMERO EL DE SU DEPARTAMENTO,
      *> LUEGO EL DE CUALQUIER DEPARTAMENTO, LUEGO EL GENERAL),
      *> PRORRATEADO A LOS DIAS DEL PERIODO DE SU GRUPO; SIN
      *> CALENDARIO O SIN EMPLEADO EN EL MAESTRO EL PERIODO ES DE 30.
       045-REVISA-TOPE.
           MOVE ZERO TO WS-TOPE-POS
           IF EN-MAESTRO
               PERFORM 046-BUSCA-TOPE THRU 046-FIN
                       VARYING WS-INDICE FROM 1 BY 1
                       UNTIL WS-INDICE GREATER WS-NUM-TOPES
                          OR WS-TOPE-POS NOT = ZERO
               IF WS-TOPE-POS = ZERO
                   PERFORM 047-BUSCA-TOPE-PUESTO THRU 047-FIN
                           VARYING WS-INDICE FROM 1 BY 1
                           UNTIL WS-INDICE GREATER WS-NUM-TOPES
                              OR WS-TOPE-POS NOT = ZERO
               END-IF
           END-IF
           IF WS-TOPE-POS NOT = ZERO
               MOVE WS-TP-TOPE (WS-TOPE-POS) TO WS-TOPE-MENSUAL
           ELSE
               MOVE WS-TOPE-GENERAL TO WS-TOPE-MENSUAL
           END-IF
           IF WS-TOPE-MENSUAL = ZERO
               GO TO 045-FIN
           END-IF
           MOVE 30 TO WS-DIAS-PERIODO
           IF EN-MAESTRO AND GP-CON-CALENDARIO
               PERFORM 048-GRUPO-EMPLEADO THRU 048-FIN
               IF GP-DIAS (WS-GRUPO-POS) GREATER ZERO
                   MOVE GP-DIAS (WS-GRUPO-POS) TO WS-DIAS-PERIODO
               END-IF
           END-IF
           COMPUTE WS-TOPE-PERIODO ROUNDED =
                   WS-TOPE-MENSUAL * WS-DIAS-PERIODO / 30
           IF ND-NETO GREATER WS-TOPE-PERIODO
               MOVE "TP" TO WS-MOTIVO
           END-IF.
       045-FIN.  EXIT.

       046-BUSCA-TOPE.
           IF WS-TP-DEPARTAMENTO (WS-INDICE) = EM-DEPARTAMENTO
              AND WS-TP-PUESTO (WS-INDICE) = EM-PUESTO
               MOVE WS-INDICE TO WS-TOPE-POS
           END-IF.
       046-FIN.  EXIT.

       047-BUSCA-TOPE-PUESTO.
           IF WS-TP-DEPARTAMENTO (WS-INDICE) = SPACES
              AND WS-TP-PUESTO (WS-INDICE) = EM-PUESTO
               MOVE WS-INDICE TO WS-TOPE-POS
           END-IF.
       047-FIN.  EXIT.

       048-GRUPO-EMPLEADO.
           EVALUATE TRUE
               WHEN EM-PAGO-SEMANAL
                   MOVE 1 TO WS-GRUPO-POS
               WHEN EM-PAGO-QUINCENAL
                   MOVE 2 TO WS-GRUPO-POS
               WHEN OTHER
                   MOVE 3 TO WS-GRUPO-POS
           END-EVALUATE.
       048-FIN.  EXIT.

      *> VARIACION DEL NETO CONTRA EL ANTERIOR, EN PORCENTAJE DEL
      *> ANTERIOR. UN ANTERIOR EN CERO YA SE RETUVO EN SU CORRIDA Y NO
      *> SIRVE DE BASE.
       050-REVISA-VARIACION.
           IF WS-PCT-TOLERANCIA = ZERO OR WS-NETO-ANT = ZERO
               GO TO 050-FIN
           END-IF
           IF ND-NETO GREATER WS-NETO-ANT
               COMPUTE WS-DIFERENCIA = ND-NETO - WS-NETO-ANT
           ELSE
               COMPUTE WS-DIFERENCIA = WS-NETO-ANT - ND-NETO
           END-IF
           COMPUTE WS-VARIACION-PCT ROUNDED =
                   WS-DIFERENCIA * 100 / WS-NETO-ANT
               ON SIZE ERROR
                   MOVE 99999.99 TO WS-VARIACION-PCT
           END-COMPUTE
           IF WS-VARIACION-PCT GREATER WS-PCT-TOLERANCIA
               MOVE "VA" TO WS-MOTIVO
           END-IF.
       050-FIN.  EXIT.

      *> PRIMER PAGO: SOLO SE RETIENE SI EL ALTA TIENE MAS DIAS QUE
      *> LOS DE ALTA RECIENTE. SIN EMPLEADO EN EL MAESTRO PROGBANC LO
      *> RECHAZA DE TODOS MODOS.
       055-REVISA-PRIMER-PAGO.
           IF NOT EN-MAESTRO
              OR EM-FECHA-ALTA NOT NUMERIC
              OR EM-FECHA-ALTA = ZERO
               GO TO 055-FIN
           END-IF
           CALL "PROGCDIA" USING EM-FECHA-ALTA WS-FECHA-CORRIDA
                                 WS-DIAS-ANTIGUEDAD
           IF WS-DIAS-ANTIGUEDAD GREATER WS-DIAS-ALTA
               MOVE "NU" TO WS-MOTIVO
           END-IF.
       055-FIN.  EXIT.

      *> POSICION DE LA TARJETA DE LIBERACION DEL EMPLEADO Y FECHA
      *> BUSCADOS (CERO SI NO HAY) Y LA MARCA COMO USADA.
       060-BUSCA-LIBERACION.
           MOVE ZERO TO WS-LIBERA-POS
           PERFORM 062-COMPARA-LIBERACION THRU 062-FIN
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE GREATER WS-NUM-LIBERACIONES
                      OR WS-LIBERA-POS NOT = ZERO
           IF WS-LIBERA-POS NOT = ZERO
               SET LB-USADA (WS-LIBERA-POS) TO TRUE
           END-IF.
       060-FIN.  EXIT.

       062-COMPARA-LIBERACION.
           IF WS-LB-NUMERO (WS-INDICE) = WS-BUSCA-NUMERO
              AND WS-LB-FECHA (WS-INDICE) = WS-BUSCA-FECHA
               MOVE WS-INDICE TO WS-LIBERA-POS
           END-IF.
       062-FIN.  EXIT.

      *> UN RENGLON DEL REPORTE POR RETENCION ESCRITA EN NOMRETEN.
       065-IMPRIME-RETENCION.
           MOVE RT-NETO TO WS-NETO-ED
           MOVE RT-NETO-ANT TO WS-ANTERIOR-ED
           MOVE SPACES TO RPTVARN-LINEA
           STRING "  "             DELIMITED BY SIZE
                  RT-NUMERO        DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  RT-FECHA         DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  RT-MOTIVO        DELIMITED BY SIZE
                  " NETO "         DELIMITED BY SIZE
                  WS-NETO-ED       DELIMITED BY SIZE
                  " ANT "          DELIMITED BY SIZE
                  WS-ANTERIOR-ED   DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  WS-ESTADO-TEXTO  DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  RT-USUARIO       DELIMITED BY SIZE
                  INTO RPTVARN-LINEA
           WRITE RPTVARN-LINEA.
       065-FIN.  EXIT.

      *> LAS TARJETAS QUE NO ENCONTRARON UNA RETENCION VIGENTE SE
      *> REPORTAN PARA QUE EL OPERADOR LAS CORRIJA O LAS QUITE.
       070-TARJETAS-SOBRANTES.
           PERFORM 072-REVISA-TARJETA THRU 072-FIN
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE GREATER WS-NUM-LIBERACIONES.
       070-FIN.  EXIT.

       072-REVISA-TARJETA.
           IF LB-USADA (WS-INDICE)
               GO TO 072-FIN
           END-IF
           IF WS-TOT-TARJ-SOBRAN = ZERO
               MOVE SPACES TO RPTVARN-LINEA
               WRITE RPTVARN-LINEA
               MOVE "TARJETAS DE LIBERACION SIN RETENCION VIGENTE:"
                    TO RPTVARN-LINEA
               WRITE RPTVARN-LINEA
           END-IF
           ADD 1 TO WS-TOT-TARJ-SOBRAN
           MOVE SPACES TO RPTVARN-LINEA
           STRING "  "                       DELIMITED BY SIZE
                  WS-LB-NUMERO (WS-INDICE)   DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-LB-FECHA (WS-INDICE)    DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  WS-LB-USUARIO (WS-INDICE)  DELIMITED BY SIZE
                  INTO RPTVARN-LINEA
           WRITE RPTVARN-LINEA.
       072-FIN.  EXIT.

      *> ELEVA WS-CODIGO-RETORNO A WS-RC-NUEVO SI ESTE ES MAS SEVERO Y
      *> DEJA CONSTANCIA EN LA BITACORA COMUN DE ERRORES (ERRLOG).
       080-ACTUALIZA-RC.
           IF WS-RC-NUEVO GREATER WS-CODIGO-RETORNO
               MOVE WS-RC-NUEVO TO WS-CODIGO-RETORNO
           END-IF
           CALL "PROGERRL" USING "PROGVARN" WS-RC-NUEVO
                   WS-DESCRIPCION-ERROR.
       080-FIN.  EXIT.

      *> ESCRIBE EL PIE CON LOS TOTALES DE LA REVISION.
       090-ESCRIBE-PIE.
           MOVE SPACES TO RPTVARN-LINEA
           WRITE RPTVARN-LINEA
           MOVE WS-TOT-EVALUADOS TO WS-CUENTA-ED
           MOVE SPACES TO RPTVARN-LINEA
           STRING "NETOS REVISADOS: "          DELIMITED BY SIZE
                  WS-CUENTA-ED                 DELIMITED BY SIZE
                  INTO RPTVARN-LINEA
           WRITE RPTVARN-LINEA
           MOVE WS-TOT-RETENIDOS TO WS-CUENTA-ED
           MOVE SPACES TO RPTVARN-LINEA
           STRING "RETENIDOS EN ESTA CORRIDA: " DELIMITED BY SIZE
                  WS-CUENTA-ED                 DELIMITED BY SIZE
                  INTO RPTVARN-LINEA
           WRITE RPTVARN-LINEA
           MOVE WS-TOT-LIBERADOS TO WS-CUENTA-ED
           MOVE SPACES TO RPTVARN-LINEA
           STRING "LIBERADOS PARA DISPERSAR HOY: "
                                               DELIMITED BY SIZE
                  WS-CUENTA-ED                 DELIMITED BY SIZE
                  INTO RPTVARN-LINEA
           WRITE RPTVARN-LINEA
           MOVE WS-TOT-VIGENTES TO WS-CUENTA-ED
           MOVE SPACES TO RPTVARN-LINEA
           STRING "RETENIDOS SIN LIBERAR: "    DELIMITED BY SIZE
                  WS-CUENTA-ED                 DELIMITED BY SIZE
                  INTO RPTVARN-LINEA
           WRITE RPTVARN-LINEA
           MOVE WS-TOT-TARJ-SOBRAN TO WS-CUENTA-ED
           MOVE SPACES TO RPTVARN-LINEA
           STRING "TARJETAS SIN RETENCION: "   DELIMITED BY SIZE
                  WS-CUENTA-ED                 DELIMITED BY SIZE
                  INTO RPTVARN-LINEA
           WRITE RPTVARN-LINEA.
       090-FIN.  EXIT.
