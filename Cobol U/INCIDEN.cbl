      *>             CORRIDA SE DETIENE CON 08): UN PERIODO QUE EL
      *>             OPERADOR OLVIDO DAR DE ALTA YA NO PASA DE
      *>             LARGO.
      *> 2026-10-15  SE ACEPTA LA INCIDENCIA IC (INCAPACIDAD DEL
      *>             IMSS) CON FOLIO, RAMO Y FECHAS DE INICIO Y FIN:
      *>             SE VALIDA Y SE DA DE ALTA EN EL MAESTRO INCAPAC
      *>             (COPY INCPREG); UN FOLIO REPETIDO SE RECHAZA. YA
      *>             NO HAY QUE CAPTURAR LA INCAPACIDAD COMO FALTAS.
      *>             EN CADA CORRIDA LOS DIAS DE INCAPACIDAD QUE CAEN
      *>             EN EL PERIODO ABIERTO (FECHAS DE PERCAL, O EL
      *>             MES EN CURSO SIN CALENDARIO) SE RECALCULAN DESDE
      *>             EL MAESTRO, POR RAMO, CON LOS DIAS DE ESPERA DE
      *>             ENFERMEDAD GENERAL APARTE, Y VIAJAN EN INCSUM;
      *>             UN CERTIFICADO QUE CRUZA DE PERIODO SE REPARTE
      *>             SOLO. LOS DIAS QUE CAEN EN UN PERIODO YA CERRADO
      *>             NO SE APLICAN (SE AVISA CON RC 04). EL REPORTE
      *>             POR DEPARTAMENTO LLEVA LOS DIAS DE INCAPACIDAD.
      *> 2026-10-15  GRUPOS DE PAGO: CADA GRUPO (SEMANAL, QUINCENAL,
      *>             MENSUAL) TIENE SU CALENDARIO EN PERCAL Y CADA
      *>             INCIDENCIA SE VALIDA CONTRA EL PERIODO ABIERTO
      *>             DEL GRUPO DEL EMPLEADO (PROGGPER PARA HOY,
      *>             PROGVPER CON EL GRUPO PARA LA FECHA DE LA
      *>             INCIDENCIA). LA CORRIDA SIGUE ACUMULANDO TODAS
      *>             LAS NOCHES A TODOS LOS GRUPOS CON PERIODO
      *>             ABIERTO, PORQUE LAS INCIDENCIAS LLEGAN A DIARIO;
      *>             CADA RENGLON DE INCSUM LLEVA EL PERIODO DEL GRUPO
      *>             DEL EMPLEADO Y LA SIEMBRA Y LAS INCAPACIDADES SE
      *>             TOMAN POR ESE PERIODO. SOLO SE DETIENE (RC 08)
      *>             SI NINGUN GRUPO TIENE PERIODO ABIERTO HOY; LA
      *>             INCIDENCIA DE UN GRUPO SIN PERIODO ABIERTO SE
      *>             RECHAZA. EL REPORTE LISTA EL PERIODO DE CADA
      *>             GRUPO Y MARCA LOS QUE CIERRAN HOY.
      *> 2026-10-15  TOPE LEGAL DE HORAS EXTRA (LFT ART. 66 Y 68): LAS
      *>             HORAS EXTRA ORDINARIAS SE ACUMULAN POR EMPLEADO Y
      *>             SEMANA CALENDARIO (LUNES A DOMINGO) EN EL MISMO
      *>             RESUMEN, ASI UNA REPETICION DEL PASO O EL ALCANCE
      *>             NO DUPLICAN NADA. HASTA 9 EN LA SEMANA SON DOBLES
      *>             (IS-HORAS-EXTRA) Y LAS QUE PASAN DE 9 SON TRIPLES
      *>             (IS-HORAS-TRIPLE); CADA INCIDENCIA QUE LLEVA LA
      *>             SEMANA SOBRE EL MAXIMO LEGAL SE AVISA A ERRLOG
      *>             CON RC 04 Y SE LISTA EN EL REPORTE. LA SEMANA
      *>             QUE EMPEZO EN EL PERIODO ANTERIOR SE ARRASTRA DEL
      *>             INCSUM DE LA NOCHE ANTERIOR CON LO YA TRABAJADO.
      *> 2026-10-15  TURNOS: SE ACEPTAN LOS RETARDOS (RE) Y SALIDAS
      *>             ANTICIPADAS (SA) QUE PROGCHEC GENERA CONTRA EL
      *>             TURNO DEL EMPLEADO; COMO LA FALTA, SE RECHAZAN EN
      *>             DIA INHABIL. SE CUENTAN EN EL RESUMEN DEL PERIODO
      *>             (IS-RETARDOS, IS-SALIDAS-ANT) Y, SEGUN EL
      *>             REGLAMENTO INTERIOR, CADA TERCER RETARDO DEL
      *>             PERIODO SE SUMA COMO UNA FALTA MAS. LA SALIDA
      *>             ANTICIPADA SOLO SE CUENTA; NO AFECTA EL PAGO.
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT RETROPEN-FILE   ASSIGN TO "RETROPEN"
                                   ORGANIZATION LINE SEQUENTIAL.

           SELECT INCAPAC-FILE    ASSIGN TO "INCAPAC"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS IC-LLAVE
                                   FILE STATUS IS WS-INCAPAC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPMAST-FILE.
           05 ISA-HORAS-EXTRA       PIC 9(04)V99.
           05 ISA-HORAS-FESTIVO     PIC 9(04)V99.
           05 ISA-PERIODO           PIC 9(06).
           05 ISA-DIAS-INC-EG       PIC 9(03).
           05 ISA-DIAS-INC-RT       PIC 9(03).
           05 ISA-DIAS-INC-MA       PIC 9(03).
           05 ISA-DIAS-ESPERA       PIC 9(03).
           05 ISA-HORAS-TRIPLE      PIC 9(04)V99.
           05 ISA-SEMANA OCCURS 6 TIMES.
              10 ISA-SEM-NUMERO     PIC 9(05).
              10 ISA-SEM-HORAS      PIC 9(03)V99.
              10 ISA-SEM-DOBLE      PIC 9(03)V99.
           05 ISA-RETARDOS          PIC 9(03).
           05 ISA-SALIDAS-ANT       PIC 9(03).

       FD  RETROPEN-FILE.
       01  RETRO-REGISTRO.
           05 RT-INCIDENCIA         PIC X(19).
           05 RT-PERIODO            PIC 9(06).

       FD  INCAPAC-FILE.
       COPY INCPREG.

       WORKING-STORAGE SECTION.
       COPY RPTHDR.
       COPY CICLOREG.
       COPY GRUPTAB.

       01  WS-RESUMEN-EMPLEADOS.
           05 WS-RESUMEN OCCURS 200 TIMES.
              10 WS-RE-PERMISOS      PIC 9(03).
              10 WS-RE-HORAS-EXTRA   PIC 9(04)V99.
              10 WS-RE-HE-FESTIVO    PIC 9(04)V99.
              10 WS-RE-INC-EG        PIC 9(03).
              10 WS-RE-INC-RT        PIC 9(03).
              10 WS-RE-INC-MA        PIC 9(03).
              10 WS-RE-ESPERA        PIC 9(03).
              10 WS-RE-GRUPO         PIC 9(01).
              10 WS-RE-HE-TRIPLE     PIC 9(04)V99.
              10 WS-RE-SEMANA OCCURS 6 TIMES.
                 15 WS-RE-SEM-NUMERO PIC 9(05).
                 15 WS-RE-SEM-HORAS  PIC 9(03)V99.
                 15 WS-RE-SEM-DOBLE  PIC 9(03)V99.
              10 WS-RE-RETARDOS      PIC 9(03).
              10 WS-RE-SALIDAS       PIC 9(03).

      *> SEMANAS QUE PASARON DEL MAXIMO LEGAL DE HORAS EXTRA EN LA
      *> CORRIDA, PARA LISTARLAS AL PIE DEL REPORTE.
       01  WS-EXCEPCIONES-HE.
           05 WS-EXCEPCION-HE OCCURS 50 TIMES.
              10 WS-EX-NUMERO        PIC 9(05).
              10 WS-EX-DEPARTAMENTO  PIC X(04).
              10 WS-EX-FECHA         PIC 9(08).
              10 WS-EX-HORAS-SEMANA  PIC 9(03)V99.

       01  WS-RESUMEN-DEPTOS.
           05 WS-DEPTO-INCI OCCURS 20 TIMES.
              10 WS-RD-FALTAS        PIC 9(04).
              10 WS-RD-PERMISOS      PIC 9(04).
              10 WS-RD-HORAS-EXTRA   PIC 9(05)V99.
              10 WS-RD-INCAPACIDAD   PIC 9(04).

      *> DIAS DE CADA MES (FEBRERO SE CORRIGE EN BISIESTO), PARA EL
      *> ULTIMO DIA DEL MES CUANDO NO HAY CALENDARIO DE PERIODOS.
       01  WS-TABLA-MESES.
           05 WS-DIAS-MESES       PIC X(24)
                                  VALUE "312831303130313130313031".
           05 WS-DIAS-MESES-R REDEFINES WS-DIAS-MESES.
              10 WS-DIAS-DEL-MES  PIC 9(02)  OCCURS 12 TIMES.

       01  WS-FECHAS-PERIODO.
           05 WS-PER-INICIO       PIC 9(08)      VALUE ZERO.
           05 WS-PER-FIN          PIC 9(08)      VALUE ZERO.
           05 WS-PER-FIN-R REDEFINES WS-PER-FIN.
              10 WS-PF-AA         PIC 9(04).
              10 WS-PF-MM         PIC 9(02).
              10 WS-PF-DD         PIC 9(02).
           05 WS-INC-DESDE        PIC 9(08).
           05 WS-INC-HASTA        PIC 9(08).

       01  WS-AREAS.
           05 WS-EMPMAST-STATUS   PIC X(02).
           05 WS-INCSUMAN-EOF     PIC X(01)      VALUE "N".
               88 INCSUMAN-EOF                   VALUE "S".
           05 WS-FECHA-HOY        PIC 9(08).
           05 WS-GRUPO-POS        PIC 9(01).
           05 WS-GRUPO-INDICE     PIC 9(01).
           05 WS-GRUPOS-ABIERTOS  PIC 9(01)      VALUE ZERO.
           05 WS-PERIODO-INCI     PIC 9(06).
           05 WS-ESTADO-INCI      PIC X(01).
               88 PERIODO-INCI-CERRADO           VALUE "C".
           05 WS-TOT-RETROS       PIC 9(05)      VALUE ZERO.
           05 WS-INCAPAC-STATUS   PIC X(02).
           05 WS-FIN-INCAPAC      PIC X(01)      VALUE "N".
               88 FIN-INCAPAC                    VALUE "S".
           05 WS-DIAS-CERT        PIC S9(05).
           05 WS-DIAS-INC         PIC S9(05).
           05 WS-DIAS-DESFASE     PIC S9(05).
           05 WS-DIAS-ESPERA      PIC S9(05).
           05 WS-BISIESTO-COC     PIC 9(04).
           05 WS-BISIESTO-RES     PIC 9(03).
           05 WS-FECHA-BASE-SEM   PIC 9(08)      VALUE 20000103.
           05 WS-DIAS-BASE        PIC S9(05).
           05 WS-SEMANA-INCI      PIC 9(05).
           05 WS-SEMANA-INICIO    PIC 9(05).
           05 WS-SEM-INDICE       PIC 9(01).
           05 WS-SEM-POS          PIC 9(01).
           05 WS-SEM-BUSCA        PIC 9(01).
           05 WS-SEM-HALLADA      PIC X(01).
               88 SEM-HALLADA                    VALUE "S".
           05 WS-MAX-HE-SEMANA    PIC 9(02)      VALUE 9.
           05 WS-HE-DOBLE         PIC 9(03)V99.
           05 WS-HE-TRIPLE        PIC 9(03)V99.
           05 WS-MAX-EXC          PIC 9(02)      VALUE 50.
           05 WS-NUM-EXC          PIC 9(02)      VALUE ZERO.
           05 WS-EXC-INDICE       PIC 9(02).
           05 WS-RETARDOS-FALTA   PIC 9(01)      VALUE 3.
           05 WS-COCIENTE-RET     PIC 9(03).
           05 WS-RESTO-RET        PIC 9(01).
           05 WS-TOT-FALTAS-RET   PIC 9(05)      VALUE ZERO.
           05 WS-CODIGO-RETORNO   PIC 9(02)      VALUE ZERO.
           05 WS-RC-NUEVO         PIC 9(02).
           05 WS-DESCRIPCION-ERROR PIC X(40).
       01  WS-EDITADOS.
           05 WS-CUENTA-ED        PIC ZZZ9.
           05 WS-HORAS-ED         PIC ZZ,ZZ9.99.
           05 WS-HORAS-SEM-ED     PIC ZZ9.99.

       PROCEDURE DIVISION.
       000-RAIZ.
           MOVE ZERO TO RETURN-CODE
           ACCEPT CC-HORA-INICIO FROM TIME
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           CALL "PROGGPER" USING WS-FECHA-HOY GP-GRUPOS
           PERFORM 006-UBICA-PERIODO THRU 006-FIN
           IF WS-GRUPOS-ABIERTOS = ZERO
               DISPLAY "SIN PERIODO ABIERTO PARA LA FECHA DE HOY EN "
                       "NINGUN GRUPO DE PAGO - SE DETIENE EL PASO"
               MOVE 08 TO WS-RC-NUEVO
               MOVE "INCIDENCIAS: SIN PERIODO ABIERTO"
                    TO WS-DESCRIPCION-ERROR
           END-IF
           OPEN INPUT EMPMAST-FILE
           PERFORM 008-ABRE-VACLEDG THRU 008-FIN
           PERFORM 013-ABRE-INCAPAC THRU 013-FIN
           OPEN EXTEND RETROPEN-FILE
           PERFORM 009-CARGA-ACUMULADO THRU 009-FIN
           PERFORM 010-LEE-INCIDENCIA THRU 010-FIN
           PERFORM 020-PROCESA-INCIDENCIA THRU 020-FIN
                   UNTIL INCIDEN-EOF
           PERFORM 070-DIAS-INCAPACIDAD THRU 070-FIN
           CLOSE INCIDEN-FILE
           CLOSE EMPMAST-FILE
           CLOSE VACLEDG-FILE
           CLOSE INCAPAC-FILE
           CLOSE RETROPEN-FILE
           OPEN OUTPUT INCSUM-FILE
           PERFORM 050-ESCRIBE-RESUMEN THRU 050-FIN
           DISPLAY "INCIDENCIAS LEIDAS "    WS-TOT-LEIDAS
                   " ACEPTADAS "            WS-TOT-ACEPTADAS
                   " RECHAZADAS "           WS-TOT-RECHAZADAS
           DISPLAY "FALTAS POR ACUMULACION DE RETARDOS "
                   WS-TOT-FALTAS-RET
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE
           GOBACK.

       010-FIN.  EXIT.

      *> ARRANCA EL ACUMULADO DEL PERIODO CON EL INCSUM DE LA NOCHE
      *> ANTERIOR: CADA RENGLON PREVIO DEL PERIODO ABIERTO DEL GRUPO
      *> DE PAGO DEL EMPLEADO SE CARGA A LA TABLA DEL RESUMEN ANTES
      *> DE SUMAR EL DIA. LOS
      *> RENGLONES ESTAMPADOS CON UN PERIODO DISTINTO (EL RECIEN
      *> CERRADO) NO SE SIEMBRAN: EL PRIMER CICLO DEL PERIODO NUEVO
      *> ARRANCA EN CERO SIN QUE NADIE VACIE NADA A MANO.
      *> DE QUE EXISTIERA EL CALENDARIO) NO SE SIEMBRA: SEMBRARLO
      *> VOLVIA A DESCONTAR LAS FALTAS Y A PAGAR LAS HORAS EXTRA
      *> DEL PERIODO CERRADO CADA DIA DEL PERIODO NUEVO.
           MOVE ISA-NUMERO TO EM-NUMERO
           READ EMPMAST-FILE
               INVALID KEY
                   MOVE SPACE TO EM-GRUPO-PAGO
           END-READ
           PERFORM 005-GRUPO-EMPLEADO THRU 005-FIN
           IF ISA-HORAS-TRIPLE NOT NUMERIC
               PERFORM 015-LIMPIA-ANTERIOR THRU 015-FIN
           END-IF
           IF ISA-RETARDOS NOT NUMERIC
              OR ISA-SALIDAS-ANT NOT NUMERIC
               MOVE ZERO TO ISA-RETARDOS
               MOVE ZERO TO ISA-SALIDAS-ANT
           END-IF
           IF ISA-PERIODO NOT = GP-PERIODO (WS-GRUPO-POS)
               PERFORM 016-ARRASTRA-SEMANAS THRU 016-FIN
               GO TO 012-SIGUIENTE
           END-IF
           IF WS-NUM-RESUMEN LESS WS-MAX-RESUMEN
               ADD 1 TO WS-NUM-RESUMEN
               MOVE ISA-NUMERO TO WS-RE-NUMERO (WS-NUM-RESUMEN)
               MOVE WS-GRUPO-POS TO WS-RE-GRUPO (WS-NUM-RESUMEN)
               MOVE ISA-DEPARTAMENTO
                    TO WS-RE-DEPARTAMENTO (WS-NUM-RESUMEN)
               MOVE ISA-FALTAS TO WS-RE-FALTAS (WS-NUM-RESUMEN)
                    TO WS-RE-HORAS-EXTRA (WS-NUM-RESUMEN)
               MOVE ISA-HORAS-FESTIVO
                    TO WS-RE-HE-FESTIVO (WS-NUM-RESUMEN)
               MOVE ZERO TO WS-RE-INC-EG (WS-NUM-RESUMEN)
               MOVE ZERO TO WS-RE-INC-RT (WS-NUM-RESUMEN)
               MOVE ZERO TO WS-RE-INC-MA (WS-NUM-RESUMEN)
               MOVE ZERO TO WS-RE-ESPERA (WS-NUM-RESUMEN)
               MOVE ISA-HORAS-TRIPLE
                    TO WS-RE-HE-TRIPLE (WS-NUM-RESUMEN)
               MOVE ISA-RETARDOS TO WS-RE-RETARDOS (WS-NUM-RESUMEN)
               MOVE ISA-SALIDAS-ANT TO WS-RE-SALIDAS (WS-NUM-RESUMEN)
               MOVE WS-NUM-RESUMEN TO WS-RESUMEN-POS
               PERFORM 017-SIEMBRA-SEMANA THRU 017-FIN
                       VARYING WS-SEM-INDICE FROM 1 BY 1
                       UNTIL WS-SEM-INDICE GREATER 6
           ELSE
               DISPLAY "RESUMEN LLENO AL CARGAR EL ACUMULADO "
                       "ANTERIOR: " ISA-NUMERO
           PERFORM 011-LEE-ANTERIOR THRU 011-FIN.
       012-FIN.  EXIT.

      *> UN INCSUM ESCRITO ANTES DE QUE SE LLEVARAN LAS SEMANAS NO
      *> TRAE HORAS TRIPLES NI SEMANAS: SE TOMAN EN CERO Y SUS HORAS
      *> EXTRA SE QUEDAN COMO DOBLES.
       015-LIMPIA-ANTERIOR.
           MOVE ZERO TO ISA-HORAS-TRIPLE
           PERFORM 018-LIMPIA-SEMANA-ANT THRU 018-FIN
                   VARYING WS-SEM-INDICE FROM 1 BY 1
                   UNTIL WS-SEM-INDICE GREATER 6.
       015-FIN.  EXIT.

      *> RENGLON DEL PERIODO RECIEN CERRADO: SUS FALTAS Y HORAS YA SE
      *> PAGARON, PERO LA SEMANA QUE CRUZA AL PERIODO ABIERTO SIGUE
      *> CORRIENDO PARA EL TOPE DE 9 HORAS. ESAS SEMANAS SE ARRASTRAN
      *> CON SUS HORAS Y SIN HORAS DOBLES DE ESTE PERIODO.
       016-ARRASTRA-SEMANAS.
           IF WS-PER-INICIO = ZERO
               GO TO 016-FIN
           END-IF
           CALL "PROGCDIA" USING WS-FECHA-BASE-SEM WS-PER-INICIO
                                 WS-DIAS-BASE
           DIVIDE WS-DIAS-BASE BY 7 GIVING WS-SEMANA-INICIO
           PERFORM 019-ARRASTRA-SEMANA THRU 019-FIN
                   VARYING WS-SEM-INDICE FROM 1 BY 1
                   UNTIL WS-SEM-INDICE GREATER 6.
       016-FIN.  EXIT.

       017-SIEMBRA-SEMANA.
           MOVE ISA-SEM-NUMERO (WS-SEM-INDICE)
                TO WS-RE-SEM-NUMERO (WS-RESUMEN-POS WS-SEM-INDICE)
           MOVE ISA-SEM-HORAS (WS-SEM-INDICE)
                TO WS-RE-SEM-HORAS (WS-RESUMEN-POS WS-SEM-INDICE)
           MOVE ISA-SEM-DOBLE (WS-SEM-INDICE)
                TO WS-RE-SEM-DOBLE (WS-RESUMEN-POS WS-SEM-INDICE).
       017-FIN.  EXIT.

       018-LIMPIA-SEMANA-ANT.
           MOVE ZERO TO ISA-SEM-NUMERO (WS-SEM-INDICE)
           MOVE ZERO TO ISA-SEM-HORAS (WS-SEM-INDICE)
           MOVE ZERO TO ISA-SEM-DOBLE (WS-SEM-INDICE).
       018-FIN.  EXIT.

       019-ARRASTRA-SEMANA.
           IF ISA-SEM-HORAS (WS-SEM-INDICE) = ZERO
              OR ISA-SEM-NUMERO (WS-SEM-INDICE) LESS WS-SEMANA-INICIO
               GO TO 019-FIN
           END-IF
           MOVE "N" TO WS-RESUMEN-HALLADO
           PERFORM 014-BUSCA-ANTERIOR THRU 014-FIN
                   VARYING WS-RESUMEN-INDICE FROM 1 BY 1
                   UNTIL WS-RESUMEN-INDICE GREATER WS-NUM-RESUMEN
                      OR RESUMEN-HALLADO
           IF NOT RESUMEN-HALLADO
               IF WS-NUM-RESUMEN NOT LESS WS-MAX-RESUMEN
                   GO TO 019-FIN
               END-IF
               ADD 1 TO WS-NUM-RESUMEN
               MOVE WS-NUM-RESUMEN TO WS-RESUMEN-POS
               MOVE ISA-NUMERO TO WS-RE-NUMERO (WS-RESUMEN-POS)
               MOVE WS-GRUPO-POS TO WS-RE-GRUPO (WS-RESUMEN-POS)
               MOVE ISA-DEPARTAMENTO
                    TO WS-RE-DEPARTAMENTO (WS-RESUMEN-POS)
               PERFORM 038-RENGLON-EN-CERO THRU 038-FIN
           END-IF
           MOVE ISA-SEM-NUMERO (WS-SEM-INDICE) TO WS-SEMANA-INCI
           PERFORM 033-UBICA-SEMANA THRU 033-FIN
           IF SEM-HALLADA
               MOVE ISA-SEM-HORAS (WS-SEM-INDICE)
                    TO WS-RE-SEM-HORAS (WS-RESUMEN-POS WS-SEM-POS)
           END-IF.
       019-FIN.  EXIT.

       014-BUSCA-ANTERIOR.
           IF WS-RE-NUMERO (WS-RESUMEN-INDICE) = ISA-NUMERO
               MOVE "S" TO WS-RESUMEN-HALLADO
               MOVE WS-RESUMEN-INDICE TO WS-RESUMEN-POS
           END-IF.
       014-FIN.  EXIT.

      *> ABRE EL LIBRO DE VACACIONES EN I-O; SI TODAVIA NO EXISTE LO
      *> CREA VACIO Y LO VUELVE A ABRIR, IGUAL QUE CON EMPMAST.
       008-ABRE-VACLEDG.
           END-IF.
       008-FIN.  EXIT.

      *> ABRE EL MAESTRO DE INCAPACIDADES EN I-O; SI TODAVIA NO EXISTE
      *> LO CREA VACIO Y LO VUELVE A ABRIR.
       013-ABRE-INCAPAC.
           OPEN I-O INCAPAC-FILE
           IF WS-INCAPAC-STATUS = "35"
               OPEN OUTPUT INCAPAC-FILE
               CLOSE INCAPAC-FILE
               OPEN I-O INCAPAC-FILE
           END-IF.
       013-FIN.  EXIT.

      *> PERIODO DE HOY DE CADA GRUPO DE PAGO (PROGGPER YA LO UBICO EN
      *> EL CALENDARIO DEL GRUPO EN PERCAL) Y CUANTOS GRUPOS TIENEN UN
      *> PERIODO ABIERTO. SIN CALENDARIO TODOS LOS GRUPOS TOMAN EL MES
      *> EN CURSO COMPLETO, SIN IDENTIFICADOR DE PERIODO.
       006-UBICA-PERIODO.
           IF GP-SIN-CALENDARIO
               MOVE WS-FECHA-HOY TO WS-PER-FIN
               MOVE WS-DIAS-DEL-MES (WS-PF-MM) TO WS-PF-DD
               IF WS-PF-MM = 2
                   PERFORM 004-FEBRERO-BISIESTO THRU 004-FIN
               END-IF
               MOVE WS-PER-FIN TO WS-PER-INICIO
               MOVE "01" TO WS-PER-INICIO (7:2)
           END-IF
           PERFORM 007-PERIODO-GRUPO THRU 007-FIN
                   VARYING WS-GRUPO-INDICE FROM 1 BY 1
                   UNTIL WS-GRUPO-INDICE GREATER 3.
       006-FIN.  EXIT.

       007-PERIODO-GRUPO.
           IF GP-SIN-CALENDARIO
               MOVE ZERO TO GP-PERIODO (WS-GRUPO-INDICE)
               MOVE WS-PER-INICIO TO GP-INICIO (WS-GRUPO-INDICE)
               MOVE WS-PER-FIN TO GP-FIN (WS-GRUPO-INDICE)
               MOVE "A" TO GP-ESTADO-PER (WS-GRUPO-INDICE)
           END-IF
           IF GP-PER-ABIERTO (WS-GRUPO-INDICE)
               ADD 1 TO WS-GRUPOS-ABIERTOS
           END-IF.
       007-FIN.  EXIT.

      *> RANURA DEL GRUPO DE PAGO DEL EMPLEADO LEIDO (SIN GRUPO ES
      *> MENSUAL) Y FECHAS DEL PERIODO ABIERTO DE ESE GRUPO; EN CERO SI
      *> EL GRUPO NO TIENE PERIODO ABIERTO HOY.
       005-GRUPO-EMPLEADO.
           EVALUATE TRUE
               WHEN EM-PAGO-SEMANAL
                   MOVE 1 TO WS-GRUPO-POS
               WHEN EM-PAGO-QUINCENAL
                   MOVE 2 TO WS-GRUPO-POS
               WHEN OTHER
                   MOVE 3 TO WS-GRUPO-POS
           END-EVALUATE
           IF GP-PER-ABIERTO (WS-GRUPO-POS)
               MOVE GP-INICIO (WS-GRUPO-POS) TO WS-PER-INICIO
               MOVE GP-FIN (WS-GRUPO-POS)    TO WS-PER-FIN
           ELSE
               MOVE ZERO TO WS-PER-INICIO
               MOVE ZERO TO WS-PER-FIN
           END-IF.
       005-FIN.  EXIT.

      *> FEBRERO TIENE 29 DIAS EN LOS ANIOS MULTIPLOS DE 4, SALVO LOS
      *> SECULARES QUE NO SON MULTIPLOS DE 400.
       004-FEBRERO-BISIESTO.
           DIVIDE WS-PF-AA BY 4 GIVING WS-BISIESTO-COC
                  REMAINDER WS-BISIESTO-RES
           IF WS-BISIESTO-RES NOT = ZERO
               GO TO 004-FIN
           END-IF
           MOVE 29 TO WS-PF-DD
           DIVIDE WS-PF-AA BY 100 GIVING WS-BISIESTO-COC
                  REMAINDER WS-BISIESTO-RES
           IF WS-BISIESTO-RES NOT = ZERO
               GO TO 004-FIN
           END-IF
           DIVIDE WS-PF-AA BY 400 GIVING WS-BISIESTO-COC
                  REMAINDER WS-BISIESTO-RES
           IF WS-BISIESTO-RES NOT = ZERO
               MOVE 28 TO WS-PF-DD
           END-IF.
       004-FIN.  EXIT.

      *> VALIDA LA INCIDENCIA LEIDA CONTRA EL MAESTRO Y, SI PASA, LA
      *> ACUMULA EN EL RESUMEN DEL EMPLEADO Y DE SU DEPARTAMENTO.
       020-PROCESA-INCIDENCIA.
           ADD 1 TO WS-TOT-LEIDAS
           IF NOT IN-FALTA AND NOT IN-PERMISO AND NOT IN-HORAS-EXTRA
              AND NOT IN-VACACIONES AND NOT IN-INCAPACIDAD
              AND NOT IN-RETARDO AND NOT IN-SALIDA-ANT
               DISPLAY "TIPO DE INCIDENCIA INVALIDO: " IN-TIPO
                       " EMPLEADO: " IN-NUMERO
               ADD 1 TO WS-TOT-RECHAZADAS
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               GO TO 020-SIGUIENTE
           END-IF
           PERFORM 005-GRUPO-EMPLEADO THRU 005-FIN
      *> LA INCAPACIDAD NO PASA POR LA PUERTA DEL PERIODO NI POR EL
      *> CALENDARIO: EL CERTIFICADO PUEDE EMPEZAR EN DOMINGO Y CRUZAR
      *> PERIODOS. SE DA DE ALTA EN EL MAESTRO Y SUS DIAS SE REPARTEN
      *> AL FINAL DE LA CORRIDA (070).
           IF IN-INCAPACIDAD
               PERFORM 027-ALTA-INCAPACIDAD THRU 027-FIN
               GO TO 020-SIGUIENTE
           END-IF
      *> UNA INCIDENCIA FECHADA EN UN PERIODO YA CERRADO NO PUEDE
      *> ENTRAR AL ACUMULADO: SE APARTA AL ARCHIVO DE RETROACTIVOS
      *> PARA DOCUMENTARSE EN EL PERIODO SIGUIENTE. UNA FECHADA
      *> FUERA DEL PERIODO ABIERTO SE RECHAZA. TODO CONTRA EL
      *> CALENDARIO DEL GRUPO DE PAGO DEL EMPLEADO. SIN CALENDARIO DE
      *> PERIODOS, ESTA PUERTA NO APLICA.
           IF NOT GP-SIN-CALENDARIO
               CALL "PROGVPER" USING IN-FECHA
                                      EM-GRUPO-PAGO
                                      WS-PERIODO-INCI
                                      WS-ESTADO-INCI
               IF PERIODO-INCI-CERRADO
                   PERFORM 080-ACTUALIZA-RC THRU 080-FIN
                   GO TO 020-SIGUIENTE
               END-IF
               IF NOT GP-PER-ABIERTO (WS-GRUPO-POS)
                   DISPLAY "SU GRUPO DE PAGO NO TIENE PERIODO "
                           "ABIERTO: " IN-NUMERO " GRUPO: "
                           EM-GRUPO-PAGO
                   ADD 1 TO WS-TOT-RECHAZADAS
                   MOVE 04 TO WS-RC-NUEVO
                   MOVE "INCIDENCIAS: GRUPO SIN PERIODO ABIERTO"
                        TO WS-DESCRIPCION-ERROR
                   PERFORM 080-ACTUALIZA-RC THRU 080-FIN
                   GO TO 020-SIGUIENTE
               END-IF
               IF WS-PERIODO-INCI NOT = GP-PERIODO (WS-GRUPO-POS)
                   DISPLAY "INCIDENCIA FUERA DEL PERIODO ABIERTO: "
                           IN-NUMERO " FECHA: " IN-FECHA
                   ADD 1 TO WS-TOT-RECHAZADAS
           END-IF
      *> UNA FALTA O PERMISO EN DIA INHABIL NO TIENE SENTIDO: NADIE
      *> FALTA UN DOMINGO. SE RECHAZA A ERRLOG COMO TODO LO DEMAS.
      *> LO MISMO UN RETARDO O UNA SALIDA ANTICIPADA.
           CALL "PROGVCAL" USING IN-FECHA WS-TIPO-DIA
           IF (IN-FALTA OR IN-PERMISO OR IN-VACACIONES
               OR IN-RETARDO OR IN-SALIDA-ANT)
              AND NOT DIA-HABIL
               DISPLAY "FALTA/PERMISO EN DIA INHABIL: " IN-NUMERO
                       " FECHA: " IN-FECHA
           END-IF.
       025-FIN.  EXIT.

      *> INCAPACIDAD: VALIDA FOLIO, RAMO Y FECHAS, CUENTA LOS DIAS DEL
      *> CERTIFICADO Y LO DA DE ALTA EN EL MAESTRO INCAPAC. UN FOLIO
      *> YA CAPTURADO PARA EL EMPLEADO SE RECHAZA. SI EL CERTIFICADO
      *> EMPIEZA ANTES DEL PERIODO ABIERTO, LOS DIAS YA CERRADOS NO SE
      *> APLICAN AL PAGO Y SE AVISA.
       027-ALTA-INCAPACIDAD.
           IF IN-FOLIO = SPACES
              OR (NOT IN-RIESGO-TRABAJO AND NOT IN-ENFERMEDAD-GENERAL
                  AND NOT IN-MATERNIDAD)
              OR IN-FECHA NOT NUMERIC
              OR IN-FECHA-FIN NOT NUMERIC
              OR IN-FECHA-FIN LESS IN-FECHA
               DISPLAY "INCAPACIDAD SIN FOLIO, RAMO O FECHAS "
                       "VALIDAS: " IN-NUMERO
               ADD 1 TO WS-TOT-RECHAZADAS
               MOVE 04 TO WS-RC-NUEVO
               MOVE "INCIDENCIAS: INCAPACIDAD INCOMPLETA"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               GO TO 027-FIN
           END-IF
           CALL "PROGCDIA" USING IN-FECHA IN-FECHA-FIN WS-DIAS-CERT
           ADD 1 TO WS-DIAS-CERT
           IF WS-DIAS-CERT GREATER 364
               DISPLAY "INCAPACIDAD DE MAS DE UN ANIO: " IN-NUMERO
                       " FOLIO: " IN-FOLIO
               ADD 1 TO WS-TOT-RECHAZADAS
               MOVE 04 TO WS-RC-NUEVO
               MOVE "INCIDENCIAS: INCAPACIDAD DE MAS DE UN ANIO"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               GO TO 027-FIN
           END-IF
           MOVE IN-NUMERO       TO IC-NUMERO
           MOVE IN-FOLIO        TO IC-FOLIO
           MOVE IN-RAMO         TO IC-RAMO
           MOVE IN-FECHA        TO IC-FECHA-INICIO
           MOVE IN-FECHA-FIN    TO IC-FECHA-FIN
           MOVE WS-DIAS-CERT    TO IC-DIAS
           MOVE EM-DEPARTAMENTO TO IC-DEPARTAMENTO
           MOVE WS-FECHA-HOY    TO IC-FECHA-CAPTURA
           WRITE IC-REGISTRO
               INVALID KEY
                   DISPLAY "FOLIO DE INCAPACIDAD YA CAPTURADO: "
                           IN-NUMERO " FOLIO: " IN-FOLIO
                   ADD 1 TO WS-TOT-RECHAZADAS
                   MOVE 04 TO WS-RC-NUEVO
                   MOVE "INCIDENCIAS: FOLIO DE INCAPACIDAD REPETIDO"
                        TO WS-DESCRIPCION-ERROR
                   PERFORM 080-ACTUALIZA-RC THRU 080-FIN
                   GO TO 027-FIN
           END-WRITE
           ADD 1 TO WS-TOT-ACEPTADAS
           IF WS-PER-INICIO NOT = ZERO
              AND IN-FECHA LESS WS-PER-INICIO
               DISPLAY "INCAPACIDAD CON DIAS EN PERIODO CERRADO, NO "
                       "SE APLICAN: " IN-NUMERO " FOLIO: " IN-FOLIO
               MOVE 04 TO WS-RC-NUEVO
               MOVE "INCIDENCIAS: INCAPACIDAD CON DIAS CERRADOS"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
           END-IF.
       027-FIN.  EXIT.

      *> CUENTA UN RETARDO DEL PERIODO. POR REGLAMENTO INTERIOR, CADA
      *> TERCER RETARDO SE VUELVE UNA FALTA MAS; COMO LA CUENTA VIENE
      *> SEMBRADA DEL INCSUM ANTERIOR, UNA REPETICION DEL PASO NO
      *> DUPLICA LA FALTA.
       028-CUENTA-RETARDO.
           ADD 1 TO WS-RE-RETARDOS (WS-RESUMEN-POS)
           DIVIDE WS-RE-RETARDOS (WS-RESUMEN-POS) BY WS-RETARDOS-FALTA
                  GIVING WS-COCIENTE-RET REMAINDER WS-RESTO-RET
           IF WS-RESTO-RET = ZERO
               ADD 1 TO WS-RE-FALTAS (WS-RESUMEN-POS)
               ADD 1 TO WS-TOT-FALTAS-RET
               DISPLAY "RETARDO NUMERO " WS-RE-RETARDOS (WS-RESUMEN-POS)
                       " DEL PERIODO, SE SUMA UNA FALTA: " IN-NUMERO
           END-IF.
       028-FIN.  EXIT.

      *> BUSCA (O ABRE) LA RANURA DEL EMPLEADO EN EL RESUMEN DEL
      *> PERIODO Y LE SUMA LA INCIDENCIA SEGUN SU TIPO.
       030-ACUMULA-EMPLEADO.
               IF WS-NUM-RESUMEN LESS WS-MAX-RESUMEN
                   ADD 1 TO WS-NUM-RESUMEN
                   MOVE IN-NUMERO TO WS-RE-NUMERO (WS-NUM-RESUMEN)
                   MOVE WS-GRUPO-POS TO WS-RE-GRUPO (WS-NUM-RESUMEN)
                   MOVE EM-DEPARTAMENTO
                        TO WS-RE-DEPARTAMENTO (WS-NUM-RESUMEN)
                   MOVE ZERO TO WS-RE-FALTAS (WS-NUM-RESUMEN)
                   MOVE ZERO TO WS-RE-PERMISOS (WS-NUM-RESUMEN)
                   MOVE ZERO TO WS-RE-HORAS-EXTRA (WS-NUM-RESUMEN)
                   MOVE ZERO TO WS-RE-HE-FESTIVO (WS-NUM-RESUMEN)
                   MOVE ZERO TO WS-RE-RETARDOS (WS-NUM-RESUMEN)
                   MOVE ZERO TO WS-RE-SALIDAS (WS-NUM-RESUMEN)
                   MOVE WS-NUM-RESUMEN TO WS-RESUMEN-POS
                   PERFORM 036-LIMPIA-SEMANAS THRU 036-FIN
               ELSE
                   DISPLAY "RESUMEN DE EMPLEADOS LLENO; INCIDENCIA "
                           "SIN ACUMULAR: " IN-NUMERO
                   ADD 1 TO WS-RE-FALTAS (WS-RESUMEN-POS)
               WHEN IN-PERMISO
                   ADD 1 TO WS-RE-PERMISOS (WS-RESUMEN-POS)
               WHEN IN-RETARDO
                   PERFORM 028-CUENTA-RETARDO THRU 028-FIN
               WHEN IN-SALIDA-ANT
                   ADD 1 TO WS-RE-SALIDAS (WS-RESUMEN-POS)
               WHEN IN-HORAS-EXTRA AND NOT DIA-HABIL
                   ADD IN-HORAS
                        TO WS-RE-HE-FESTIVO (WS-RESUMEN-POS)
               WHEN IN-HORAS-EXTRA
                   PERFORM 032-CLASIFICA-HORAS-EXTRA THRU 032-FIN
           END-EVALUATE.
       030-FIN.  EXIT.

      *> HORAS EXTRA ORDINARIAS: SE UBICA LA SEMANA CALENDARIO DE LA
      *> INCIDENCIA (LUNES A DOMINGO, CONTADAS DESDE EL LUNES 3 DE
      *> ENERO DE 2000) Y, CON LO YA TRABAJADO EN ESA SEMANA, LO QUE
      *> CABE HASTA 9 HORAS ES DOBLE Y LO QUE PASA ES TRIPLE (LFT ART.
      *> 68). CADA INCIDENCIA QUE DEJA HORAS TRIPLES ES UNA SEMANA
      *> SOBRE EL MAXIMO LEGAL (LFT ART. 66) Y SE AVISA.
       032-CLASIFICA-HORAS-EXTRA.
           CALL "PROGCDIA" USING WS-FECHA-BASE-SEM IN-FECHA
                                 WS-DIAS-BASE
           DIVIDE WS-DIAS-BASE BY 7 GIVING WS-SEMANA-INCI
           PERFORM 033-UBICA-SEMANA THRU 033-FIN
           IF NOT SEM-HALLADA
               DISPLAY "SIN LUGAR PARA OTRA SEMANA DE HORAS EXTRA; "
                       "SE TOMAN COMO DOBLES: " IN-NUMERO
               MOVE 04 TO WS-RC-NUEVO
               MOVE "INCIDENCIAS: SEMANAS DE HORAS EXTRA LLENAS"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               ADD IN-HORAS TO WS-RE-HORAS-EXTRA (WS-RESUMEN-POS)
               GO TO 032-FIN
           END-IF
           IF WS-RE-SEM-HORAS (WS-RESUMEN-POS WS-SEM-POS)
              NOT LESS WS-MAX-HE-SEMANA
               MOVE ZERO TO WS-HE-DOBLE
           ELSE
               COMPUTE WS-HE-DOBLE = WS-MAX-HE-SEMANA
                     - WS-RE-SEM-HORAS (WS-RESUMEN-POS WS-SEM-POS)
               IF WS-HE-DOBLE GREATER IN-HORAS
                   MOVE IN-HORAS TO WS-HE-DOBLE
               END-IF
           END-IF
           COMPUTE WS-HE-TRIPLE = IN-HORAS - WS-HE-DOBLE
           ADD IN-HORAS
                TO WS-RE-SEM-HORAS (WS-RESUMEN-POS WS-SEM-POS)
           ADD WS-HE-DOBLE
                TO WS-RE-SEM-DOBLE (WS-RESUMEN-POS WS-SEM-POS)
           ADD WS-HE-DOBLE  TO WS-RE-HORAS-EXTRA (WS-RESUMEN-POS)
           ADD WS-HE-TRIPLE TO WS-RE-HE-TRIPLE (WS-RESUMEN-POS)
           IF WS-HE-TRIPLE GREATER ZERO
               PERFORM 039-EXCEPCION-SEMANA THRU 039-FIN
           END-IF.
       032-FIN.  EXIT.

      *> RANURA DE LA SEMANA WS-SEMANA-INCI EN EL RENGLON DEL EMPLEADO:
      *> LA QUE YA LA LLEVA O, SI NO HAY, LA PRIMERA LIBRE (SEMANA EN
      *> CERO), QUE SE ESTRENA EN CERO.
       033-UBICA-SEMANA.
           MOVE "N" TO WS-SEM-HALLADA
           PERFORM 034-BUSCA-SEMANA THRU 034-FIN
                   VARYING WS-SEM-BUSCA FROM 1 BY 1
                   UNTIL WS-SEM-BUSCA GREATER 6
                      OR SEM-HALLADA
           IF SEM-HALLADA
               GO TO 033-FIN
           END-IF
           PERFORM 031-BUSCA-LIBRE THRU 031-FIN
                   VARYING WS-SEM-BUSCA FROM 1 BY 1
                   UNTIL WS-SEM-BUSCA GREATER 6
                      OR SEM-HALLADA
           IF SEM-HALLADA
               MOVE WS-SEMANA-INCI
                    TO WS-RE-SEM-NUMERO (WS-RESUMEN-POS WS-SEM-POS)
               MOVE ZERO
                    TO WS-RE-SEM-HORAS (WS-RESUMEN-POS WS-SEM-POS)
               MOVE ZERO
                    TO WS-RE-SEM-DOBLE (WS-RESUMEN-POS WS-SEM-POS)
           END-IF.
       033-FIN.  EXIT.

       034-BUSCA-SEMANA.
           IF WS-RE-SEM-NUMERO (WS-RESUMEN-POS WS-SEM-BUSCA)
              = WS-SEMANA-INCI
               MOVE "S" TO WS-SEM-HALLADA
               MOVE WS-SEM-BUSCA TO WS-SEM-POS
           END-IF.
       034-FIN.  EXIT.

       031-BUSCA-LIBRE.
           IF WS-RE-SEM-NUMERO (WS-RESUMEN-POS WS-SEM-BUSCA) = ZERO
               MOVE "S" TO WS-SEM-HALLADA
               MOVE WS-SEM-BUSCA TO WS-SEM-POS
           END-IF.
       031-FIN.  EXIT.

      *> DEJA EN CERO LAS HORAS TRIPLES Y LAS SEMANAS DE UN RENGLON
      *> NUEVO DEL RESUMEN.
       036-LIMPIA-SEMANAS.
           MOVE ZERO TO WS-RE-HE-TRIPLE (WS-RESUMEN-POS)
           PERFORM 037-LIMPIA-SEMANA THRU 037-FIN
                   VARYING WS-SEM-BUSCA FROM 1 BY 1
                   UNTIL WS-SEM-BUSCA GREATER 6.
       036-FIN.  EXIT.

       037-LIMPIA-SEMANA.
           MOVE ZERO TO WS-RE-SEM-NUMERO (WS-RESUMEN-POS WS-SEM-BUSCA)
           MOVE ZERO TO WS-RE-SEM-HORAS (WS-RESUMEN-POS WS-SEM-BUSCA)
           MOVE ZERO TO WS-RE-SEM-DOBLE (WS-RESUMEN-POS WS-SEM-BUSCA).
       037-FIN.  EXIT.

      *> RENGLON NUEVO DEL RESUMEN QUE SOLO ARRASTRA UNA SEMANA DEL
      *> PERIODO ANTERIOR: TODO EN CERO.
       038-RENGLON-EN-CERO.
           MOVE ZERO TO WS-RE-FALTAS (WS-RESUMEN-POS)
           MOVE ZERO TO WS-RE-PERMISOS (WS-RESUMEN-POS)
           MOVE ZERO TO WS-RE-HORAS-EXTRA (WS-RESUMEN-POS)
           MOVE ZERO TO WS-RE-HE-FESTIVO (WS-RESUMEN-POS)
           MOVE ZERO TO WS-RE-INC-EG (WS-RESUMEN-POS)
           MOVE ZERO TO WS-RE-INC-RT (WS-RESUMEN-POS)
           MOVE ZERO TO WS-RE-INC-MA (WS-RESUMEN-POS)
           MOVE ZERO TO WS-RE-ESPERA (WS-RESUMEN-POS)
           MOVE ZERO TO WS-RE-RETARDOS (WS-RESUMEN-POS)
           MOVE ZERO TO WS-RE-SALIDAS (WS-RESUMEN-POS)
           PERFORM 036-LIMPIA-SEMANAS THRU 036-FIN.
       038-FIN.  EXIT.

       039-EXCEPCION-SEMANA.
           DISPLAY "SEMANA SOBRE EL MAXIMO LEGAL DE HORAS EXTRA: "
                   IN-NUMERO " FECHA: " IN-FECHA
           MOVE 04 TO WS-RC-NUEVO
           MOVE "INCIDENCIAS: SEMANA SOBRE 9 HORAS EXTRA"
                TO WS-DESCRIPCION-ERROR
           PERFORM 080-ACTUALIZA-RC THRU 080-FIN
           IF WS-NUM-EXC LESS WS-MAX-EXC
               ADD 1 TO WS-NUM-EXC
               MOVE IN-NUMERO TO WS-EX-NUMERO (WS-NUM-EXC)
               MOVE EM-DEPARTAMENTO
                    TO WS-EX-DEPARTAMENTO (WS-NUM-EXC)
               MOVE IN-FECHA TO WS-EX-FECHA (WS-NUM-EXC)
               MOVE WS-RE-SEM-HORAS (WS-RESUMEN-POS WS-SEM-POS)
                    TO WS-EX-HORAS-SEMANA (WS-NUM-EXC)
           END-IF.
       039-FIN.  EXIT.

       035-BUSCA-EMPLEADO.
           IF WS-RE-NUMERO (WS-RESUMEN-INDICE) = IN-NUMERO
               MOVE "S" TO WS-RESUMEN-HALLADO
                   MOVE ZERO TO WS-RD-FALTAS (WS-NUM-DEPTOS)
                   MOVE ZERO TO WS-RD-PERMISOS (WS-NUM-DEPTOS)
                   MOVE ZERO TO WS-RD-HORAS-EXTRA (WS-NUM-DEPTOS)
                   MOVE ZERO TO WS-RD-INCAPACIDAD (WS-NUM-DEPTOS)
                   MOVE WS-NUM-DEPTOS TO WS-DEPTO-POS
               ELSE
                   GO TO 040-FIN
           ADD WS-RE-HORAS-EXTRA (WS-RESUMEN-INDICE)
                TO WS-RD-HORAS-EXTRA (WS-DEPTO-POS)
           ADD WS-RE-HE-FESTIVO (WS-RESUMEN-INDICE)
                TO WS-RD-HORAS-EXTRA (WS-DEPTO-POS)
           ADD WS-RE-HE-TRIPLE (WS-RESUMEN-INDICE)
                TO WS-RD-HORAS-EXTRA (WS-DEPTO-POS)
           ADD WS-RE-INC-EG (WS-RESUMEN-INDICE)
               WS-RE-INC-RT (WS-RESUMEN-INDICE)
               WS-RE-INC-MA (WS-RESUMEN-INDICE)
                TO WS-RD-INCAPACIDAD (WS-DEPTO-POS).
       040-FIN.  EXIT.

       045-BUSCA-DEPTO.
                TO IS-HORAS-EXTRA
           MOVE WS-RE-HE-FESTIVO (WS-RESUMEN-INDICE)
                TO IS-HORAS-FESTIVO
           MOVE GP-PERIODO (WS-RE-GRUPO (WS-RESUMEN-INDICE))
                TO IS-PERIODO
           MOVE WS-RE-INC-EG (WS-RESUMEN-INDICE)     TO IS-DIAS-INC-EG
           MOVE WS-RE-INC-RT (WS-RESUMEN-INDICE)     TO IS-DIAS-INC-RT
           MOVE WS-RE-INC-MA (WS-RESUMEN-INDICE)     TO IS-DIAS-INC-MA
           MOVE WS-RE-ESPERA (WS-RESUMEN-INDICE)     TO IS-DIAS-ESPERA
           MOVE WS-RE-HE-TRIPLE (WS-RESUMEN-INDICE)  TO IS-HORAS-TRIPLE
           MOVE WS-RE-RETARDOS (WS-RESUMEN-INDICE)   TO IS-RETARDOS
           MOVE WS-RE-SALIDAS (WS-RESUMEN-INDICE)    TO IS-SALIDAS-ANT
           PERFORM 052-ESCRIBE-SEMANA THRU 052-FIN
                   VARYING WS-SEM-INDICE FROM 1 BY 1
                   UNTIL WS-SEM-INDICE GREATER 6
           WRITE INCSUM-REGISTRO.
       050-FIN.  EXIT.

       052-ESCRIBE-SEMANA.
           MOVE WS-RE-SEM-NUMERO (WS-RESUMEN-INDICE WS-SEM-INDICE)
                TO IS-SEM-NUMERO (WS-SEM-INDICE)
           MOVE WS-RE-SEM-HORAS (WS-RESUMEN-INDICE WS-SEM-INDICE)
                TO IS-SEM-HORAS (WS-SEM-INDICE)
           MOVE WS-RE-SEM-DOBLE (WS-RESUMEN-INDICE WS-SEM-INDICE)
                TO IS-SEM-DOBLE (WS-SEM-INDICE).
       052-FIN.  EXIT.

      *> IMPRIME EL REPORTE DE INCIDENCIAS DEL PERIODO AGRUPADO POR
      *> DEPARTAMENTO, CON EL ENCABEZADO ESTANDAR DE LA SUITE.
       060-REPORTE-DEPTOS.
           WRITE RPTINCI-LINEA
           MOVE SPACES TO RPTINCI-LINEA
           WRITE RPTINCI-LINEA
           PERFORM 062-IMPRIME-GRUPO THRU 062-FIN
                   VARYING WS-GRUPO-INDICE FROM 1 BY 1
                   UNTIL WS-GRUPO-INDICE GREATER 3
           MOVE SPACES TO RPTINCI-LINEA
           WRITE RPTINCI-LINEA
           PERFORM 065-IMPRIME-DEPTO THRU 065-FIN
                   VARYING WS-DEPTO-INDICE FROM 1 BY 1
                   UNTIL WS-DEPTO-INDICE GREATER WS-NUM-DEPTOS
           IF WS-NUM-EXC GREATER ZERO
               MOVE SPACES TO RPTINCI-LINEA
               WRITE RPTINCI-LINEA
               MOVE "SEMANAS SOBRE EL MAXIMO LEGAL DE 9 HORAS EXTRA"
                    TO RPTINCI-LINEA
               WRITE RPTINCI-LINEA
               PERFORM 066-IMPRIME-EXCEPCION THRU 066-FIN
                       VARYING WS-EXC-INDICE FROM 1 BY 1
                       UNTIL WS-EXC-INDICE GREATER WS-NUM-EXC
           END-IF
           MOVE SPACES TO RPTINCI-LINEA
           WRITE RPTINCI-LINEA
           MOVE WS-NUM-RESUMEN TO RPT-TOTAL-REGS
           WRITE RPTINCI-LINEA.
       060-FIN.  EXIT.

      *> PERIODO ABIERTO DE CADA GRUPO DE PAGO, Y SI CIERRA HOY (ESE
      *> GRUPO SE PAGA ESTA NOCHE CON LO ACUMULADO HASTA AQUI).
       062-IMPRIME-GRUPO.
           IF NOT GP-PER-ABIERTO (WS-GRUPO-INDICE)
               GO TO 062-FIN
           END-IF
           MOVE SPACES TO RPTINCI-LINEA
           STRING "GRUPO "                    DELIMITED BY SIZE
                  GP-NOMBRE (WS-GRUPO-INDICE) DELIMITED BY SIZE
                  " PERIODO "                 DELIMITED BY SIZE
                  GP-PERIODO (WS-GRUPO-INDICE) DELIMITED BY SIZE
                  " DEL "                     DELIMITED BY SIZE
                  GP-INICIO (WS-GRUPO-INDICE) DELIMITED BY SIZE
                  " AL "                      DELIMITED BY SIZE
                  GP-FIN (WS-GRUPO-INDICE)    DELIMITED BY SIZE
                  INTO RPTINCI-LINEA
           IF GP-CIERRA-HOY (WS-GRUPO-INDICE)
               MOVE "- CIERRA HOY" TO RPTINCI-LINEA (58:12)
           END-IF
           WRITE RPTINCI-LINEA.
       062-FIN.  EXIT.

       065-IMPRIME-DEPTO.
           MOVE SPACES TO RPTINCI-LINEA
           MOVE WS-RD-HORAS-EXTRA (WS-DEPTO-INDICE) TO WS-HORAS-ED
                  WS-RD-PERMISOS (WS-DEPTO-INDICE) DELIMITED BY SIZE
                  "  HRS EXTRA: " DELIMITED BY SIZE
                  WS-HORAS-ED     DELIMITED BY SIZE
                  "  INCAP: "     DELIMITED BY SIZE
                  WS-RD-INCAPACIDAD (WS-DEPTO-INDICE)
                                  DELIMITED BY SIZE
                  INTO RPTINCI-LINEA
           WRITE RPTINCI-LINEA.
       065-FIN.  EXIT.

       066-IMPRIME-EXCEPCION.
           MOVE SPACES TO RPTINCI-LINEA
           MOVE WS-EX-HORAS-SEMANA (WS-EXC-INDICE) TO WS-HORAS-SEM-ED
           STRING "EMPLEADO: "    DELIMITED BY SIZE
                  WS-EX-NUMERO (WS-EXC-INDICE) DELIMITED BY SIZE
                  "  DEPTO: "     DELIMITED BY SIZE
                  WS-EX-DEPARTAMENTO (WS-EXC-INDICE)
                                  DELIMITED BY SIZE
                  "  FECHA: "     DELIMITED BY SIZE
                  WS-EX-FECHA (WS-EXC-INDICE) DELIMITED BY SIZE
                  "  HORAS EN LA SEMANA: " DELIMITED BY SIZE
                  WS-HORAS-SEM-ED DELIMITED BY SIZE
                  INTO RPTINCI-LINEA
           WRITE RPTINCI-LINEA.
       066-FIN.  EXIT.

      *> DIAS DE INCAPACIDAD DEL PERIODO ABIERTO: SE LIMPIAN LOS DE LA
      *> TABLA (LO SEMBRADO DE LA NOCHE ANTERIOR NO SE SUMA) Y SE
      *> RECALCULAN DESDE EL MAESTRO COMPLETO, ASI UN CERTIFICADO QUE
      *> CRUZA DE PERIODO APORTA A CADA UNO SOLO SUS DIAS Y UNA
      *> REPETICION DEL PASO NO DUPLICA NADA.
       070-DIAS-INCAPACIDAD.
           PERFORM 071-LIMPIA-INCAPACIDAD THRU 071-FIN
                   VARYING WS-RESUMEN-INDICE FROM 1 BY 1
                   UNTIL WS-RESUMEN-INDICE GREATER WS-NUM-RESUMEN
           MOVE LOW-VALUES TO IC-LLAVE
           START INCAPAC-FILE KEY IS NOT LESS THAN IC-LLAVE
               INVALID KEY
                   GO TO 070-FIN
           END-START
           MOVE "N" TO WS-FIN-INCAPAC
           PERFORM 072-APLICA-CERTIFICADO THRU 072-FIN
                   UNTIL FIN-INCAPAC.
       070-FIN.  EXIT.

       071-LIMPIA-INCAPACIDAD.
           MOVE ZERO TO WS-RE-INC-EG (WS-RESUMEN-INDICE)
           MOVE ZERO TO WS-RE-INC-RT (WS-RESUMEN-INDICE)
           MOVE ZERO TO WS-RE-INC-MA (WS-RESUMEN-INDICE)
           MOVE ZERO TO WS-RE-ESPERA (WS-RESUMEN-INDICE).
       071-FIN.  EXIT.

      *> SUMA AL EMPLEADO LOS DIAS DEL CERTIFICADO QUE CAEN DENTRO DEL
      *> PERIODO ABIERTO DE SU GRUPO DE PAGO, POR RAMO; SI SU GRUPO NO
      *> TIENE PERIODO ABIERTO NO SE SUMA NADA. EN ENFERMEDAD GENERAL
      *> LOS TRES PRIMEROS
      *> DIAS DEL CERTIFICADO SON DE ESPERA (EL IMSS SUBSIDIA DESDE EL
      *> CUARTO) Y SE CUENTAN APARTE LOS QUE CAEN EN EL PERIODO.
       072-APLICA-CERTIFICADO.
           READ INCAPAC-FILE NEXT RECORD
               AT END
                   SET FIN-INCAPAC TO TRUE
                   GO TO 072-FIN
           END-READ
           MOVE IC-NUMERO TO EM-NUMERO
           READ EMPMAST-FILE
               INVALID KEY
                   MOVE SPACE TO EM-GRUPO-PAGO
           END-READ
           PERFORM 005-GRUPO-EMPLEADO THRU 005-FIN
           IF WS-PER-INICIO = ZERO
               GO TO 072-FIN
           END-IF
           IF IC-FECHA-FIN LESS WS-PER-INICIO
              OR IC-FECHA-INICIO GREATER WS-PER-FIN
               GO TO 072-FIN
           END-IF
           MOVE IC-FECHA-INICIO TO WS-INC-DESDE
           IF WS-INC-DESDE LESS WS-PER-INICIO
               MOVE WS-PER-INICIO TO WS-INC-DESDE
           END-IF
           MOVE IC-FECHA-FIN TO WS-INC-HASTA
           IF WS-INC-HASTA GREATER WS-PER-FIN
               MOVE WS-PER-FIN TO WS-INC-HASTA
           END-IF
           CALL "PROGCDIA" USING WS-INC-DESDE WS-INC-HASTA WS-DIAS-INC
           ADD 1 TO WS-DIAS-INC
           MOVE "N" TO WS-RESUMEN-HALLADO
           PERFORM 075-BUSCA-CERTIFICADO THRU 075-FIN
                   VARYING WS-RESUMEN-INDICE FROM 1 BY 1
                   UNTIL WS-RESUMEN-INDICE GREATER WS-NUM-RESUMEN
                      OR RESUMEN-HALLADO
           IF NOT RESUMEN-HALLADO
               IF WS-NUM-RESUMEN LESS WS-MAX-RESUMEN
                   ADD 1 TO WS-NUM-RESUMEN
                   MOVE WS-NUM-RESUMEN TO WS-RESUMEN-POS
                   MOVE IC-NUMERO TO WS-RE-NUMERO (WS-RESUMEN-POS)
                   MOVE WS-GRUPO-POS TO WS-RE-GRUPO (WS-RESUMEN-POS)
                   MOVE IC-DEPARTAMENTO
                        TO WS-RE-DEPARTAMENTO (WS-RESUMEN-POS)
                   MOVE ZERO TO WS-RE-FALTAS (WS-RESUMEN-POS)
                   MOVE ZERO TO WS-RE-PERMISOS (WS-RESUMEN-POS)
                   MOVE ZERO TO WS-RE-HORAS-EXTRA (WS-RESUMEN-POS)
                   MOVE ZERO TO WS-RE-HE-FESTIVO (WS-RESUMEN-POS)
                   MOVE ZERO TO WS-RE-RETARDOS (WS-RESUMEN-POS)
                   MOVE ZERO TO WS-RE-SALIDAS (WS-RESUMEN-POS)
                   MOVE WS-RESUMEN-POS TO WS-RESUMEN-INDICE
                   PERFORM 071-LIMPIA-INCAPACIDAD THRU 071-FIN
                   PERFORM 036-LIMPIA-SEMANAS THRU 036-FIN
               ELSE
                   DISPLAY "RESUMEN DE EMPLEADOS LLENO; INCAPACIDAD "
                           "SIN ACUMULAR: " IC-NUMERO
                   MOVE 04 TO WS-RC-NUEVO
                   MOVE "INCIDENCIAS: RESUMEN DE EMPLEADOS LLENO"
                        TO WS-DESCRIPCION-ERROR
                   PERFORM 080-ACTUALIZA-RC THRU 080-FIN
                   GO TO 072-FIN
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN IC-RIESGO-TRABAJO
                   ADD WS-DIAS-INC TO WS-RE-INC-RT (WS-RESUMEN-POS)
               WHEN IC-MATERNIDAD
                   ADD WS-DIAS-INC TO WS-RE-INC-MA (WS-RESUMEN-POS)
               WHEN OTHER
                   ADD WS-DIAS-INC TO WS-RE-INC-EG (WS-RESUMEN-POS)
                   CALL "PROGCDIA" USING IC-FECHA-INICIO WS-INC-DESDE
                                         WS-DIAS-DESFASE
                   IF WS-DIAS-DESFASE LESS 3
                       COMPUTE WS-DIAS-ESPERA = 3 - WS-DIAS-DESFASE
                       IF WS-DIAS-ESPERA GREATER WS-DIAS-INC
                           MOVE WS-DIAS-INC TO WS-DIAS-ESPERA
                       END-IF
                       ADD WS-DIAS-ESPERA
                            TO WS-RE-ESPERA (WS-RESUMEN-POS)
                   END-IF
           END-EVALUATE.
       072-FIN.  EXIT.

       075-BUSCA-CERTIFICADO.
           IF WS-RE-NUMERO (WS-RESUMEN-INDICE) = IC-NUMERO
               MOVE "S" TO WS-RESUMEN-HALLADO
               MOVE WS-RESUMEN-INDICE TO WS-RESUMEN-POS
           END-IF.
       075-FIN.  EXIT.

      *> ELEVA WS-CODIGO-RETORNO A WS-RC-NUEVO SI ESTE ES MAS SEVERO Y
      *> DEJA CONSTANCIA EN LA BITACORA COMUN DE ERRORES (ERRLOG).
       080-ACTUALIZA-RC.
