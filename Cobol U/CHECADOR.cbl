      *> DE LOS ERRORES DE INCIDENCIAS: EL TECLEO A MANO DEL LISTADO
      *> DEL RELOJ, EL MISMO PROBLEMA QUE PROGCSVG RESOLVIO PARA LAS
      *> TRANSACCIONES DE PERSONAL.
      *> MODIFICACIONES:
      *> 2026-10-15  EL RENGLON DE INCIDENCIA CRECIO CON LOS DATOS DEL
      *>             CERTIFICADO DE INCAPACIDAD: SE LIMPIA ANTES DE
      *>             ARMAR CADA HE Y FA PARA QUE ESOS CAMPOS SALGAN
      *>             EN BLANCO.
      *> 2026-10-15  TURNOS: CADA EMPLEADO SE COMPARA CONTRA EL TURNO
      *>             QUE LE TOCA EN LA FECHA (ASIGNACION TURNASIG,
      *>             COPY TURAREG, CON ROTACION DE HASTA 4 SEMANAS;
      *>             CATALOGO TURNOCAT, COPY TURNREG). LAS HORAS EXTRA
      *>             SON LO TRABAJADO ARRIBA DE LA JORNADA LEGAL DE SU
      *>             TURNO (8, 7 O 7.5 HORAS) Y, EN DIA HABIL, UNA
      *>             ENTRADA DESPUES DE LA DEL TURNO MAS LA TOLERANCIA
      *>             SALE COMO RETARDO (RE) Y UNA SALIDA ANTES DE LA
      *>             DEL TURNO MENOS LA TOLERANCIA COMO SALIDA
      *>             ANTICIPADA (SA), AMBAS CON EL TIEMPO EN IN-HORAS.
      *>             EL TURNO QUE CRUZA LA MEDIANOCHE TOMA SU SALIDA
      *>             DE LAS CHECADAS DEL DIA SIGUIENTE QUE TRAE EL
      *>             VACIADO DEL RELOJ; SU SALIDA DE LA MADRUGADA DEL
      *>             DIA ES DE LA JORNADA ANTERIOR Y SE IGNORA, COMO
      *>             CUALQUIER OTRA CHECADA DEL DIA SIGUIENTE. SIN
      *>             ASIGNACION SIGUE LA JORNADA DE 8 HORAS SIN
      *>             RETARDOS. CADA RETARDO, SALIDA ANTICIPADA, FALTA
      *>             Y CHECADA SIN PAREJA SE AGREGA AL HISTORICO DE
      *>             EXCEPCIONES (ASISEXC, COPY ASISREG) PARA EL
      *>             REPORTE SEMANAL POR TURNO (PROGASEM).
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT RELOJRCH-FILE   ASSIGN TO "RELOJRCH"
                                   ORGANIZATION LINE SEQUENTIAL.

           SELECT TURNOCAT-FILE   ASSIGN TO "TURNOCAT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-TURNOCAT-STATUS.

           SELECT TURNASIG-FILE   ASSIGN TO "TURNASIG"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-TURNASIG-STATUS.

           SELECT ASISEXC-FILE    ASSIGN TO "ASISEXC"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-ASISEXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPMAST-FILE.
           05 RJ-CHECADA            PIC X(18).
           05 RJ-MOTIVO             PIC X(40).

       FD  TURNOCAT-FILE.
       COPY TURNREG.

       FD  TURNASIG-FILE.
       COPY TURAREG.

       FD  ASISEXC-FILE.
       COPY ASISREG.

       WORKING-STORAGE SECTION.
       01  WS-TABLA-CHECADAS.
           05 WS-CHECADA-RENGLON OCCURS 200 TIMES.
              10 WS-CH-SALIDA       PIC 9(04).
              10 WS-CH-TIENE-E      PIC X(01).
              10 WS-CH-TIENE-S      PIC X(01).
              10 WS-CH-MIN-SALIDA   PIC 9(04).
              10 WS-CH-TURNO-POS    PIC 9(02).

      *> CATALOGO DE TURNOS, CON LAS HORAS YA EN MINUTOS DEL DIA; LA
      *> SALIDA DE UN TURNO QUE CRUZA LA MEDIANOCHE LLEVA 1440 MAS.
       01  WS-TABLA-TURNOS.
           05 WS-TURNO-RENGLON OCCURS 20 TIMES.
              10 WS-TU-CLAVE        PIC X(02).
              10 WS-TU-ENTRADA      PIC 9(04).
              10 WS-TU-SALIDA       PIC 9(04).
              10 WS-TU-MIN-ENTRADA  PIC 9(04).
              10 WS-TU-MIN-SALIDA   PIC 9(04).
              10 WS-TU-MIN-LEGALES  PIC 9(03).
              10 WS-TU-TOLERANCIA   PIC 9(02).
              10 WS-TU-CRUZA        PIC X(01).
                  88 TU-CRUZA-DIA                 VALUE "S".

       01  WS-TABLA-ASIGNACION.
           05 WS-ASIGNA-RENGLON OCCURS 500 TIMES.
              10 WS-TA-NUMERO       PIC 9(05).
              10 WS-TA-FECHA-BASE   PIC 9(08).
              10 WS-TA-SEMANAS      PIC 9(01).
              10 WS-TA-TURNO        PIC X(02)      OCCURS 4 TIMES.

       01  WS-HORA-PARTES          PIC 9(04).
       01  WS-HORA-PARTES-R REDEFINES WS-HORA-PARTES.
           05 WS-RELOJPUN-STATUS  PIC X(02).
           05 WS-RELOJPUN-EOF     PIC X(01)      VALUE "N".
               88 RELOJPUN-EOF                   VALUE "S".
           05 WS-TURNOCAT-STATUS  PIC X(02).
           05 WS-TURNOCAT-EOF     PIC X(01)      VALUE "N".
               88 TURNOCAT-EOF                   VALUE "S".
           05 WS-TURNASIG-STATUS  PIC X(02).
           05 WS-TURNASIG-EOF     PIC X(01)      VALUE "N".
               88 TURNASIG-EOF                   VALUE "S".
           05 WS-ASISEXC-STATUS   PIC X(02).
           05 WS-ASISEXC-ABIERTO  PIC X(01)      VALUE "N".
               88 ASISEXC-ABIERTO                VALUE "S".
           05 WS-MAX-TURNOS       PIC 9(02)      VALUE 20.
           05 WS-NUM-TURNOS       PIC 9(02)      VALUE ZERO.
           05 WS-TU-INDICE        PIC 9(02).
           05 WS-TURNO-POS        PIC 9(02).
           05 WS-MAX-ASIGNA       PIC 9(03)      VALUE 500.
           05 WS-NUM-ASIGNA       PIC 9(03)      VALUE ZERO.
           05 WS-TA-INDICE        PIC 9(03).
           05 WS-TA-POS           PIC 9(03).
           05 WS-SEM-INDICE       PIC 9(01).
           05 WS-SEM-ROTA         PIC 9(01).
           05 WS-TURNOS-VALIDOS   PIC X(01).
               88 TURNOS-VALIDOS                 VALUE "S".
           05 WS-BUSCA-NUMERO     PIC 9(05).
           05 WS-BUSCA-CLAVE      PIC X(02).
           05 WS-DIAS-ROTA        PIC S9(05).
           05 WS-SEMANAS-CORRIDAS PIC 9(05).
           05 WS-COCIENTE-ROTA    PIC 9(05).
           05 WS-RESTO-ROTA       PIC 9(01).
           05 WS-DIAS-FECHA       PIC S9(05).
           05 WS-DIA-SIGUIENTE    PIC X(01).
               88 DIA-SIGUIENTE                  VALUE "S".
           05 WS-MIN-CHECADA      PIC 9(04).
           05 WS-MIN-LEGALES      PIC 9(03).
           05 WS-MIN-DIFERENCIA   PIC 9(04).
           05 WS-INC-TIPO         PIC X(02).
           05 WS-TOT-RETARDOS     PIC 9(05)      VALUE ZERO.
           05 WS-TOT-SALIDAS-ANT  PIC 9(05)      VALUE ZERO.
           05 WS-TOT-OTRA-JORNADA PIC 9(05)      VALUE ZERO.
           05 WS-FECHA-PROCESO    PIC 9(08).
           05 WS-TIPO-DIA         PIC X(01).
               88 DIA-HABIL                      VALUE "H".
               ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           END-IF
           CALL "PROGVCAL" USING WS-FECHA-PROCESO WS-TIPO-DIA
           PERFORM 003-CARGA-TURNOS THRU 003-FIN
           PERFORM 006-CARGA-ASIGNACION THRU 006-FIN
           OPEN INPUT RELOJPUN-FILE
           IF WS-RELOJPUN-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR RELOJPUN, SE TERMINA"
           END-IF
           OPEN OUTPUT INCIDEN-FILE
           OPEN OUTPUT RELOJRCH-FILE
           OPEN EXTEND ASISEXC-FILE
           IF WS-ASISEXC-STATUS = "35"
               OPEN OUTPUT ASISEXC-FILE
           END-IF
           IF WS-ASISEXC-STATUS = "00"
               SET ASISEXC-ABIERTO TO TRUE
           ELSE
               DISPLAY "NO SE PUDO ABRIR ASISEXC (" WS-ASISEXC-STATUS
                       "); EL DIA NO QUEDA EN EL HISTORICO"
               MOVE 04 TO WS-RC-NUEVO
               MOVE "CHECADAS: NO SE PUDO ABRIR ASISEXC"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
           END-IF
           PERFORM 010-LEE-CHECADA THRU 010-FIN
           PERFORM 020-ACOMODA-CHECADA THRU 020-FIN
                   UNTIL RELOJPUN-EOF
           END-IF
           CLOSE INCIDEN-FILE
           CLOSE RELOJRCH-FILE
           IF ASISEXC-ABIERTO
               CLOSE ASISEXC-FILE
           END-IF
           DISPLAY "CHECADAS LEIDAS:       " WS-TOT-CHECADAS
           DISPLAY "INCIDENCIAS GENERADAS: " WS-TOT-INCIDENCIAS
           DISPLAY "FALTAS DERIVADAS:      " WS-TOT-FALTAS
           DISPLAY "RETARDOS:              " WS-TOT-RETARDOS
           DISPLAY "SALIDAS ANTICIPADAS:   " WS-TOT-SALIDAS-ANT
           DISPLAY "CHECADAS DE OTRA JORNADA: " WS-TOT-OTRA-JORNADA
           DISPLAY "CHECADAS RECHAZADAS:   " WS-TOT-RECHAZADAS
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE
           GOBACK.

      *> CARGA EL CATALOGO DE TURNOS. SIN CATALOGO (O SIN ASIGNACION)
      *> TODOS SIGUEN CON LA JORNADA DE 8 HORAS Y SIN RETARDOS.
       003-CARGA-TURNOS.
           OPEN INPUT TURNOCAT-FILE
           IF WS-TURNOCAT-STATUS NOT = "00"
               DISPLAY "NO HAY TURNOCAT; TODOS CON JORNADA DE 8 HORAS"
               GO TO 003-FIN
           END-IF
           PERFORM 004-LEE-TURNO THRU 004-FIN
           PERFORM 005-GUARDA-TURNO THRU 005-FIN
                   UNTIL TURNOCAT-EOF
           CLOSE TURNOCAT-FILE.
       003-FIN.  EXIT.

       004-LEE-TURNO.
           READ TURNOCAT-FILE
               AT END
                   SET TURNOCAT-EOF TO TRUE
           END-READ.
       004-FIN.  EXIT.

      *> UN TURNO CON HORAS MALFORMADAS O SIN JORNADA LEGAL NO SE
      *> CARGA; LOS EMPLEADOS ASIGNADOS A EL SE QUEDAN SIN TURNO.
       005-GUARDA-TURNO.
           IF TU-ENTRADA IS NOT NUMERIC
              OR TU-SALIDA IS NOT NUMERIC
              OR TU-MIN-LEGALES IS NOT NUMERIC
              OR TU-MIN-LEGALES = ZERO
              OR TU-TOLERANCIA IS NOT NUMERIC
               DISPLAY "TURNO INVALIDO EN TURNOCAT, SE IGNORA: "
                       TU-CLAVE
               MOVE 04 TO WS-RC-NUEVO
               MOVE "CHECADAS: TURNO INVALIDO EN EL CATALOGO"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               GO TO 005-SIGUIENTE
           END-IF
           IF WS-NUM-TURNOS NOT LESS WS-MAX-TURNOS
               DISPLAY "CATALOGO DE TURNOS LLENO, SE IGNORA: "
                       TU-CLAVE
               GO TO 005-SIGUIENTE
           END-IF
           ADD 1 TO WS-NUM-TURNOS
           MOVE TU-CLAVE TO WS-TU-CLAVE (WS-NUM-TURNOS)
           MOVE TU-ENTRADA TO WS-TU-ENTRADA (WS-NUM-TURNOS)
           MOVE TU-SALIDA TO WS-TU-SALIDA (WS-NUM-TURNOS)
           MOVE TU-ENTRADA TO WS-HORA-PARTES
           COMPUTE WS-TU-MIN-ENTRADA (WS-NUM-TURNOS) =
                   WS-HP-HH * 60 + WS-HP-MM
           MOVE TU-SALIDA TO WS-HORA-PARTES
           COMPUTE WS-TU-MIN-SALIDA (WS-NUM-TURNOS) =
                   WS-HP-HH * 60 + WS-HP-MM
           MOVE "N" TO WS-TU-CRUZA (WS-NUM-TURNOS)
           IF TU-SALIDA NOT GREATER TU-ENTRADA
               ADD 1440 TO WS-TU-MIN-SALIDA (WS-NUM-TURNOS)
               MOVE "S" TO WS-TU-CRUZA (WS-NUM-TURNOS)
           END-IF
           MOVE TU-MIN-LEGALES TO WS-TU-MIN-LEGALES (WS-NUM-TURNOS)
           MOVE TU-TOLERANCIA TO WS-TU-TOLERANCIA (WS-NUM-TURNOS).
       005-SIGUIENTE.
           PERFORM 004-LEE-TURNO THRU 004-FIN.
       005-FIN.  EXIT.

      *> CARGA LA ASIGNACION DE TURNOS POR EMPLEADO. UNA ASIGNACION
      *> CON UNA CLAVE QUE NO ESTA EN EL CATALOGO NO SE CARGA.
       006-CARGA-ASIGNACION.
           OPEN INPUT TURNASIG-FILE
           IF WS-TURNASIG-STATUS NOT = "00"
               DISPLAY "NO HAY TURNASIG; NADIE TIENE TURNO ASIGNADO"
               GO TO 006-FIN
           END-IF
           PERFORM 007-LEE-ASIGNACION THRU 007-FIN
           PERFORM 008-GUARDA-ASIGNACION THRU 008-FIN
                   UNTIL TURNASIG-EOF
           CLOSE TURNASIG-FILE.
       006-FIN.  EXIT.

       007-LEE-ASIGNACION.
           READ TURNASIG-FILE
               AT END
                   SET TURNASIG-EOF TO TRUE
           END-READ.
       007-FIN.  EXIT.

       008-GUARDA-ASIGNACION.
           IF TA-NUMERO IS NOT NUMERIC
              OR TA-FECHA-BASE IS NOT NUMERIC
              OR TA-SEMANAS IS NOT NUMERIC
              OR TA-SEMANAS = ZERO
              OR TA-SEMANAS GREATER 4
               DISPLAY "ASIGNACION DE TURNO INVALIDA, SE IGNORA: "
                       TA-NUMERO
               MOVE 04 TO WS-RC-NUEVO
               MOVE "CHECADAS: ASIGNACION DE TURNO INVALIDA"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               GO TO 008-SIGUIENTE
           END-IF
           MOVE "S" TO WS-TURNOS-VALIDOS
           PERFORM 009-VALIDA-SEMANA THRU 009-FIN
                   VARYING WS-SEM-INDICE FROM 1 BY 1
                   UNTIL WS-SEM-INDICE GREATER TA-SEMANAS
           IF NOT TURNOS-VALIDOS
               DISPLAY "ASIGNACION CON TURNO FUERA DEL CATALOGO, SE "
                       "IGNORA: " TA-NUMERO
               MOVE 04 TO WS-RC-NUEVO
               MOVE "CHECADAS: TURNO ASIGNADO NO EXISTE"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               GO TO 008-SIGUIENTE
           END-IF
           IF WS-NUM-ASIGNA NOT LESS WS-MAX-ASIGNA
               DISPLAY "TABLA DE ASIGNACIONES LLENA, SE IGNORA: "
                       TA-NUMERO
               GO TO 008-SIGUIENTE
           END-IF
           ADD 1 TO WS-NUM-ASIGNA
           MOVE TA-NUMERO TO WS-TA-NUMERO (WS-NUM-ASIGNA)
           MOVE TA-FECHA-BASE TO WS-TA-FECHA-BASE (WS-NUM-ASIGNA)
           MOVE TA-SEMANAS TO WS-TA-SEMANAS (WS-NUM-ASIGNA)
           MOVE TA-TURNO (1) TO WS-TA-TURNO (WS-NUM-ASIGNA, 1)
           MOVE TA-TURNO (2) TO WS-TA-TURNO (WS-NUM-ASIGNA, 2)
           MOVE TA-TURNO (3) TO WS-TA-TURNO (WS-NUM-ASIGNA, 3)
           MOVE TA-TURNO (4) TO WS-TA-TURNO (WS-NUM-ASIGNA, 4).
       008-SIGUIENTE.
           PERFORM 007-LEE-ASIGNACION THRU 007-FIN.
       008-FIN.  EXIT.

       009-VALIDA-SEMANA.
           MOVE TA-TURNO (WS-SEM-INDICE) TO WS-BUSCA-CLAVE
           PERFORM 062-UBICA-CLAVE THRU 062-FIN
           IF WS-TURNO-POS = ZERO
               MOVE "N" TO WS-TURNOS-VALIDOS
           END-IF.
       009-FIN.  EXIT.

       010-LEE-CHECADA.
           READ RELOJPUN-FILE
               AT END

      *> ACOMODA LA CHECADA LEIDA EN LA RANURA DE SU EMPLEADO:
      *> PRIMERA ENTRADA Y ULTIMA SALIDA DEL DIA; LO MALFORMADO O DE
      *> OTRA FECHA SE RECHAZA DE UNA VEZ. DEL DIA SIGUIENTE SOLO SE
      *> TOMA LA SALIDA DE UN TURNO QUE CRUZA LA MEDIANOCHE; LO DEMAS
      *> DE ESE DIA ES DE LA JORNADA SIGUIENTE Y SE DEJA PASAR.
       020-ACOMODA-CHECADA.
           ADD 1 TO WS-TOT-CHECADAS
           IF PU-NUMERO IS NOT NUMERIC OR PU-NUMERO = ZERO
               PERFORM 030-RECHAZA-CHECADA THRU 030-FIN
               GO TO 020-SIGUIENTE
           END-IF
           MOVE "N" TO WS-DIA-SIGUIENTE
           IF PU-FECHA NOT = WS-FECHA-PROCESO
               MOVE ZERO TO WS-DIAS-FECHA
               IF PU-FECHA IS NUMERIC
                   CALL "PROGCDIA" USING WS-FECHA-PROCESO PU-FECHA
                                         WS-DIAS-FECHA
               END-IF
               IF WS-DIAS-FECHA NOT = 1
                   MOVE "FECHA FUERA DEL DIA PROCESADO" TO RJ-MOTIVO
                   PERFORM 030-RECHAZA-CHECADA THRU 030-FIN
                   GO TO 020-SIGUIENTE
               END-IF
               SET DIA-SIGUIENTE TO TRUE
           END-IF
           MOVE PU-HORA TO WS-HORA-PARTES
           IF PU-HORA IS NOT NUMERIC
               PERFORM 030-RECHAZA-CHECADA THRU 030-FIN
               GO TO 020-SIGUIENTE
           END-IF
           COMPUTE WS-MIN-CHECADA = WS-HP-HH * 60 + WS-HP-MM
           MOVE PU-NUMERO TO WS-BUSCA-NUMERO
           PERFORM 060-TURNO-EMPLEADO THRU 060-FIN
           IF DIA-SIGUIENTE
               IF WS-TURNO-POS NOT = ZERO
                  AND TU-CRUZA-DIA (WS-TURNO-POS)
                  AND PU-SALIDA
                   ADD 1440 TO WS-MIN-CHECADA
               ELSE
                   ADD 1 TO WS-TOT-OTRA-JORNADA
                   GO TO 020-SIGUIENTE
               END-IF
           ELSE
               IF WS-TURNO-POS NOT = ZERO
                  AND TU-CRUZA-DIA (WS-TURNO-POS)
                  AND PU-SALIDA
                  AND WS-MIN-CHECADA LESS
                      WS-TU-MIN-ENTRADA (WS-TURNO-POS)
                   ADD 1 TO WS-TOT-OTRA-JORNADA
                   GO TO 020-SIGUIENTE
               END-IF
           END-IF
           MOVE "N" TO WS-CH-HALLADA
           PERFORM 025-BUSCA-RANURA THRU 025-FIN
                   VARYING WS-CH-INDICE FROM 1 BY 1
                   MOVE ZERO TO WS-CH-SALIDA (WS-NUM-CHECADAS)
                   MOVE "N" TO WS-CH-TIENE-E (WS-NUM-CHECADAS)
                   MOVE "N" TO WS-CH-TIENE-S (WS-NUM-CHECADAS)
                   MOVE ZERO TO WS-CH-MIN-SALIDA (WS-NUM-CHECADAS)
                   MOVE WS-TURNO-POS
                        TO WS-CH-TURNO-POS (WS-NUM-CHECADAS)
                   MOVE WS-NUM-CHECADAS TO WS-CH-POS
               ELSE
                   MOVE "TABLA DE CHECADAS LLENA" TO RJ-MOTIVO
               END-IF
               MOVE "S" TO WS-CH-TIENE-E (WS-CH-POS)
           ELSE
               IF WS-CH-TIENE-S (WS-CH-POS) = "N"
                  OR WS-MIN-CHECADA GREATER
                     WS-CH-MIN-SALIDA (WS-CH-POS)
                   MOVE PU-HORA TO WS-CH-SALIDA (WS-CH-POS)
                   MOVE WS-MIN-CHECADA TO WS-CH-MIN-SALIDA (WS-CH-POS)
               END-IF
               MOVE "S" TO WS-CH-TIENE-S (WS-CH-POS)
           END-IF.

      *> RESUELVE LA RANURA DE UN EMPLEADO: SIN PAREJA O CON SALIDA
      *> ANTES DE LA ENTRADA SE RECHAZA; CON JORNADA COMPLETA, LO
      *> TRABAJADO ARRIBA DE LA JORNADA LEGAL DE SU TURNO (8 HORAS
      *> SIN TURNO) SALE COMO INCIDENCIA HE, Y EN DIA HABIL SE
      *> REVISAN EL RETARDO Y LA SALIDA ANTICIPADA CONTRA EL TURNO.
       040-RESUELVE-EMPLEADO.
           MOVE WS-CH-TURNO-POS (WS-CH-INDICE) TO WS-TURNO-POS
           IF WS-CH-TIENE-E (WS-CH-INDICE) = "N"
              OR WS-CH-TIENE-S (WS-CH-INDICE) = "N"
               MOVE SPACES TO RELOJPUN-REGISTRO
               MOVE "CHECADA SIN PAREJA (E O S FALTANTE)"
                    TO RJ-MOTIVO
               PERFORM 030-RECHAZA-CHECADA THRU 030-FIN
               PERFORM 042-EXCEPCION-SIN-PAREJA THRU 042-FIN
               GO TO 040-FIN
           END-IF
           MOVE WS-CH-ENTRADA (WS-CH-INDICE) TO WS-HORA-PARTES
           COMPUTE WS-MIN-ENTRADA = WS-HP-HH * 60 + WS-HP-MM
           MOVE WS-CH-MIN-SALIDA (WS-CH-INDICE) TO WS-MIN-SALIDA
           IF WS-MIN-SALIDA NOT GREATER WS-MIN-ENTRADA
               MOVE SPACES TO RELOJPUN-REGISTRO
               MOVE WS-CH-NUMERO (WS-CH-INDICE) TO PU-NUMERO
               MOVE WS-FECHA-PROCESO TO PU-FECHA
               MOVE "SALIDA ANTES DE LA ENTRADA" TO RJ-MOTIVO
               PERFORM 030-RECHAZA-CHECADA THRU 030-FIN
               PERFORM 042-EXCEPCION-SIN-PAREJA THRU 042-FIN
               GO TO 040-FIN
           END-IF
           COMPUTE WS-MIN-TRABAJADOS = WS-MIN-SALIDA - WS-MIN-ENTRADA
           MOVE 480 TO WS-MIN-LEGALES
           IF WS-TURNO-POS NOT = ZERO
               MOVE WS-TU-MIN-LEGALES (WS-TURNO-POS) TO WS-MIN-LEGALES
           END-IF
           IF WS-TURNO-POS NOT = ZERO AND DIA-HABIL
               PERFORM 045-COMPARA-TURNO THRU 045-FIN
           END-IF
           IF WS-MIN-TRABAJADOS GREATER WS-MIN-LEGALES
               COMPUTE WS-HORAS-EXTRA ROUNDED =
                       (WS-MIN-TRABAJADOS - WS-MIN-LEGALES) / 60
               MOVE SPACES TO IN-REGISTRO
               MOVE WS-CH-NUMERO (WS-CH-INDICE) TO IN-NUMERO
               MOVE "HE" TO IN-TIPO
               MOVE WS-FECHA-PROCESO TO IN-FECHA
           END-IF.
       040-FIN.  EXIT.

      *> LA PAREJA QUE NO SE PUDO RESOLVER QUEDA TAMBIEN EN EL
      *> HISTORICO DE EXCEPCIONES, CON LA HORA QUE SI SE CHECO.
       042-EXCEPCION-SIN-PAREJA.
           MOVE WS-CH-NUMERO (WS-CH-INDICE) TO AX-NUMERO
           MOVE "SP" TO AX-TIPO
           IF WS-CH-TIENE-E (WS-CH-INDICE) = "S"
               MOVE WS-CH-ENTRADA (WS-CH-INDICE) TO AX-HORA-CHECADA
           ELSE
               MOVE WS-CH-SALIDA (WS-CH-INDICE) TO AX-HORA-CHECADA
           END-IF
           MOVE ZERO TO AX-MINUTOS
           PERFORM 070-ESCRIBE-EXCEPCION THRU 070-FIN.
       042-FIN.  EXIT.

      *> COMPARA LA PAREJA CONTRA EL TURNO: UNA ENTRADA DESPUES DE LA
      *> DEL TURNO MAS LA TOLERANCIA ES RETARDO, Y UNA SALIDA ANTES DE
      *> LA DEL TURNO MENOS LA TOLERANCIA ES SALIDA ANTICIPADA. EN
      *> AMBOS CASOS IN-HORAS LLEVA EL TIEMPO COMPLETO DE DIFERENCIA.
       045-COMPARA-TURNO.
           IF WS-MIN-ENTRADA GREATER
              WS-TU-MIN-ENTRADA (WS-TURNO-POS)
              + WS-TU-TOLERANCIA (WS-TURNO-POS)
               COMPUTE WS-MIN-DIFERENCIA =
                       WS-MIN-ENTRADA - WS-TU-MIN-ENTRADA (WS-TURNO-POS)
               MOVE "RE" TO WS-INC-TIPO
               MOVE WS-CH-ENTRADA (WS-CH-INDICE) TO AX-HORA-CHECADA
               PERFORM 047-ESCRIBE-TURNO THRU 047-FIN
               ADD 1 TO WS-TOT-RETARDOS
           END-IF
           IF WS-MIN-SALIDA + WS-TU-TOLERANCIA (WS-TURNO-POS)
              LESS WS-TU-MIN-SALIDA (WS-TURNO-POS)
               COMPUTE WS-MIN-DIFERENCIA =
                       WS-TU-MIN-SALIDA (WS-TURNO-POS) - WS-MIN-SALIDA
               MOVE "SA" TO WS-INC-TIPO
               MOVE WS-CH-SALIDA (WS-CH-INDICE) TO AX-HORA-CHECADA
               PERFORM 047-ESCRIBE-TURNO THRU 047-FIN
               ADD 1 TO WS-TOT-SALIDAS-ANT
           END-IF.
       045-FIN.  EXIT.

      *> ESCRIBE EL RETARDO O LA SALIDA ANTICIPADA COMO INCIDENCIA
      *> PARA PROGINCI Y COMO EXCEPCION EN EL HISTORICO.
       047-ESCRIBE-TURNO.
           MOVE SPACES TO IN-REGISTRO
           MOVE WS-CH-NUMERO (WS-CH-INDICE) TO IN-NUMERO
           MOVE WS-INC-TIPO TO IN-TIPO
           MOVE WS-FECHA-PROCESO TO IN-FECHA
           COMPUTE IN-HORAS ROUNDED = WS-MIN-DIFERENCIA / 60
           WRITE IN-REGISTRO
           ADD 1 TO WS-TOT-INCIDENCIAS
           MOVE WS-CH-NUMERO (WS-CH-INDICE) TO AX-NUMERO
           MOVE WS-INC-TIPO TO AX-TIPO
           MOVE WS-MIN-DIFERENCIA TO AX-MINUTOS
           PERFORM 070-ESCRIBE-EXCEPCION THRU 070-FIN.
       047-FIN.  EXIT.

      *> DERIVA LAS FALTAS DEL DIA HABIL: TODO ACTIVO DEL MAESTRO
      *> SIN NINGUNA CHECADA SALE COMO INCIDENCIA FA.
       050-DERIVA-FALTAS.
                   UNTIL WS-CH-INDICE GREATER WS-NUM-CHECADAS
                      OR CH-HALLADA
           IF NOT CH-HALLADA
               MOVE SPACES TO IN-REGISTRO
               MOVE EM-NUMERO TO IN-NUMERO
               MOVE "FA" TO IN-TIPO
               MOVE WS-FECHA-PROCESO TO IN-FECHA
               WRITE IN-REGISTRO
               ADD 1 TO WS-TOT-INCIDENCIAS
               ADD 1 TO WS-TOT-FALTAS
               MOVE EM-NUMERO TO WS-BUSCA-NUMERO
               PERFORM 060-TURNO-EMPLEADO THRU 060-FIN
               MOVE EM-NUMERO TO AX-NUMERO
               MOVE "FA" TO AX-TIPO
               MOVE ZERO TO AX-HORA-CHECADA
               MOVE ZERO TO AX-MINUTOS
               PERFORM 070-ESCRIBE-EXCEPCION THRU 070-FIN
           END-IF.
       055-FIN.  EXIT.

           END-IF.
       057-FIN.  EXIT.

      *> UBICA EL TURNO QUE LE TOCA A WS-BUSCA-NUMERO EN LA FECHA
      *> PROCESADA: LA SEMANA DEL CICLO DE ROTACION ES EL NUMERO DE
      *> SEMANAS CORRIDAS DESDE LA FECHA BASE DE SU ASIGNACION, MODULO
      *> LAS SEMANAS DEL CICLO. DEJA EN WS-TURNO-POS EL RENGLON DEL
      *> CATALOGO, O CERO SI EL EMPLEADO NO TIENE ASIGNACION.
       060-TURNO-EMPLEADO.
           MOVE ZERO TO WS-TURNO-POS
           MOVE ZERO TO WS-TA-POS
           PERFORM 061-BUSCA-ASIGNACION THRU 061-FIN
                   VARYING WS-TA-INDICE FROM 1 BY 1
                   UNTIL WS-TA-INDICE GREATER WS-NUM-ASIGNA
                      OR WS-TA-POS NOT = ZERO
           IF WS-TA-POS = ZERO
               GO TO 060-FIN
           END-IF
           CALL "PROGCDIA" USING WS-TA-FECHA-BASE (WS-TA-POS)
                                 WS-FECHA-PROCESO
                                 WS-DIAS-ROTA
           MOVE 1 TO WS-SEM-ROTA
           IF WS-DIAS-ROTA GREATER ZERO
               DIVIDE WS-DIAS-ROTA BY 7 GIVING WS-SEMANAS-CORRIDAS
               DIVIDE WS-SEMANAS-CORRIDAS BY WS-TA-SEMANAS (WS-TA-POS)
                      GIVING WS-COCIENTE-ROTA REMAINDER WS-RESTO-ROTA
               ADD 1 WS-RESTO-ROTA GIVING WS-SEM-ROTA
           END-IF
           MOVE WS-TA-TURNO (WS-TA-POS, WS-SEM-ROTA) TO WS-BUSCA-CLAVE
           PERFORM 062-UBICA-CLAVE THRU 062-FIN.
       060-FIN.  EXIT.

       061-BUSCA-ASIGNACION.
           IF WS-TA-NUMERO (WS-TA-INDICE) = WS-BUSCA-NUMERO
               MOVE WS-TA-INDICE TO WS-TA-POS
           END-IF.
       061-FIN.  EXIT.

      *> DEJA EN WS-TURNO-POS EL RENGLON DEL CATALOGO DE LA CLAVE
      *> WS-BUSCA-CLAVE, O CERO SI NO ESTA.
       062-UBICA-CLAVE.
           MOVE ZERO TO WS-TURNO-POS
           PERFORM 063-BUSCA-CLAVE THRU 063-FIN
                   VARYING WS-TU-INDICE FROM 1 BY 1
                   UNTIL WS-TU-INDICE GREATER WS-NUM-TURNOS
                      OR WS-TURNO-POS NOT = ZERO.
       062-FIN.  EXIT.

       063-BUSCA-CLAVE.
           IF WS-TU-CLAVE (WS-TU-INDICE) = WS-BUSCA-CLAVE
               MOVE WS-TU-INDICE TO WS-TURNO-POS
           END-IF.
       063-FIN.  EXIT.

      *> AGREGA UNA EXCEPCION AL HISTORICO ASISEXC CON LA FECHA Y EL
      *> TURNO DE WS-TURNO-POS (EN BLANCO SI NO TIENE); LA HORA DEL
      *> TURNO ES LA DE SALIDA PARA UNA SALIDA ANTICIPADA Y LA DE
      *> ENTRADA PARA LO DEMAS.
       070-ESCRIBE-EXCEPCION.
           IF NOT ASISEXC-ABIERTO
               GO TO 070-FIN
           END-IF
           MOVE WS-FECHA-PROCESO TO AX-FECHA
           IF WS-TURNO-POS = ZERO
               MOVE SPACES TO AX-TURNO
               MOVE ZERO TO AX-HORA-TURNO
           ELSE
               MOVE WS-TU-CLAVE (WS-TURNO-POS) TO AX-TURNO
               MOVE WS-TU-ENTRADA (WS-TURNO-POS) TO AX-HORA-TURNO
               IF AX-SALIDA-ANT
                   MOVE WS-TU-SALIDA (WS-TURNO-POS) TO AX-HORA-TURNO
               END-IF
           END-IF
           WRITE AX-REGISTRO.
       070-FIN.  EXIT.

      *> ELEVA WS-CODIGO-RETORNO A WS-RC-NUEVO SI ESTE ES MAS SEVERO Y
      *> DEJA CONSTANCIA EN LA BITACORA COMUN DE ERRORES (ERRLOG).
       080-ACTUALIZA-RC.
