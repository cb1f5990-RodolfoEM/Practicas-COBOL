      *>             DE CONSOLA (TR-FORZAR-BANDA, VIA PROGGCON) EL
      *>             VALOR QUE HUBIERA QUEDADO EN ESE CAMPO, EN VEZ
      *>             DE "N".
      *> 2026-10-15  TIPO DE CONTRATO (PLANTA/EVENTUAL/POR OBRA) Y
      *>             FECHA DE FIN EN EL ALTA Y EL CAMBIO, DE CONSOLA
      *>             Y DE LOTE, VALIDADOS VIA LA SUBRUTINA PROGVCON
      *>             (057/058). EN EL CAMBIO, TIPO EN ESPACIOS Y FIN
      *>             EN ESPACIOS O CEROS CONSERVAN EL CONTRATO; UNA
      *>             FECHA SOLA LO RENUEVA CON EL TIPO ACTUAL. LA
      *>             CONSULTA MUESTRA EL CONTRATO. GOTTRANS CRECE A
      *>             138 Y LA IMAGEN DEL EMPLEADO A 135.
      *> 2026-10-15  SUPERVISOR DEL EMPLEADO (EM-SUPERVISOR) EN ALTA Y
      *>             CAMBIO, POR CONSOLA Y POR LOTE (TR-SUPERVISOR):
      *>             DEBE EXISTIR, ESTAR ACTIVO Y NO CERRAR UN CICLO EN
      *>             LA LINEA DE MANDO; EN UN CAMBIO ESPACIOS O CEROS
      *>             CONSERVAN EL ACTUAL. LA BAJA APLICADA DE UN JEFE
      *>             LISTA A SUS SUBORDINADOS ACTIVOS QUE QUEDAN SIN
      *>             SUPERVISOR (RC 04). LA CONSULTA LO MUESTRA.
      *> 2026-10-15  LAS ALTAS Y LOS CAMBIOS DE SALARIO O DE
      *>             DEPARTAMENTO (CONSOLA Y LOTE) ADVIERTEN CON RC 04
      *>             CUANDO LA NOMINA ANUAL PROYECTADA DEL DEPARTAMENTO
      *>             REBASARIA SU PRESUPUESTO (MAESTRO PRESUP, VIA
      *>             PROGVPRS). EL MOVIMIENTO SE APLICA DE TODAS FORMAS
      *>             Y NO CAE AL ARCHIVO DE RECHAZOS.
      *> 2026-10-15  UN CAMBIO DE SALARIO DEL LOTE CON FECHA EFECTIVA
      *>             YA PASADA SE ENCOLA ADEMAS EN RETROSOL (VIA
      *>             PROGRSOL), APLICADO O RETENIDO PARA APROBACION,
      *>             PARA QUE EL PASO PROGRETR CALCULE LA DIFERENCIA DE
      *>             CADA PERIODO CERRADO Y PROGNOMI LA PAGUE COMO
      *>             RETROACTIVO. EL RESUMEN DEL LOTE LOS CUENTA.
      *> 2026-10-15  EL ALTA Y EL CAMBIO (CONSOLA Y LOTE) CAPTURAN EL
      *>             GRUPO DE PAGO DEL EMPLEADO (S-SEMANAL,
      *>             Q-QUINCENAL, M-MENSUAL): EN EL ALTA ESPACIOS ES
      *>             MENSUAL, EN EL CAMBIO CONSERVAN EL ACTUAL. LA
      *>             CONSULTA LO MUESTRA. LAS IMAGENES Y LOS REGISTROS
      *>             GUARDADOS CRECEN A 141 Y GOTPEND A 144.
      *> 2026-10-15  LA FIRMA PASA EL NOMBRE DEL PROGRAMA A PROGSIGN Y
      *>             CADA OPCION NEGADA POR NIVEL QUEDA EN LA BITACORA
      *>             DE SEGURIDAD (SEGLOG, VIA PROGSEGL, EVENTO
      *>             NEGADO); ANTES SOLO SALIA EN LA CONSOLA.
      *> 2026-10-15  EL ALTA (CONSOLA Y LOTE) CAPTURA EL REGISTRO
      *>             PATRONAL DEL EMPLEADO (CATALOGO PATRCAT VIA
      *>             PROGVPAT; ESPACIOS ES EL 01) Y EL TRASLADO PUEDE
      *>             MOVERLO A OTRO REGISTRO, CON O SIN CAMBIO DE
      *>             DEPARTAMENTO; EL CAMBIO NO LO TOCA. PROGIMSS AVISA
      *>             ESE TRASLADO COMO BAJA Y ALTA. LA CONSULTA LO
      *>             MUESTRA. LAS IMAGENES Y LOS REGISTROS GUARDADOS
      *>             CRECEN A 143 Y GOTPEND A 146.
      *> 2026-10-15  SE AGREGA LA OPCION 8 (BENEFICIARIOS) EN
      *>             050-DISPATCH-EXTENDIDO: CAPTURA (O REEMPLAZA)
      *>             LOS BENEFICIARIOS Y DEPENDIENTES DEL EMPLEADO EN
      *>             EL ARCHIVO BENEFIC (COPY BENFREG), JUNTO A
      *>             PERSDAT, CON AUDITORIA BENEFI. LAS PARTES DE LOS
      *>             BENEFICIARIOS DEBEN SUMAR 100.00 Y CADA CURP SE
      *>             CRUZA CONTRA SU FECHA DE NACIMIENTO; SI ALGO NO
      *>             CUADRA NO SE GRABA NADA (RC 08).
      *> 2026-10-15  EL ALTA (CONSOLA Y LOTE) DEBE CITAR UNA
      *>             REQUISICION APROBADA DEL ARCHIVO REQUISIC PARA EL
      *>             MISMO DEPARTAMENTO Y PUESTO (TR-REQUISICION EN
      *>             LOTE), VALIDADA CON LA SUBRUTINA PROGVREQ DESPUES
      *>             DE LA PLANTILLA; SIN ELLA SE RECHAZA (RC 08). AL
      *>             GRABARSE EL ALTA LA REQUISICION QUEDA CUBIERTA
      *>             CON EL NUMERO DEL EMPLEADO (EN SIMULACION NO).
      *>             PROGGCON RECIBE LA REQUISICION PARA GOTCONSL.
      *>             GOTPEND CRECE A 152.
      *> 2026-10-15  LA PARTE DEL BENEFICIARIO SE CAPTURA CON PUNTO
      *>             DECIMAL (50.00), COMO EL PORCENTAJE DE PROGOJUD;
      *>             SIN PUNTO SE LEIA COMO ENTERO Y QUEDABA EN CEROS.
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
                                   RECORD KEY IS PE-NUMERO
                                   FILE STATUS IS WS-PERSDAT-STATUS.

           SELECT BENEFIC-FILE    ASSIGN TO "BENEFIC"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS BN-LLAVE
                                   FILE STATUS IS WS-BENEFIC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPMAST-FILE.
           05 CHK-FECHA             PIC 9(08).

       FD  GOTPENDI-FILE.
       01  GOTPENDI-REGISTRO        PIC X(152).

       FD  GOTPENSA-FILE.
       01  GOTPENSA-REGISTRO        PIC X(152).

       FD  APROBCTL-FILE.
       01  APROBCTL-REGISTRO.
       FD  PERSDAT-FILE.
       COPY PERSREG.

       FD  BENEFIC-FILE.
       COPY BENFREG.

       WORKING-STORAGE SECTION.
       COPY NOMBRE.
       COPY DEBUGREC.
           05 WS-OPCION-MENU      PIC 9(01).
           05 WS-RESULTADO        PIC X(09).
           05 WS-EMPMAST-STATUS   PIC X(02).
           05 WS-OPCIONES-VALIDAS PIC X(10)      VALUE "12345678  ".
           05 WS-NUM-OPCIONES     PIC 9(02)      VALUE 8.
           05 WS-MAX-INTENTOS     PIC 9(02)      VALUE 3.
           05 WS-OPCION-TECLEADA  PIC X(01).
           05 WS-MENU-VALIDO      PIC X(01)      VALUE "N".
           05 WS-TOT-LIBERADAS    PIC 9(05)      VALUE ZERO.
           05 WS-TOT-DIFERIDAS    PIC 9(05)      VALUE ZERO.
           05 WS-TOT-TARDIAS      PIC 9(05)      VALUE ZERO.
           05 WS-TOT-RETRO        PIC 9(05)      VALUE ZERO.
           05 WS-FECHA-RETRO      PIC 9(08)      VALUE ZERO.
           05 WS-VER-CUENTA       PIC 9(05)      VALUE ZERO.
           05 WS-VER-HASH         PIC 9(10)      VALUE ZERO.
           05 WS-TRL-CUENTA       PIC 9(05).
           05 WS-TRAILER-OK       PIC X(01)      VALUE "N".
               88 TRAILER-OK                     VALUE "S".
           05 WS-RCH-HASH         PIC 9(10)      VALUE ZERO.
           05 WS-TRAILER-ARMADO   PIC X(152).
           05 WS-ESCRIBE-RECHAZO  PIC X(01)      VALUE "S".
               88 ESCRIBE-RECHAZO                VALUE "S".
           05 WS-INTENTOS-ID      PIC 9(02)      VALUE ZERO.
           05 WS-SALARIO-ANTERIOR PIC 9(05)V99.

       01  WS-IMAGENES-AUDITORIA.
           05 WS-IMAGEN-ANTES     PIC X(143).
           05 WS-IMAGEN-DESPUES   PIC X(143).

       01  WS-VERIFICA-DUPLICADO.
           05 WS-REGISTRO-GUARDADO PIC X(143).
           05 WS-NUMERO-ALTA      PIC 9(05).
           05 WS-RFC-ALTA         PIC X(13).
           05 WS-CURP-ALTA        PIC X(18).
           05 WS-PUESTO-VALIDO    PIC X(01)      VALUE "N".
               88 PUESTO-VALIDO                  VALUE "S".

       01  WS-VALIDA-REQUISICION.
           05 WS-REQUISICION      PIC 9(06)      VALUE ZERO.
           05 WS-SIN-REQUISICION  PIC 9(06)      VALUE ZERO.
           05 WS-REQ-VALIDO       PIC X(01)      VALUE "N".
               88 REQUISICION-VALIDA             VALUE "S".
           05 WS-REQ-MOTIVO       PIC X(30).

       01  WS-CUENTA-PLANTILLA.
           05 WS-REGISTRO-GUARDADO-PL PIC X(143).
           05 WS-PLAZA-DEPTO      PIC X(04).
           05 WS-PLAZA-PUESTO     PIC X(04).
           05 WS-PLAZAS-OCUPADAS  PIC 9(03).
           05 WS-TRAS-ORIGEN      PIC X(04).
           05 WS-TRAS-DESTINO     PIC X(04).
           05 WS-TRAS-PUESTO      PIC X(04).
           05 WS-TRAS-PATRON      PIC X(02).
           05 WS-TRAS-PATRON-ORIGEN PIC X(02).

       01  WS-VALIDA-MOTIVO.
           05 WS-MOTIVO-BAJA      PIC X(02).
           05 WS-BANCO-NUEVO      PIC X(03).
           05 WS-CLABE-NUEVA      PIC X(18).

       01  WS-VALIDA-CONTRATO.
           05 WS-CONTRATO-VALIDO  PIC X(01)      VALUE "N".
               88 CONTRATO-VALIDO                VALUE "S".
           05 WS-CONTRATO-MOTIVO  PIC X(30).
           05 WS-CONTRATO-HOY     PIC 9(08).
           05 WS-TIPO-NUEVO       PIC X(01).
           05 WS-FIN-NUEVO        PIC X(08).

      *> SUPERVISOR CAPTURADO PARA EL EMPLEADO Y AREAS DEL RECORRIDO
      *> DE SU LINEA DE MANDO (PARA NO CERRAR UN CICLO) Y DEL BARRIDO
      *> DE LOS SUBORDINADOS QUE DEJA SIN JEFE UNA BAJA.
       01  WS-VALIDA-SUPERVISOR.
           05 WS-SUPERVISOR-VALIDO PIC X(01)     VALUE "N".
               88 SUPERVISOR-VALIDO              VALUE "S".
           05 WS-SUPERVISOR-MOTIVO PIC X(30).
           05 WS-SUPERVISOR-NUEVO PIC X(05).
           05 WS-SUPERVISOR-NUM REDEFINES WS-SUPERVISOR-NUEVO
                                  PIC 9(05).
           05 WS-SUP-EMPLEADO     PIC 9(05).
           05 WS-SUP-NIVELES      PIC 9(03).
           05 WS-SUBORDINADOS     PIC 9(05).
           05 WS-REGISTRO-GUARDADO-SU PIC X(143).

      *> GRUPO DE PAGO CAPTURADO PARA EL EMPLEADO (S-SEMANAL,
      *> Q-QUINCENAL, M-MENSUAL).
       01  WS-VALIDA-GRUPO.
           05 WS-GRUPO-VALIDO     PIC X(01)      VALUE "N".
               88 GRUPO-VALIDO                   VALUE "S".
           05 WS-GRUPO-NUEVO      PIC X(01).

      *> REGISTRO PATRONAL CAPTURADO PARA EL EMPLEADO (CATALOGO
      *> PATRCAT), CON LA ENTIDAD Y LA RAZON SOCIAL QUE DEVUELVE
      *> PROGVPAT.
       01  WS-VALIDA-PATRON.
           05 WS-PATRON-VALIDO    PIC X(01)      VALUE "N".
               88 PATRON-VALIDO                  VALUE "S".
           05 WS-PATRON-NUEVO     PIC X(02).
           05 WS-PATRON-ENTIDAD   PIC X(02).
           05 WS-PATRON-RAZON     PIC X(30).
      *> EL MODO DE LOTE NO SE FIRMA: SUS MOVIMIENTOS QUEDAN EN LAS
      *> BITACORAS A NOMBRE DE "CICLO". LA CONSOLA EXIGE LA FIRMA DE
      *> PROGSIGN ANTES DE OFRECER EL MENU.
               88 NIVEL-TODO                     VALUE "T".
           05 WS-FIRMA-VALIDA     PIC X(01)      VALUE "N".
               88 FIRMA-VALIDA                   VALUE "S".
           05 WS-DETALLE-SEG      PIC X(30).

      *> UMBRALES DE DOBLE CONTROL (ARCHIVO APROBCTL; SIN ARCHIVO
      *> RIGEN ESTOS VALORES): UN CAMBIO DE SALARIO ARRIBA DEL
           05 WS-PCT-SENSIBLE     PIC 9(03)      VALUE 20.
           05 WS-UMBRAL-BAJA      PIC 9(05)V99   VALUE 50000.00.
           05 WS-PCT-CAMBIO       PIC S9(05)V99.
           05 WS-IMAGEN-COLA      PIC X(143).

       01  WS-RECONTRATACION.
           05 WS-EMPHIST-STATUS   PIC X(02).
           05 WS-FECHA-NAC-X REDEFINES WS-FECHA-NAC
                                  PIC X(08).

      *> BENEFICIARIOS Y DEPENDIENTES: LA CAPTURA COMPLETA DEL
      *> EMPLEADO SE ARMA PRIMERO EN LA TABLA Y SOLO SI TODO CUADRA
      *> (PARTES QUE SUMAN 100.00) REEMPLAZA LO QUE HABIA EN BENEFIC.
       01  WS-BENEFICIARIOS.
           05 WS-BENEFIC-STATUS   PIC X(02).
           05 WS-BEN-CUANTOS      PIC 9(02).
           05 WS-BEN-MAXIMO       PIC 9(02)      VALUE 10.
           05 WS-BEN-IND          PIC 9(02).
           05 WS-BEN-SUMA         PIC 9(05)V99.
           05 WS-BEN-SUMA-ED      PIC ZZZZ9.99.
           05 WS-BEN-FECHA-NAC    PIC 9(08).
           05 WS-BEN-FECHA-NAC-X REDEFINES WS-BEN-FECHA-NAC
                                  PIC X(08).
           05 WS-BEN-HAY-BENEF    PIC X(01)      VALUE "N".
               88 BEN-HAY-BENEF                  VALUE "S".
           05 WS-BEN-ERROR        PIC X(01)      VALUE "N".
               88 BEN-ERROR                      VALUE "S".
           05 WS-BEN-FIN-BORRADO  PIC X(01)      VALUE "N".
               88 BEN-FIN-BORRADO                VALUE "S".
       01  WS-BEN-TABLA.
           05 WS-BT-REGISTRO      PIC X(81)      OCCURS 10 TIMES.

      *> MODO DE SIMULACION DEL LOTE: TODO EL FLUJO CORRE (EDICIONES,
      *> RECHAZOS, PENDIENTES) PERO NINGUNA GRABACION TOCA EMPMAST,
      *> LAS BITACORAS, EL CHECKPOINT NI LA COLA DE APROBACION; EN
      *> DEBE QUEDAR GRABADA CON BASURA EN ESA COLUMNA.
           05 WS-CONFIRMA-BANDA   PIC X(01)      VALUE "N".

      *> PROYECCION ANUAL DE SUELDOS DEL DEPARTAMENTO CONTRA SU
      *> PRESUPUESTO (PROGVPRS), PARA ADVERTIR EN ALTAS Y CAMBIOS.
       01  WS-VALIDA-PRESUPUESTO.
           05 WS-DEPTO-ANTERIOR   PIC X(04).
           05 WS-PRES-DEPTO       PIC X(04).
           05 WS-PRES-EMPLEADO    PIC 9(05).
           05 WS-PRES-FECHA       PIC 9(08).
           05 WS-PRES-NOMINA-MES  PIC 9(09)V99.
           05 WS-PRES-PROYECTADO  PIC 9(11)V99.
           05 WS-PRES-PRESUPUESTO PIC 9(11)V99.
           05 WS-PRES-ESTADO      PIC X(01).
               88 PRES-EXCEDIDO                  VALUE "E".
           05 WS-PRES-PROYECTADO-ED  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 WS-PRES-PRESUPUESTO-ED PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 WS-REGISTRO-GUARDADO-PR PIC X(143).

       PROCEDURE DIVISION.
       000-RAIZ.
           MOVE ZERO TO RETURN-CODE
           CALL "PROGSIGN" USING WS-OPERADOR
                                  WS-NIVEL-OPER
                                  WS-FIRMA-VALIDA
                                  "PROGGOTD"
           IF NOT FIRMA-VALIDA
               DISPLAY "SIN FIRMA DE OPERADOR VALIDA, TERMINA EL "
                       "PROCESO"
               GO TO 999-FIN
           END-IF
           DISPLAY "MENU: 1-ALTA 2-BAJA 3-CAMBIO 4-CONSULTA "
                   "5-REACTIVA 6-TRASLADO 7-DATOS PERSONALES "
                   "8-BENEFICIARIOS"
           CALL "PROGVOPC" USING WS-OPCIONES-VALIDAS
                                  WS-NUM-OPCIONES
                                  WS-MAX-INTENTOS
           IF NIVEL-CONSULTA AND WS-OPCION-MENU NOT = 4
               DISPLAY "EL OPERADOR " WS-OPERADOR " ES DE SOLO "
                       "CONSULTA - LA OPCION SE RECHAZA"
               MOVE "ACTUALIZAR EXIGE NIVEL M O T" TO WS-DETALLE-SEG
               CALL "PROGSEGL" USING "PROGGOTD" WS-OPERADOR "NEGADO"
                       WS-NIVEL-OPER WS-DETALLE-SEG
               MOVE 08 TO WS-RC-NUEVO
               MOVE "CONSOLA: OPERADOR DE SOLO CONSULTA"
                    TO WS-DESCRIPCION-ERROR
                   PERFORM 047-TRASLADO THRU 047-FIN
               WHEN 7
                   PERFORM 055-DATOS-PERSONALES THRU 055-FIN
               WHEN 8
                   PERFORM 070-BENEFICIARIOS THRU 070-FIN
               WHEN OTHER
                   DISPLAY "OPCION DE MENU SIN IMPLEMENTAR: "
                           WS-OPCION-MENU
           DISPLAY "PUESTO: "       EM-PUESTO
           DISPLAY "BANCO: "        EM-BANCO
           DISPLAY "CLABE: "        EM-CLABE
           IF EM-CONTRATO-EVENTUAL
               DISPLAY "CONTRATO: EVENTUAL, VENCE " EM-FIN-CONTRATO
           ELSE
               IF EM-CONTRATO-OBRA
                   DISPLAY "CONTRATO: POR OBRA, VENCE "
                           EM-FIN-CONTRATO
               ELSE
                   DISPLAY "CONTRATO: PLANTA"
               END-IF
           END-IF
           IF EM-SUPERVISOR = ZERO
               DISPLAY "SUPERVISOR: NINGUNO"
           ELSE
               DISPLAY "SUPERVISOR: " EM-SUPERVISOR
           END-IF
           IF EM-PAGO-SEMANAL
               DISPLAY "GRUPO DE PAGO: SEMANAL"
           ELSE
               IF EM-PAGO-QUINCENAL
                   DISPLAY "GRUPO DE PAGO: QUINCENAL"
               ELSE
                   DISPLAY "GRUPO DE PAGO: MENSUAL"
               END-IF
           END-IF
           IF EM-REG-PATRONAL = SPACES
               DISPLAY "REGISTRO PATRONAL: 01"
           ELSE
               DISPLAY "REGISTRO PATRONAL: " EM-REG-PATRONAL
           END-IF
           DISPLAY "RFC: "          EM-RFC
           DISPLAY "CURP: "         EM-CURP
           IF EM-INACTIVO
                   WS-TOT-LIBERADAS
           DISPLAY "APLICADAS DESPUES DE SU FECHA EFECTIVA: "
                   WS-TOT-TARDIAS
           DISPLAY "CAMBIOS DE SALARIO ENCOLADOS A RETROACTIVO: "
                   WS-TOT-RETRO
           DISPLAY "ESTACIONADAS PARA CICLOS FUTUROS: "
                   WS-TOT-DIFERIDAS
           DISPLAY "TRANSACCIONES RECHAZADAS AL ARCHIVO: "
               ADD 1 TO WS-TOT-DIFERIDAS
               GO TO 110-SIGUIENTE-TRANSACCION
           END-IF
           MOVE ZERO TO WS-FECHA-RETRO
           IF TR-FECHA-EFECTIVA IS NUMERIC
              AND TR-FECHA-EFECTIVA GREATER ZERO
              AND TR-FECHA-EFECTIVA LESS WS-FECHA-HOY
               ADD 1 TO WS-TOT-TARDIAS
               MOVE TR-FECHA-EFECTIVA TO WS-FECHA-RETRO
           END-IF
           PERFORM 112-DISPATCH-TRANSACCION THRU 112-FIN
           MOVE ZERO TO WS-FECHA-RETRO.
       110-SIGUIENTE-TRANSACCION.
           ADD 1 TO WS-TOTAL-PROCESADAS
           PERFORM 103-ESCRIBE-CHECKPOINT THRU 103-FIN
                       PERFORM 090-ACTUALIZA-RC THRU 090-FIN
                       GO TO 112-FIN
                   END-IF
                   MOVE TR-TIPO-CONTRATO        TO WS-TIPO-NUEVO
                   MOVE TR-FIN-CONTRATO (1:8)   TO WS-FIN-NUEVO
                   PERFORM 057-VALIDA-CONTRATO THRU 057-FIN
                   IF NOT CONTRATO-VALIDO
                       DISPLAY "CONTRATO INVALIDO: "
                               WS-CONTRATO-MOTIVO
                               " - SE OMITE EL ALTA DE: " TR-NUMERO
                       MOVE 08 TO WS-RC-NUEVO
                       MOVE "LOTE: CONTRATO INVALIDO"
                            TO WS-DESCRIPCION-ERROR
                       PERFORM 090-ACTUALIZA-RC THRU 090-FIN
                       GO TO 112-FIN
                   END-IF
                   MOVE TR-SUPERVISOR (1:5)     TO WS-SUPERVISOR-NUEVO
                   PERFORM 059-VALIDA-SUPERVISOR THRU 059-FIN
                   IF NOT SUPERVISOR-VALIDO
                       DISPLAY "SUPERVISOR INVALIDO: "
                               WS-SUPERVISOR-MOTIVO
                               " - SE OMITE EL ALTA DE: " TR-NUMERO
                       MOVE 08 TO WS-RC-NUEVO
                       MOVE "LOTE: SUPERVISOR INVALIDO"
                            TO WS-DESCRIPCION-ERROR
                       PERFORM 090-ACTUALIZA-RC THRU 090-FIN
                       GO TO 112-FIN
                   END-IF
                   MOVE TR-GRUPO-PAGO           TO WS-GRUPO-NUEVO
                   PERFORM 068-VALIDA-GRUPO THRU 068-FIN
                   IF NOT GRUPO-VALIDO
                       DISPLAY "GRUPO DE PAGO INVALIDO: " TR-GRUPO-PAGO
                               " - SE OMITE EL ALTA DE: " TR-NUMERO
                       MOVE 08 TO WS-RC-NUEVO
                       MOVE "LOTE: GRUPO DE PAGO INVALIDO"
                            TO WS-DESCRIPCION-ERROR
                       PERFORM 090-ACTUALIZA-RC THRU 090-FIN
                       GO TO 112-FIN
                   END-IF
                   MOVE TR-REG-PATRONAL         TO WS-PATRON-NUEVO
                   PERFORM 065-VALIDA-PATRON THRU 065-FIN
                   IF NOT PATRON-VALIDO
                       DISPLAY "REGISTRO PATRONAL INVALIDO: "
                               TR-REG-PATRONAL
                               " - SE OMITE EL ALTA DE: " TR-NUMERO
                       MOVE 08 TO WS-RC-NUEVO
                       MOVE "LOTE: REGISTRO PATRONAL INVALIDO"
                            TO WS-DESCRIPCION-ERROR
                       PERFORM 090-ACTUALIZA-RC THRU 090-FIN
                       GO TO 112-FIN
                   END-IF
                   PERFORM 023-VALIDA-DEPTO THRU 023-FIN
                   IF NOT DEPTO-VALIDO
                       DISPLAY "DEPARTAMENTO NO CATALOGADO: "
                       PERFORM 090-ACTUALIZA-RC THRU 090-FIN
                       GO TO 112-FIN
                   END-IF
                   MOVE TR-REQUISICION TO WS-REQUISICION
                   PERFORM 076-VALIDA-REQUISICION THRU 076-FIN
                   IF NOT REQUISICION-VALIDA
                       DISPLAY "REQUISICION " TR-REQUISICION ": "
                               WS-REQ-MOTIVO
                               " - SE OMITE EL ALTA DE: " TR-NUMERO
                       MOVE 08 TO WS-RC-NUEVO
                       MOVE "LOTE: REQUISICION INVALIDA"
                            TO WS-DESCRIPCION-ERROR
                       PERFORM 090-ACTUALIZA-RC THRU 090-FIN
                       GO TO 112-FIN
                   END-IF
                   PERFORM 024-VALIDA-BANDA THRU 024-FIN
                   IF BANDA-FUERA
                       IF TR-BANDA-FORZADA
                                TO WS-DESCRIPCION-ERROR
                           PERFORM 090-ACTUALIZA-RC THRU 090-FIN
                       ELSE
                           PERFORM 066-REVISA-PRESUPUESTO THRU 066-FIN
                           PERFORM 052-BUSCA-ARCHIVO THRU 052-FIN
                           PERFORM 015-APLICA-ALTA THRU 015-FIN
                       END-IF
                   MOVE TR-NUMERO       TO EM-NUMERO
                   MOVE TR-DEPARTAMENTO TO WS-TRAS-DESTINO
                   MOVE TR-PUESTO       TO WS-TRAS-PUESTO
                   MOVE TR-REG-PATRONAL TO WS-TRAS-PATRON
                   PERFORM 048-APLICA-TRASLADO THRU 048-FIN
               WHEN 3
                   MOVE TR-NUMERO       TO EM-NUMERO
                           GO TO 112-FIN
                   END-READ
                   MOVE EM-SALARIO      TO WS-SALARIO-ANTERIOR
                   MOVE EM-DEPARTAMENTO TO WS-DEPTO-ANTERIOR
                   MOVE EMPMAST-RECORD  TO WS-IMAGEN-ANTES
                   MOVE TR-NOMBRE       TO NM-NOMBRE  OF NM-NOMBRE-NPM
                   MOVE TR-PATERNO      TO NM-PATERNO OF NM-NOMBRE-NPM
                           GO TO 112-FIN
                       END-IF
                   END-IF
                   MOVE TR-TIPO-CONTRATO        TO WS-TIPO-NUEVO
                   MOVE TR-FIN-CONTRATO (1:8)   TO WS-FIN-NUEVO
                   PERFORM 058-CAMBIA-CONTRATO THRU 058-FIN
                   IF NOT CONTRATO-VALIDO
                       DISPLAY "CONTRATO INVALIDO: "
                               WS-CONTRATO-MOTIVO
                               " - SE OMITE EL CAMBIO DE: " TR-NUMERO
                       MOVE 08 TO WS-RC-NUEVO
                       MOVE "LOTE: CONTRATO INVALIDO"
                            TO WS-DESCRIPCION-ERROR
                       PERFORM 090-ACTUALIZA-RC THRU 090-FIN
                       GO TO 112-FIN
                   END-IF
                   MOVE TR-SUPERVISOR (1:5)     TO WS-SUPERVISOR-NUEVO
                   PERFORM 062-CAMBIA-SUPERVISOR THRU 062-FIN
                   IF NOT SUPERVISOR-VALIDO
                       DISPLAY "SUPERVISOR INVALIDO: "
                               WS-SUPERVISOR-MOTIVO
                               " - SE OMITE EL CAMBIO DE: " TR-NUMERO
                       MOVE 08 TO WS-RC-NUEVO
                       MOVE "LOTE: SUPERVISOR INVALIDO"
                            TO WS-DESCRIPCION-ERROR
                       PERFORM 090-ACTUALIZA-RC THRU 090-FIN
                       GO TO 112-FIN
                   END-IF
                   MOVE TR-GRUPO-PAGO           TO WS-GRUPO-NUEVO
                   PERFORM 069-CAMBIA-GRUPO THRU 069-FIN
                   IF NOT GRUPO-VALIDO
                       DISPLAY "GRUPO DE PAGO INVALIDO: " TR-GRUPO-PAGO
                               " - SE OMITE EL CAMBIO DE: " TR-NUMERO
                       MOVE 08 TO WS-RC-NUEVO
                       MOVE "LOTE: GRUPO DE PAGO INVALIDO"
                            TO WS-DESCRIPCION-ERROR
                       PERFORM 090-ACTUALIZA-RC THRU 090-FIN
                       GO TO 112-FIN
                   END-IF
      *> UN TR-PUESTO EN ESPACIOS CONSERVA EL PUESTO QUE EL EMPLEADO
      *> YA TIENE; UNO TECLEADO SE VALIDA CONTRA EL CATALOGO.
                   IF TR-PUESTO NOT = SPACES
                           GO TO 112-FIN
                       END-IF
                   END-IF
                   IF EM-SALARIO NOT = WS-SALARIO-ANTERIOR
                      OR EM-DEPARTAMENTO NOT = WS-DEPTO-ANTERIOR
                       PERFORM 066-REVISA-PRESUPUESTO THRU 066-FIN
                   END-IF
                   PERFORM 035-APLICA-CAMBIO THRU 035-FIN
               WHEN OTHER
                   DISPLAY "OPCION DE TRANSACCION INVALIDA EN EL LOTE: "
               WRITE GOTPENSA-REGISTRO
               ADD 1 TO WS-TOT-DIFERIDAS
           ELSE
               MOVE ZERO TO WS-FECHA-RETRO
               IF TR-FECHA-EFECTIVA IS NUMERIC
                  AND TR-FECHA-EFECTIVA GREATER ZERO
                  AND TR-FECHA-EFECTIVA LESS WS-FECHA-HOY
                   ADD 1 TO WS-TOT-TARDIAS
                   MOVE TR-FECHA-EFECTIVA TO WS-FECHA-RETRO
               END-IF
               PERFORM 112-DISPATCH-TRANSACCION THRU 112-FIN
               MOVE ZERO TO WS-FECHA-RETRO
               ADD 1 TO WS-TOT-LIBERADAS
           END-IF
           ADD 1 TO WS-PEND-DISPUESTAS
               PERFORM 090-ACTUALIZA-RC THRU 090-FIN
               GO TO 999-FIN
           END-IF
           DISPLAY "REQUISICION QUE CUBRE EL ALTA: "
           ACCEPT WS-REQUISICION
           PERFORM 076-VALIDA-REQUISICION THRU 076-FIN
           IF NOT REQUISICION-VALIDA
               DISPLAY "REQUISICION " WS-REQUISICION ": "
                       WS-REQ-MOTIVO " - SE CANCELA EL ALTA"
               MOVE 08 TO WS-RC-NUEVO
               MOVE "ALTA: REQUISICION INVALIDA"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 090-ACTUALIZA-RC THRU 090-FIN
               GO TO 999-FIN
           END-IF
           PERFORM 024-VALIDA-BANDA THRU 024-FIN
           IF BANDA-FUERA
               DISPLAY "EL SALARIO QUEDA FUERA DE LA BANDA DEL "
               PERFORM 090-ACTUALIZA-RC THRU 090-FIN
               GO TO 999-FIN
           END-IF
           DISPLAY "TIPO DE CONTRATO (P-PLANTA E-EVENTUAL "
                   "O-POR OBRA): "
           ACCEPT WS-TIPO-NUEVO
           DISPLAY "FIN DE CONTRATO (AAAAMMDD, ESPACIOS EN PLANTA): "
           ACCEPT WS-FIN-NUEVO
           PERFORM 057-VALIDA-CONTRATO THRU 057-FIN
           IF NOT CONTRATO-VALIDO
               DISPLAY "CONTRATO INVALIDO: " WS-CONTRATO-MOTIVO
                       " - SE CANCELA EL ALTA"
               MOVE 08 TO WS-RC-NUEVO
               MOVE "ALTA: CONTRATO INVALIDO"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 090-ACTUALIZA-RC THRU 090-FIN
               GO TO 999-FIN
           END-IF
           DISPLAY "NUMERO DEL SUPERVISOR (ESPACIOS = NINGUNO): "
           ACCEPT WS-SUPERVISOR-NUEVO
           PERFORM 059-VALIDA-SUPERVISOR THRU 059-FIN
           IF NOT SUPERVISOR-VALIDO
               DISPLAY "SUPERVISOR INVALIDO: " WS-SUPERVISOR-MOTIVO
                       " - SE CANCELA EL ALTA"
               MOVE 08 TO WS-RC-NUEVO
               MOVE "ALTA: SUPERVISOR INVALIDO"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 090-ACTUALIZA-RC THRU 090-FIN
               GO TO 999-FIN
           END-IF
           DISPLAY "GRUPO DE PAGO (S-SEMANAL, Q-QUINCENAL, "
                   "M-MENSUAL; ESPACIOS = M): "
           ACCEPT WS-GRUPO-NUEVO
           PERFORM 068-VALIDA-GRUPO THRU 068-FIN
           IF NOT GRUPO-VALIDO
               DISPLAY "GRUPO DE PAGO INVALIDO: " WS-GRUPO-NUEVO
                       " - SE CANCELA EL ALTA"
               MOVE 08 TO WS-RC-NUEVO
               MOVE "ALTA: GRUPO DE PAGO INVALIDO"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 090-ACTUALIZA-RC THRU 090-FIN
               GO TO 999-FIN
           END-IF
           DISPLAY "REGISTRO PATRONAL (ESPACIOS = 01): "
           ACCEPT WS-PATRON-NUEVO
           PERFORM 065-VALIDA-PATRON THRU 065-FIN
           IF NOT PATRON-VALIDO
               DISPLAY "REGISTRO PATRONAL INVALIDO: " WS-PATRON-NUEVO
                       " - SE CANCELA EL ALTA"
               MOVE 08 TO WS-RC-NUEVO
               MOVE "ALTA: REGISTRO PATRONAL INVALIDO"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 090-ACTUALIZA-RC THRU 090-FIN
               GO TO 999-FIN
           END-IF
           PERFORM 066-REVISA-PRESUPUESTO THRU 066-FIN
           PERFORM 052-BUSCA-ARCHIVO THRU 052-FIN
           PERFORM 015-APLICA-ALTA THRU 015-FIN
           GO TO 999-FIN.
                   CALL "PROGGCON" USING 1 WS-IMAGEN-DESPUES
                                          WS-CONFIRMA-BANDA
                                          "  "
                                          WS-REQUISICION
               END-IF
               PERFORM 077-CIERRA-REQUISICION THRU 077-FIN
           ELSE
               DISPLAY "NO SE PUDO AGREGAR, YA EXISTE EL NUMERO: "
                        EM-NUMERO
                   CALL "PROGGCON" USING 5 WS-IMAGEN-DESPUES
                                          " "
                                          "  "
                                          WS-SIN-REQUISICION
               END-IF
           ELSE
               DISPLAY "NO SE PUDO REACTIVAR AL EMPLEADO: " EM-NUMERO
           ACCEPT WS-TRAS-DESTINO
           DISPLAY "PUESTO DESTINO (ESPACIOS = CONSERVAR): "
           ACCEPT WS-TRAS-PUESTO
           DISPLAY "REGISTRO PATRONAL DESTINO (ESPACIOS = "
                   "CONSERVAR): "
           ACCEPT WS-TRAS-PATRON
           PERFORM 048-APLICA-TRASLADO THRU 048-FIN.
       047-FIN.  EXIT.

      *> EL PUESTO DESTINO OPCIONAL EN WS-TRAS-PUESTO), VALIDA EL
      *> DEPARTAMENTO DESTINO CONTRA DEPTCAT, LO MUEVE Y DEJA EL
      *> ORIGEN EN EL HISTORIAL DE TRASLADOS (TRASHIST) VIA PROGTHIS,
      *> ADEMAS DE LAS BITACORAS DE SIEMPRE CON SU TIPO TRASLA. UN
      *> REGISTRO PATRONAL DESTINO (WS-TRAS-PATRON) MUEVE ADEMAS AL
      *> EMPLEADO DE REGISTRO; CON EL SE ADMITE UN DEPARTAMENTO
      *> DESTINO EN ESPACIOS O IGUAL AL DE ORIGEN (SOLO CAMBIA DE
      *> REGISTRO). PROGIMSS AVISA ESE CAMBIO COMO BAJA Y ALTA.
       048-APLICA-TRASLADO.
           READ EMPMAST-FILE
               INVALID KEY
               PERFORM 090-ACTUALIZA-RC THRU 090-FIN
               GO TO 048-FIN
           END-IF
           MOVE EM-REG-PATRONAL TO WS-TRAS-PATRON-ORIGEN
           IF WS-TRAS-PATRON-ORIGEN = SPACES
               MOVE "01" TO WS-TRAS-PATRON-ORIGEN
           END-IF
           IF WS-TRAS-PATRON = WS-TRAS-PATRON-ORIGEN
               MOVE SPACES TO WS-TRAS-PATRON
           END-IF
           IF WS-TRAS-DESTINO = SPACES
              AND WS-TRAS-PATRON NOT = SPACES
               MOVE EM-DEPARTAMENTO TO WS-TRAS-DESTINO
           END-IF
           IF WS-TRAS-DESTINO = EM-DEPARTAMENTO
              AND WS-TRAS-PATRON = SPACES
               DISPLAY "EL EMPLEADO YA ESTA EN EL DEPARTAMENTO: "
                       WS-TRAS-DESTINO
               MOVE 08 TO WS-RC-NUEVO
               GO TO 048-FIN
           END-IF
           MOVE EMPMAST-RECORD TO WS-IMAGEN-ANTES
           IF WS-TRAS-PATRON NOT = SPACES
               MOVE WS-TRAS-PATRON TO WS-PATRON-NUEVO
               PERFORM 065-VALIDA-PATRON THRU 065-FIN
               IF NOT PATRON-VALIDO
                   DISPLAY "REGISTRO PATRONAL DESTINO INVALIDO: "
                           WS-TRAS-PATRON
                   MOVE 08 TO WS-RC-NUEVO
                   MOVE "TRASLADO: REG PATRONAL INVALIDO"
                        TO WS-DESCRIPCION-ERROR
                   PERFORM 090-ACTUALIZA-RC THRU 090-FIN
                   GO TO 048-FIN
               END-IF
           END-IF
           MOVE EM-DEPARTAMENTO TO WS-TRAS-ORIGEN
           MOVE WS-TRAS-DESTINO TO EM-DEPARTAMENTO
      *> UN PUESTO DESTINO EN ESPACIOS CONSERVA EL ACTUAL (EL
           IF WS-EMPMAST-STATUS = "00"
               DISPLAY "EMPLEADO TRASLADADO: " EM-NUMERO
                       " DE " WS-TRAS-ORIGEN " A " WS-TRAS-DESTINO
               IF WS-TRAS-PATRON NOT = SPACES
                   DISPLAY "REGISTRO PATRONAL: " WS-TRAS-PATRON-ORIGEN
                           " A " WS-TRAS-PATRON
               END-IF
               CALL "PROGAUDT" USING "TRASLA" EM-NUMERO
                                      WS-OPERADOR
               MOVE EMPMAST-RECORD TO WS-IMAGEN-DESPUES
                   CALL "PROGGCON" USING 6 WS-IMAGEN-DESPUES
                                          " "
                                          "  "
                                          WS-SIN-REQUISICION
               END-IF
           ELSE
               DISPLAY "NO SE PUDO TRASLADAR AL EMPLEADO: " EM-NUMERO
                                  WS-CLABE-VALIDA.
       049-FIN.  EXIT.

      *> VALIDA EL CONTRATO YA DEJADO EN WS-TIPO-NUEVO/WS-FIN-NUEVO
      *> (UN FIN EN ESPACIOS VALE CERO, EL DE PLANTA) VIA LA SUBRUTINA
      *> COMPARTIDA PROGVCON Y, SI ES BUENO, LO PASA AL EMPLEADO.
       057-VALIDA-CONTRATO.
           IF WS-FIN-NUEVO = SPACES
               MOVE ZERO TO WS-FIN-NUEVO
           END-IF
           ACCEPT WS-CONTRATO-HOY FROM DATE YYYYMMDD
           CALL "PROGVCON" USING WS-TIPO-NUEVO
                                  WS-FIN-NUEVO
                                  WS-CONTRATO-HOY
                                  WS-CONTRATO-MOTIVO
                                  WS-CONTRATO-VALIDO
           IF CONTRATO-VALIDO
               MOVE WS-TIPO-NUEVO TO EM-TIPO-CONTRATO
               MOVE WS-FIN-NUEVO  TO EM-FIN-CONTRATO
           END-IF.
       057-FIN.  EXIT.

      *> CONTRATO DE UN CAMBIO: TIPO EN ESPACIOS Y FIN EN ESPACIOS O
      *> CEROS CONSERVAN EL QUE EL EMPLEADO YA TIENE; UNA FECHA SOLA
      *> RENUEVA EL CONTRATO CON EL TIPO ACTUAL (UN TIPO EN ESPACIOS
      *> EN EL MAESTRO ES PLANTA); UN TIPO NUEVO SE VALIDA CON LAS
      *> MISMAS REGLAS DEL ALTA.
       058-CAMBIA-CONTRATO.
           MOVE "S" TO WS-CONTRATO-VALIDO
           IF WS-TIPO-NUEVO = SPACE
              AND (WS-FIN-NUEVO = SPACES OR ZERO)
               GO TO 058-FIN
           END-IF
           IF WS-TIPO-NUEVO = SPACE
               MOVE EM-TIPO-CONTRATO TO WS-TIPO-NUEVO
               IF WS-TIPO-NUEVO = SPACE
                   MOVE "P" TO WS-TIPO-NUEVO
               END-IF
           END-IF
           PERFORM 057-VALIDA-CONTRATO THRU 057-FIN.
       058-FIN.  EXIT.

      *> VALIDA EL SUPERVISOR YA DEJADO EN WS-SUPERVISOR-NUEVO PARA EL
      *> EMPLEADO EN EM-NUMERO: ESPACIOS O CEROS ES LA PUNTA DE LA
      *> ORGANIZACION; SI NO, DEBE EXISTIR, ESTAR ACTIVO, NO SER EL
      *> MISMO EMPLEADO Y SU LINEA DE MANDO HACIA ARRIBA NO DEBE PASAR
      *> POR EL EMPLEADO (UN CICLO). COMO LA LECTURA USA LA MISMA AREA
      *> DE REGISTRO DE EMPMAST, EL REGISTRO CAPTURADO SE GUARDA ANTES
      *> Y SE RESTAURA AL TERMINAR, IGUAL QUE EN 027-CUENTA-PLANTILLA.
       059-VALIDA-SUPERVISOR.
           MOVE "S" TO WS-SUPERVISOR-VALIDO
           MOVE SPACES TO WS-SUPERVISOR-MOTIVO
           IF WS-SUPERVISOR-NUEVO = SPACES
               MOVE ZERO TO WS-SUPERVISOR-NUEVO
           END-IF
           IF WS-SUPERVISOR-NUEVO IS NOT NUMERIC
               MOVE "N" TO WS-SUPERVISOR-VALIDO
               MOVE "NUMERO DE SUPERVISOR INVALIDO"
                    TO WS-SUPERVISOR-MOTIVO
               GO TO 059-FIN
           END-IF
           IF WS-SUPERVISOR-NUM = ZERO
               MOVE ZERO TO EM-SUPERVISOR
               GO TO 059-FIN
           END-IF
           IF WS-SUPERVISOR-NUM = EM-NUMERO
               MOVE "N" TO WS-SUPERVISOR-VALIDO
               MOVE "ES SU PROPIO SUPERVISOR"
                    TO WS-SUPERVISOR-MOTIVO
               GO TO 059-FIN
           END-IF
           MOVE EMPMAST-RECORD    TO WS-REGISTRO-GUARDADO-SU
           MOVE EM-NUMERO         TO WS-SUP-EMPLEADO
           MOVE WS-SUPERVISOR-NUM TO EM-NUMERO
           READ EMPMAST-FILE
               INVALID KEY
                   MOVE "N" TO WS-SUPERVISOR-VALIDO
                   MOVE "NO EXISTE EL SUPERVISOR"
                        TO WS-SUPERVISOR-MOTIVO
           END-READ
           IF SUPERVISOR-VALIDO AND EM-INACTIVO
               MOVE "N" TO WS-SUPERVISOR-VALIDO
               MOVE "EL SUPERVISOR ESTA DADO DE BAJA"
                    TO WS-SUPERVISOR-MOTIVO
           END-IF
           IF SUPERVISOR-VALIDO
               MOVE ZERO TO WS-SUP-NIVELES
               PERFORM 060-SUBE-LINEA-MANDO THRU 060-FIN
                       UNTIL EM-SUPERVISOR = ZERO
                          OR NOT SUPERVISOR-VALIDO
           END-IF
           MOVE WS-REGISTRO-GUARDADO-SU TO EMPMAST-RECORD
           IF SUPERVISOR-VALIDO
               MOVE WS-SUPERVISOR-NUM TO EM-SUPERVISOR
           END-IF.
       059-FIN.  EXIT.

      *> UN NIVEL HACIA ARRIBA EN LA LINEA DE MANDO: LLEGAR AL PROPIO
      *> EMPLEADO (O PASAR DE 100 NIVELES, UN CICLO YA EXISTENTE MAS
      *> ARRIBA) RECHAZA AL SUPERVISOR; UN JEFE QUE YA NO EXISTE EN EL
      *> MAESTRO CORTA LA LINEA SIN CICLO.
       060-SUBE-LINEA-MANDO.
           IF EM-SUPERVISOR = WS-SUP-EMPLEADO
              OR WS-SUP-NIVELES NOT LESS 100
               MOVE "N" TO WS-SUPERVISOR-VALIDO
               MOVE "LA LINEA DE MANDO HARIA UN CICLO"
                    TO WS-SUPERVISOR-MOTIVO
               GO TO 060-FIN
           END-IF
           ADD 1 TO WS-SUP-NIVELES
           MOVE EM-SUPERVISOR TO EM-NUMERO
           READ EMPMAST-FILE
               INVALID KEY
                   MOVE ZERO TO EM-SUPERVISOR
           END-READ.
       060-FIN.  EXIT.

      *> SUPERVISOR DE UN CAMBIO: ESPACIOS O CEROS CONSERVAN EL QUE EL
      *> EMPLEADO YA TIENE; UNO TECLEADO SE VALIDA CON LAS MISMAS
      *> REGLAS DEL ALTA.
       062-CAMBIA-SUPERVISOR.
           MOVE "S" TO WS-SUPERVISOR-VALIDO
           IF WS-SUPERVISOR-NUEVO = SPACES OR ZERO
               GO TO 062-FIN
           END-IF
           PERFORM 059-VALIDA-SUPERVISOR THRU 059-FIN.
       062-FIN.  EXIT.

      *> VALIDA EL GRUPO DE PAGO DE UN ALTA: ESPACIOS ES MENSUAL, COMO
      *> LOS REGISTROS ANTERIORES AL GRUPO; SOLO VALEN S, Q Y M. SI ES
      *> BUENO LO PASA AL EMPLEADO.
       068-VALIDA-GRUPO.
           IF WS-GRUPO-NUEVO = SPACE
               MOVE "M" TO WS-GRUPO-NUEVO
           END-IF
           IF WS-GRUPO-NUEVO = "S" OR "Q" OR "M"
               MOVE "S" TO WS-GRUPO-VALIDO
               MOVE WS-GRUPO-NUEVO TO EM-GRUPO-PAGO
           ELSE
               MOVE "N" TO WS-GRUPO-VALIDO
           END-IF.
       068-FIN.  EXIT.

      *> GRUPO DE PAGO DE UN CAMBIO: ESPACIOS CONSERVAN EL QUE EL
      *> EMPLEADO YA TIENE; UNO TECLEADO SE VALIDA COMO EN EL ALTA.
       069-CAMBIA-GRUPO.
           MOVE "S" TO WS-GRUPO-VALIDO
           IF WS-GRUPO-NUEVO = SPACE
               GO TO 069-FIN
           END-IF
           PERFORM 068-VALIDA-GRUPO THRU 068-FIN.
       069-FIN.  EXIT.

      *> VALIDA EL REGISTRO PATRONAL DE UN ALTA CONTRA EL CATALOGO
      *> PATRCAT VIA PROGVPAT: ESPACIOS ES EL 01, COMO LOS REGISTROS
      *> ANTERIORES AL CATALOGO. SI ES BUENO LO PASA AL EMPLEADO.
       065-VALIDA-PATRON.
           IF WS-PATRON-NUEVO = SPACES
               MOVE "01" TO WS-PATRON-NUEVO
           END-IF
           CALL "PROGVPAT" USING WS-PATRON-NUEVO
                                  WS-PATRON-ENTIDAD
                                  WS-PATRON-RAZON
                                  WS-PATRON-VALIDO
           IF PATRON-VALIDO
               MOVE WS-PATRON-NUEVO TO EM-REG-PATRONAL
           END-IF.
       065-FIN.  EXIT.

      *> TRAS APLICAR LA BAJA EN EM-NUMERO BARRE EL MAESTRO BUSCANDO A
      *> LOS ACTIVOS QUE LO TENIAN COMO SUPERVISOR: QUEDAN SIN JEFE
      *> HASTA QUE PERSONAL LES ASIGNE OTRO, Y SE AVISAN CON RC 04
      *> (LA BAJA SI SE APLICO, NO ES RECHAZO). EL REGISTRO SE GUARDA
      *> Y SE RESTAURA COMO EN 027-CUENTA-PLANTILLA.
       063-REVISA-SUBORDINADOS.
           MOVE EMPMAST-RECORD TO WS-REGISTRO-GUARDADO-SU
           MOVE EM-NUMERO      TO WS-SUP-EMPLEADO
           MOVE ZERO TO WS-SUBORDINADOS
           MOVE ZEROS TO EM-NUMERO
           START EMPMAST-FILE KEY IS NOT LESS THAN EM-NUMERO
               INVALID KEY
                   MOVE "10" TO WS-EMPMAST-STATUS
           END-START
           PERFORM 064-REVISA-SUBORDINADO THRU 064-FIN
                   UNTIL WS-EMPMAST-STATUS NOT = "00"
           MOVE WS-REGISTRO-GUARDADO-SU TO EMPMAST-RECORD
           IF WS-SUBORDINADOS GREATER ZERO
               DISPLAY "LA BAJA DE " EM-NUMERO " DEJA "
                       WS-SUBORDINADOS " SUBORDINADO(S) SIN SUPERVISOR"
               MOVE 04 TO WS-RC-NUEVO
               MOVE "BAJA: DEJA SUBORDINADOS SIN SUPERVISOR"
                    TO WS-DESCRIPCION-ERROR
               MOVE "N" TO WS-ESCRIBE-RECHAZO
               PERFORM 090-ACTUALIZA-RC THRU 090-FIN
               MOVE "S" TO WS-ESCRIBE-RECHAZO
           END-IF.
       063-FIN.  EXIT.

       064-REVISA-SUBORDINADO.
           READ EMPMAST-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-EMPMAST-STATUS
               NOT AT END
                   IF EM-ACTIVO
                      AND EM-SUPERVISOR = WS-SUP-EMPLEADO
                       ADD 1 TO WS-SUBORDINADOS
                       DISPLAY "  SUBORDINADO SIN SUPERVISOR: "
                               EM-NUMERO " " EM-NOMBRE
                   END-IF
           END-READ.
       064-FIN.  EXIT.

      *> ADVIERTE CUANDO EL ALTA O CAMBIO YA CAPTURADO LLEVARIA EL
      *> COSTO ANUAL PROYECTADO DE SUELDOS DE EM-DEPARTAMENTO POR
      *> ENCIMA DE SU PRESUPUESTO (PROGVPRS). LA NOMINA MENSUAL DEL
      *> DEPARTAMENTO SE ARMA BARRIENDO EL MAESTRO: LOS ACTIVOS DEL
      *> DEPARTAMENTO SIN EL PROPIO EMPLEADO, MAS SU SALARIO NUEVO.
      *> COMO EL BARRIDO USA LA MISMA AREA DE REGISTRO, EL CAPTURADO
      *> SE GUARDA Y SE RESTAURA, IGUAL QUE EN 027-CUENTA-PLANTILLA.
      *> ES SOLO ADVERTENCIA (RC 04): EL MOVIMIENTO SE APLICA Y NO
      *> CAE AL ARCHIVO DE RECHAZOS.
       066-REVISA-PRESUPUESTO.
           MOVE EMPMAST-RECORD   TO WS-REGISTRO-GUARDADO-PR
           MOVE EM-DEPARTAMENTO  TO WS-PRES-DEPTO
           MOVE EM-NUMERO        TO WS-PRES-EMPLEADO
           MOVE EM-SALARIO       TO WS-PRES-NOMINA-MES
           MOVE ZEROS TO EM-NUMERO
           START EMPMAST-FILE KEY IS NOT LESS THAN EM-NUMERO
               INVALID KEY
                   MOVE "10" TO WS-EMPMAST-STATUS
           END-START
           PERFORM 067-SUMA-SALARIO THRU 067-FIN
                   UNTIL WS-EMPMAST-STATUS NOT = "00"
           MOVE WS-REGISTRO-GUARDADO-PR TO EMPMAST-RECORD
           ACCEPT WS-PRES-FECHA FROM DATE YYYYMMDD
           CALL "PROGVPRS" USING WS-PRES-DEPTO
                                  WS-PRES-FECHA
                                  WS-PRES-NOMINA-MES
                                  WS-PRES-PROYECTADO
                                  WS-PRES-PRESUPUESTO
                                  WS-PRES-ESTADO
           IF NOT PRES-EXCEDIDO
               GO TO 066-FIN
           END-IF
           MOVE WS-PRES-PROYECTADO  TO WS-PRES-PROYECTADO-ED
           MOVE WS-PRES-PRESUPUESTO TO WS-PRES-PRESUPUESTO-ED
           DISPLAY "ADVERTENCIA: CON EL EMPLEADO " WS-PRES-EMPLEADO
                   " LA NOMINA ANUAL PROYECTADA DEL DEPARTAMENTO "
                   WS-PRES-DEPTO " REBASA SU PRESUPUESTO"
           DISPLAY "  PROYECTADO: " WS-PRES-PROYECTADO-ED
                   "  PRESUPUESTO: " WS-PRES-PRESUPUESTO-ED
           MOVE 04 TO WS-RC-NUEVO
           MOVE "PRESUPUESTO: PROYECCION ANUAL EXCEDIDA"
                TO WS-DESCRIPCION-ERROR
           MOVE "N" TO WS-ESCRIBE-RECHAZO
           PERFORM 090-ACTUALIZA-RC THRU 090-FIN
           MOVE "S" TO WS-ESCRIBE-RECHAZO.
       066-FIN.  EXIT.

       067-SUMA-SALARIO.
           READ EMPMAST-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-EMPMAST-STATUS
               NOT AT END
                   IF EM-ACTIVO
                      AND EM-DEPARTAMENTO = WS-PRES-DEPTO
                      AND EM-NUMERO NOT = WS-PRES-EMPLEADO
                       ADD EM-SALARIO TO WS-PRES-NOMINA-MES
                   END-IF
           END-READ.
       067-FIN.  EXIT.

      *> DATOS PERSONALES: CAPTURA (O REEMPLAZA) EL DOMICILIO, EL
      *> TELEFONO, EL CONTACTO DE EMERGENCIA Y LA FECHA DE
      *> NACIMIENTO DEL EMPLEADO EN PERSDAT. LA FECHA DE NACIMIENTO
           END-IF.
       056-FIN.  EXIT.

      *> BENEFICIARIOS Y DEPENDIENTES: CAPTURA LA LISTA COMPLETA DEL
      *> EMPLEADO (HASTA WS-BEN-MAXIMO PERSONAS; CERO BORRA LO QUE
      *> HABIA) Y, SI TODO CUADRA, REEMPLAZA SUS RENGLONES EN
      *> BENEFIC. LAS PARTES DE LOS BENEFICIARIOS (TIPO B O A) DEBEN
      *> SUMAR 100.00: DE ESO DEPENDE EL REPARTO DEL FINIQUITO EN UNA
      *> BAJA POR FALLECIMIENTO (PROGFINI).
       070-BENEFICIARIOS.
           DISPLAY "LA OPCION DEL MENU ES BENEFICIARIOS"
           DISPLAY "NUMERO DE EMPLEADO: "
           ACCEPT EM-NUMERO
           READ EMPMAST-FILE
               INVALID KEY
                   DISPLAY "NO EXISTE EL EMPLEADO: " EM-NUMERO
                   MOVE 08 TO WS-RC-NUEVO
                   MOVE "BENEFICIARIOS: NO EXISTE EL EMPLEADO"
                        TO WS-DESCRIPCION-ERROR
                   PERFORM 090-ACTUALIZA-RC THRU 090-FIN
                   GO TO 070-FIN
           END-READ
           DISPLAY "CUANTAS PERSONAS (0 A 10, 0 BORRA LAS QUE HAY): "
           ACCEPT WS-BEN-CUANTOS
           IF WS-BEN-CUANTOS NOT NUMERIC
              OR WS-BEN-CUANTOS GREATER WS-BEN-MAXIMO
               DISPLAY "CANTIDAD INVALIDA - SE CANCELA"
               MOVE 08 TO WS-RC-NUEVO
               MOVE "BENEFICIARIOS: CANTIDAD INVALIDA"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 090-ACTUALIZA-RC THRU 090-FIN
               GO TO 070-FIN
           END-IF
           PERFORM 074-ABRE-BENEFIC THRU 074-FIN
           MOVE ZERO TO WS-BEN-SUMA
           MOVE "N" TO WS-BEN-HAY-BENEF
           MOVE "N" TO WS-BEN-ERROR
           PERFORM 071-CAPTURA-BENEFICIARIO THRU 071-FIN
                   VARYING WS-BEN-IND FROM 1 BY 1
                   UNTIL WS-BEN-IND GREATER WS-BEN-CUANTOS
                      OR BEN-ERROR
           IF NOT BEN-ERROR
              AND BEN-HAY-BENEF
              AND WS-BEN-SUMA NOT = 100
               MOVE WS-BEN-SUMA TO WS-BEN-SUMA-ED
               DISPLAY "LAS PARTES DE LOS BENEFICIARIOS SUMAN "
                       WS-BEN-SUMA-ED " Y DEBEN SUMAR 100.00"
               MOVE "BENEFICIARIOS: PARTES NO SUMAN 100"
                    TO WS-DESCRIPCION-ERROR
               SET BEN-ERROR TO TRUE
           END-IF
           IF BEN-ERROR
               DISPLAY "NO SE GRABA NINGUN BENEFICIARIO - SE CANCELA"
               MOVE 08 TO WS-RC-NUEVO
               PERFORM 090-ACTUALIZA-RC THRU 090-FIN
               CLOSE BENEFIC-FILE
               GO TO 070-FIN
           END-IF
           PERFORM 072-BORRA-BENEFICIARIOS THRU 072-FIN
           PERFORM 073-GRABA-BENEFICIARIO THRU 073-FIN
                   VARYING WS-BEN-IND FROM 1 BY 1
                   UNTIL WS-BEN-IND GREATER WS-BEN-CUANTOS
                      OR BEN-ERROR
           IF NOT BEN-ERROR
               DISPLAY "BENEFICIARIOS GRABADOS: " EM-NUMERO
                       " PERSONAS: " WS-BEN-CUANTOS
               CALL "PROGAUDT" USING "BENEFI" EM-NUMERO
                                      WS-OPERADOR
           ELSE
               DISPLAY "NO SE PUDIERON GRABAR LOS BENEFICIARIOS: "
                       WS-BENEFIC-STATUS
               MOVE 08 TO WS-RC-NUEVO
               MOVE "BENEFICIARIOS: NO SE PUDO GRABAR BENEFIC"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 090-ACTUALIZA-RC THRU 090-FIN
           END-IF
           CLOSE BENEFIC-FILE.
       070-FIN.  EXIT.

      *> CAPTURA A LA PERSONA WS-BEN-IND EN EL AREA DE BENEFIC Y LA
      *> GUARDA EN LA TABLA. EL PRIMER DATO QUE NO PASE LA EDICION
      *> PRENDE BEN-ERROR Y DEJA EL MOTIVO EN WS-DESCRIPCION-ERROR.
       071-CAPTURA-BENEFICIARIO.
           DISPLAY "PERSONA " WS-BEN-IND " DE " WS-BEN-CUANTOS
           MOVE EM-NUMERO  TO BN-NUMERO
           MOVE WS-BEN-IND TO BN-SECUENCIA
           DISPLAY "TIPO (B-BENEFICIARIO D-DEPENDIENTE A-AMBOS): "
           ACCEPT BN-TIPO
           IF NOT BN-TIPO-VALIDO
               DISPLAY "TIPO INVALIDO: " BN-TIPO
               MOVE "BENEFICIARIOS: TIPO INVALIDO"
                    TO WS-DESCRIPCION-ERROR
               SET BEN-ERROR TO TRUE
               GO TO 071-FIN
           END-IF
           DISPLAY "NOMBRE COMPLETO: "
           ACCEPT BN-NOMBRE
           IF BN-NOMBRE = SPACES
               DISPLAY "EL NOMBRE NO PUEDE IR EN BLANCO"
               MOVE "BENEFICIARIOS: NOMBRE EN BLANCO"
                    TO WS-DESCRIPCION-ERROR
               SET BEN-ERROR TO TRUE
               GO TO 071-FIN
           END-IF
           DISPLAY "PARENTESCO (CO-CONYUGE HI-HIJO PA-PADRE MA-MADRE "
                   "HE-HERMANO OT-OTRO): "
           ACCEPT BN-PARENTESCO
           IF NOT BN-PARENTESCO-VALIDO
               DISPLAY "PARENTESCO INVALIDO: " BN-PARENTESCO
               MOVE "BENEFICIARIOS: PARENTESCO INVALIDO"
                    TO WS-DESCRIPCION-ERROR
               SET BEN-ERROR TO TRUE
               GO TO 071-FIN
           END-IF
           DISPLAY "FECHA DE NACIMIENTO (AAAAMMDD): "
           ACCEPT WS-BEN-FECHA-NAC
           DISPLAY "CURP: "
           ACCEPT BN-CURP
           IF BN-CURP = SPACES
              OR WS-BEN-FECHA-NAC-X (3:6) NOT = BN-CURP (5:6)
               DISPLAY "LA FECHA DE NACIMIENTO CONTRADICE EL CURP "
                       "(" BN-CURP (5:6) ")"
               MOVE "BENEFICIARIOS: NACIMIENTO CONTRADICE CURP"
                    TO WS-DESCRIPCION-ERROR
               SET BEN-ERROR TO TRUE
               GO TO 071-FIN
           END-IF
           MOVE WS-BEN-FECHA-NAC TO BN-FECHA-NACIMIENTO
           MOVE ZERO TO BN-PORCENTAJE
           IF BN-ES-BENEFICIARIO
               DISPLAY "PARTE QUE LE TOCA (999.99): "
               ACCEPT BN-PORCENTAJE
               IF BN-PORCENTAJE NOT NUMERIC
                  OR BN-PORCENTAJE = ZERO
                   DISPLAY "UN BENEFICIARIO DEBE TENER PARTE"
                   MOVE "BENEFICIARIOS: PARTE EN CEROS"
                        TO WS-DESCRIPCION-ERROR
                   SET BEN-ERROR TO TRUE
                   GO TO 071-FIN
               END-IF
               ADD BN-PORCENTAJE TO WS-BEN-SUMA
               SET BEN-HAY-BENEF TO TRUE
           END-IF
           MOVE BN-REGISTRO TO WS-BT-REGISTRO (WS-BEN-IND).
       071-FIN.  EXIT.

      *> BORRA LOS RENGLONES QUE EL EMPLEADO YA TENIA EN BENEFIC: LA
      *> CAPTURA NUEVA LOS REEMPLAZA COMPLETOS.
       072-BORRA-BENEFICIARIOS.
           MOVE "N" TO WS-BEN-FIN-BORRADO
           MOVE EM-NUMERO TO BN-NUMERO
           MOVE ZERO TO BN-SECUENCIA
           START BENEFIC-FILE KEY IS NOT LESS THAN BN-LLAVE
               INVALID KEY
                   GO TO 072-FIN
           END-START
           PERFORM 075-BORRA-RENGLON THRU 075-FIN
                   UNTIL BEN-FIN-BORRADO.
       072-FIN.  EXIT.

       073-GRABA-BENEFICIARIO.
           MOVE WS-BT-REGISTRO (WS-BEN-IND) TO BN-REGISTRO
           WRITE BN-REGISTRO
               INVALID KEY
                   REWRITE BN-REGISTRO
           END-WRITE
           IF WS-BENEFIC-STATUS NOT = "00"
               SET BEN-ERROR TO TRUE
           END-IF.
       073-FIN.  EXIT.

      *> ABRE EL ARCHIVO DE BENEFICIARIOS EN I-O; SI TODAVIA NO
      *> EXISTE LO CREA VACIO Y LO VUELVE A ABRIR.
       074-ABRE-BENEFIC.
           OPEN I-O BENEFIC-FILE
           IF WS-BENEFIC-STATUS = "35"
               OPEN OUTPUT BENEFIC-FILE
               CLOSE BENEFIC-FILE
               OPEN I-O BENEFIC-FILE
           END-IF.
       074-FIN.  EXIT.

       075-BORRA-RENGLON.
           READ BENEFIC-FILE NEXT RECORD
               AT END
                   SET BEN-FIN-BORRADO TO TRUE
                   GO TO 075-FIN
           END-READ
           IF BN-NUMERO NOT = EM-NUMERO
               SET BEN-FIN-BORRADO TO TRUE
               GO TO 075-FIN
           END-IF
           DELETE BENEFIC-FILE RECORD.
       075-FIN.  EXIT.

      *> VALIDA LA REQUISICION CITADA POR EL ALTA (WS-REQUISICION)
      *> CONTRA EL ARCHIVO REQUISIC VIA LA SUBRUTINA COMPARTIDA
      *> PROGVREQ: DEBE EXISTIR, ESTAR APROBADA Y SER DEL MISMO
      *> DEPARTAMENTO Y PUESTO QUE EL EMPLEADO CAPTURADO.
       076-VALIDA-REQUISICION.
           CALL "PROGVREQ" USING "V" WS-REQUISICION
                                  EM-DEPARTAMENTO
                                  EM-PUESTO
                                  EM-NUMERO
                                  WS-REQ-VALIDO
                                  WS-REQ-MOTIVO.
       076-FIN.  EXIT.

      *> YA GRABADA EL ALTA, LA REQUISICION QUEDA CUBIERTA CON EL
      *> NUMERO DEL EMPLEADO. SI NO SE PUEDE CERRAR EL ALTA SIGUE
      *> EN PIE; SE AVISA (RC 04) PARA CERRARLA A MANO.
       077-CIERRA-REQUISICION.
           CALL "PROGVREQ" USING "C" WS-REQUISICION
                                  EM-DEPARTAMENTO
                                  EM-PUESTO
                                  EM-NUMERO
                                  WS-REQ-VALIDO
                                  WS-REQ-MOTIVO
           IF NOT REQUISICION-VALIDA
               DISPLAY "REQUISICION " WS-REQUISICION ": "
                       WS-REQ-MOTIVO
               MOVE 04 TO WS-RC-NUEVO
               MOVE "ALTA: REQUISICION NO SE CERRO"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 090-ACTUALIZA-RC THRU 090-FIN
           END-IF.
       077-FIN.  EXIT.

      *> VALIDA EL MOTIVO DE BAJA YA DEJADO EN WS-MOTIVO-BAJA CONTRA
      *> EL CATALOGO MOTBAJA VIA LA SUBRUTINA COMPARTIDA PROGVMOT.
       029-VALIDA-MOTIVO.
                   CALL "PROGGCON" USING 2 WS-IMAGEN-DESPUES
                                          " "
                                          WS-MOTIVO-BAJA
                                          WS-SIN-REQUISICION
               END-IF
               PERFORM 063-REVISA-SUBORDINADOS THRU 063-FIN
           ELSE
               DISPLAY "NO SE PUDO DAR DE BAJA AL EMPLEADO: " EM-NUMERO
               MOVE 08 TO WS-RC-NUEVO
               GO TO 999-FIN
           END-IF
           MOVE EM-SALARIO TO WS-SALARIO-ANTERIOR
           MOVE EM-DEPARTAMENTO TO WS-DEPTO-ANTERIOR
           MOVE EMPMAST-RECORD TO WS-IMAGEN-ANTES
           DISPLAY "NOMBRE ACTUAL: " EM-NOMBRE
           DISPLAY "NUEVO NOMBRE: "
                   GO TO 999-FIN
               END-IF
           END-IF
           DISPLAY "CONTRATO ACTUAL: " EM-TIPO-CONTRATO
                   " FIN: " EM-FIN-CONTRATO
           DISPLAY "NUEVO TIPO DE CONTRATO (P/E/O, ESPACIOS = "
                   "CONSERVAR): "
           ACCEPT WS-TIPO-NUEVO
           DISPLAY "NUEVO FIN DE CONTRATO (AAAAMMDD, ESPACIOS = "
                   "CONSERVAR): "
           ACCEPT WS-FIN-NUEVO
           PERFORM 058-CAMBIA-CONTRATO THRU 058-FIN
           IF NOT CONTRATO-VALIDO
               DISPLAY "CONTRATO INVALIDO: " WS-CONTRATO-MOTIVO
                       " - SE CANCELA EL CAMBIO"
               MOVE 08 TO WS-RC-NUEVO
               MOVE "CAMBIO: CONTRATO INVALIDO"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 090-ACTUALIZA-RC THRU 090-FIN
               GO TO 999-FIN
           END-IF
           DISPLAY "SUPERVISOR ACTUAL: " EM-SUPERVISOR
           DISPLAY "NUEVO SUPERVISOR (ESPACIOS = CONSERVAR): "
           ACCEPT WS-SUPERVISOR-NUEVO
           PERFORM 062-CAMBIA-SUPERVISOR THRU 062-FIN
           IF NOT SUPERVISOR-VALIDO
               DISPLAY "SUPERVISOR INVALIDO: " WS-SUPERVISOR-MOTIVO
                       " - SE CANCELA EL CAMBIO"
               MOVE 08 TO WS-RC-NUEVO
               MOVE "CAMBIO: SUPERVISOR INVALIDO"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 090-ACTUALIZA-RC THRU 090-FIN
               GO TO 999-FIN
           END-IF
           DISPLAY "GRUPO DE PAGO ACTUAL: " EM-GRUPO-PAGO
           DISPLAY "NUEVO GRUPO DE PAGO (S/Q/M; ESPACIOS = "
                   "CONSERVAR): "
           ACCEPT WS-GRUPO-NUEVO
           PERFORM 069-CAMBIA-GRUPO THRU 069-FIN
           IF NOT GRUPO-VALIDO
               DISPLAY "GRUPO DE PAGO INVALIDO: " WS-GRUPO-NUEVO
                       " - SE CANCELA EL CAMBIO"
               MOVE 08 TO WS-RC-NUEVO
               MOVE "CAMBIO: GRUPO DE PAGO INVALIDO"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 090-ACTUALIZA-RC THRU 090-FIN
               GO TO 999-FIN
           END-IF
           PERFORM 024-VALIDA-BANDA THRU 024-FIN
           IF BANDA-FUERA
               DISPLAY "EL SALARIO QUEDA FUERA DE LA BANDA DEL "
               CALL "PROGAUDT" USING "BNDFRZ" EM-NUMERO
                                      WS-OPERADOR
           END-IF
           IF EM-SALARIO NOT = WS-SALARIO-ANTERIOR
              OR EM-DEPARTAMENTO NOT = WS-DEPTO-ANTERIOR
               PERFORM 066-REVISA-PRESUPUESTO THRU 066-FIN
           END-IF
           PERFORM 035-APLICA-CAMBIO THRU 035-FIN
           GO TO 999-FIN.

                   MOVE "N" TO WS-ESCRIBE-RECHAZO
                   PERFORM 090-ACTUALIZA-RC THRU 090-FIN
                   MOVE "S" TO WS-ESCRIBE-RECHAZO
                   PERFORM 036-ENCOLA-RETROACTIVO THRU 036-FIN
                   GO TO 035-FIN
               END-IF
           END-IF
                   CALL "PROGGCON" USING 3 WS-IMAGEN-DESPUES
                                          WS-CONFIRMA-BANDA
                                          "  "
                                          WS-SIN-REQUISICION
               END-IF
               IF EM-SALARIO NOT = WS-SALARIO-ANTERIOR
                   CALL "PROGSHIS" USING EM-NUMERO
                                          EM-SALARIO
                                          "PROGGOTD"
                                          WS-OPERADOR
                   PERFORM 036-ENCOLA-RETROACTIVO THRU 036-FIN
               END-IF
           ELSE
               DISPLAY "NO SE PUDO MODIFICAR AL EMPLEADO: " EM-NUMERO
           END-IF.
       035-FIN.  EXIT.

      *> UN CAMBIO DE SALARIO DEL LOTE CON FECHA EFECTIVA YA PASADA
      *> (WS-FECHA-RETRO, QUE 110/130 DEJAN EN CERO PARA TODO LO
      *> DEMAS) SE ENCOLA EN RETROSOL VIA PROGRSOL, APLICADO O
      *> RETENIDO PARA APROBACION: EL PASO PROGRETR CALCULA LAS
      *> DIFERENCIAS DE LOS PERIODOS CERRADOS CUANDO EL HISTORIAL DE
      *> SALARIOS YA MUESTRA EL SALARIO NUEVO.
       036-ENCOLA-RETROACTIVO.
           IF WS-FECHA-RETRO = ZERO
              OR WS-SALARIO-ANTERIOR = ZERO
              OR EM-SALARIO = WS-SALARIO-ANTERIOR
               GO TO 036-FIN
           END-IF
           CALL "PROGRSOL" USING EM-NUMERO WS-FECHA-RETRO
                                  WS-SALARIO-ANTERIOR EM-SALARIO
                                  "PROGGOTD" WS-OPERADOR
           ADD 1 TO WS-TOT-RETRO
           DISPLAY "CAMBIO DE SALARIO RETROACTIVO AL "
                   WS-FECHA-RETRO " ENCOLADO PARA: " EM-NUMERO.
       036-FIN.  EXIT.

      *> VUELCA EM-NUMERO/EM-NOMBRE/WS-EMPMAST-STATUS VIA PROGDISP
      *> CUANDO UN ALTA/BAJA/CAMBIO NO SE PUDO GRABAR, PARA QUE QUEDE
      *> UN VOLCADO DE DIAGNOSTICO ADEMAS DEL DISPLAY EN PANTALLA.
