      *>             DE CONSOLA (TR-FORZAR-BANDA, VIA PROGGCON) EL
      *>             VALOR QUE HUBIERA QUEDADO EN ESE CAMPO, EN VEZ
      *>             DE "N".
      *> 2026-10-15  010-ALTA CAPTURA AHORA EL TIPO DE CONTRATO Y SU
      *>             FECHA DE FIN, VALIDADOS VIA PROGVCON IGUAL QUE EL
      *>             ALTA DE PROGGOTD, PARA NO GRABAR UN EMPLEADO SIN
      *>             CONTRATO. EL CAMBIO DE ESTA CONSOLA NO LO TOCA.
      *>             LAS IMAGENES CRECEN A 135, PAREJO CON EMPREC.
      *> 2026-10-15  EL ALTA ENTRA SIN SUPERVISOR (EM-SUPERVISOR EN
      *>             CERO, SE ASIGNA CON UN CAMBIO DE PROGGOTD). LA
      *>             BAJA APLICADA DE UN JEFE LISTA A SUS SUBORDINADOS
      *>             ACTIVOS QUE QUEDAN SIN SUPERVISOR (RC 04).
      *> 2026-10-15  LAS ALTAS Y LOS CAMBIOS DE SALARIO O DE
      *>             DEPARTAMENTO ADVIERTEN CON RC 04 CUANDO LA NOMINA
      *>             ANUAL PROYECTADA DEL DEPARTAMENTO REBASARIA SU
      *>             PRESUPUESTO (MAESTRO PRESUP, VIA PROGVPRS), IGUAL
      *>             QUE PROGGOTD. EL MOVIMIENTO SE APLICA.
      *> 2026-10-15  EL ALTA ENTRA EN EL GRUPO DE PAGO MENSUAL (SE
      *>             CAMBIA CON PROGGOTD). LAS IMAGENES Y LOS
      *>             REGISTROS GUARDADOS CRECEN A 141.
      *> 2026-10-15  LA FIRMA PASA EL NOMBRE DEL PROGRAMA A PROGSIGN Y
      *>             CADA OPCION NEGADA POR NIVEL QUEDA EN LA BITACORA
      *>             DE SEGURIDAD (SEGLOG, VIA PROGSEGL, EVENTO
      *>             NEGADO); ANTES SOLO SALIA EN LA CONSOLA.
      *> 2026-10-15  EL ALTA ENTRA EN EL REGISTRO PATRONAL 01 (SE
      *>             CAMBIA CON UN TRASLADO DE PROGGOTD). LAS IMAGENES Y
      *>             LOS REGISTROS GUARDADOS CRECEN A 143.
      *> 2026-10-15  EL ALTA DEBE CITAR UNA REQUISICION APROBADA DEL
      *>             ARCHIVO REQUISIC PARA EL MISMO DEPARTAMENTO Y
      *>             PUESTO (VIA PROGVREQ, DESPUES DE LA PLANTILLA),
      *>             IGUAL QUE PROGGOTD; SIN ELLA SE RECHAZA (RC 08).
      *>             AL GRABARSE EL ALTA LA REQUISICION QUEDA CUBIERTA
      *>             Y VIAJA A GOTCONSL VIA PROGGCON.
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
           05 WS-SALARIO-ANTERIOR PIC 9(05)V99.

       01  WS-IMAGENES-AUDITORIA.
           05 WS-IMAGEN-ANTES     PIC X(143).
           05 WS-IMAGEN-DESPUES   PIC X(143).

       01  WS-VERIFICA-DUPLICADO.
           05 WS-REGISTRO-GUARDADO PIC X(143).
           05 WS-NUMERO-ALTA      PIC 9(05).
           05 WS-RFC-ALTA         PIC X(13).
           05 WS-CURP-ALTA        PIC X(18).
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

       01  WS-VALIDA-PUESTO.
           05 WS-PUESTO-NOMBRE    PIC X(20).
           05 WS-PUESTO-PLAZAS    PIC 9(03).
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
           05 WS-CLABE-VALIDA     PIC X(01)      VALUE "N".
               88 CLABE-VALIDA                   VALUE "S".

       01  WS-VALIDA-CONTRATO.
           05 WS-CONTRATO-VALIDO  PIC X(01)      VALUE "N".
               88 CONTRATO-VALIDO                VALUE "S".
           05 WS-CONTRATO-MOTIVO  PIC X(30).
           05 WS-CONTRATO-HOY     PIC 9(08).
           05 WS-TIPO-NUEVO       PIC X(01).
           05 WS-FIN-NUEVO        PIC X(08).

       01  WS-REVISA-SUBORDINADOS.
           05 WS-SUP-EMPLEADO     PIC 9(05).
           05 WS-SUBORDINADOS     PIC 9(05).
           05 WS-REGISTRO-GUARDADO-SU PIC X(143).

       01  WS-FIRMA-OPERADOR.
           05 WS-OPERADOR         PIC X(08)      VALUE "CICLO   ".
           05 WS-NIVEL-OPER       PIC X(01).
               88 NIVEL-CONSULTA                 VALUE "C".
           05 WS-FIRMA-VALIDA     PIC X(01)      VALUE "N".
               88 FIRMA-VALIDA                   VALUE "S".
           05 WS-DETALLE-SEG      PIC X(30).

      *> UMBRALES DE DOBLE CONTROL (ARCHIVO APROBCTL; SIN ARCHIVO
      *> RIGEN ESTOS VALORES), LOS MISMOS QUE USA PROGGOTD.
           05 WS-PCT-SENSIBLE     PIC 9(03)      VALUE 20.
           05 WS-UMBRAL-BAJA      PIC 9(05)V99   VALUE 50000.00.
           05 WS-PCT-CAMBIO       PIC S9(05)V99.
           05 WS-IMAGEN-COLA      PIC X(143).

       01  WS-RECONTRATACION.
           05 WS-EMPHIST-STATUS   PIC X(02).
           CALL "PROGSIGN" USING WS-OPERADOR
                                  WS-NIVEL-OPER
                                  WS-FIRMA-VALIDA
                                  "PROGIFEV"
           IF NOT FIRMA-VALIDA
               DISPLAY "SIN FIRMA DE OPERADOR VALIDA, TERMINA EL "
                       "PROCESO"
           IF NIVEL-CONSULTA AND WS-OPCION-MENU NOT = "4"
               DISPLAY "EL OPERADOR " WS-OPERADOR " ES DE SOLO "
                       "CONSULTA - LA OPCION SE RECHAZA"
               MOVE "ACTUALIZAR EXIGE NIVEL M O T" TO WS-DETALLE-SEG
               CALL "PROGSEGL" USING "PROGIFEV" WS-OPERADOR "NEGADO"
                       WS-NIVEL-OPER WS-DETALLE-SEG
               MOVE 08 TO WS-RC-NUEVO
               MOVE "CONSOLA: OPERADOR DE SOLO CONSULTA"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 090-ACTUALIZA-RC THRU 090-FIN
               GO TO 010-FIN
           END-IF
           DISPLAY "REQUISICION QUE CUBRE EL ALTA: "
           ACCEPT WS-REQUISICION
           PERFORM 029-VALIDA-REQUISICION THRU 029-FIN
           IF NOT REQUISICION-VALIDA
               DISPLAY "REQUISICION " WS-REQUISICION ": "
                       WS-REQ-MOTIVO " - SE CANCELA EL ALTA"
               MOVE 08 TO WS-RC-NUEVO
               MOVE "ALTA: REQUISICION INVALIDA"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 090-ACTUALIZA-RC THRU 090-FIN
               GO TO 010-FIN
           END-IF
           PERFORM 024-VALIDA-BANDA THRU 024-FIN
           IF BANDA-FUERA
               DISPLAY "EL SALARIO QUEDA FUERA DE LA BANDA DEL "
               PERFORM 090-ACTUALIZA-RC THRU 090-FIN
               GO TO 010-FIN
           END-IF
           DISPLAY "TIPO DE CONTRATO (P-PLANTA E-EVENTUAL "
                   "O-POR OBRA): "
           ACCEPT WS-TIPO-NUEVO
           DISPLAY "FIN DE CONTRATO (AAAAMMDD, ESPACIOS EN PLANTA): "
           ACCEPT WS-FIN-NUEVO
           IF WS-FIN-NUEVO = SPACES
               MOVE ZERO TO WS-FIN-NUEVO
           END-IF
           ACCEPT WS-CONTRATO-HOY FROM DATE YYYYMMDD
           CALL "PROGVCON" USING WS-TIPO-NUEVO
                                  WS-FIN-NUEVO
                                  WS-CONTRATO-HOY
                                  WS-CONTRATO-MOTIVO
                                  WS-CONTRATO-VALIDO
           IF NOT CONTRATO-VALIDO
               DISPLAY "CONTRATO INVALIDO: " WS-CONTRATO-MOTIVO
                       " - SE CANCELA EL ALTA"
               MOVE 08 TO WS-RC-NUEVO
               MOVE "ALTA: CONTRATO INVALIDO"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 090-ACTUALIZA-RC THRU 090-FIN
               GO TO 010-FIN
           END-IF
           MOVE WS-TIPO-NUEVO TO EM-TIPO-CONTRATO
           MOVE WS-FIN-NUEVO  TO EM-FIN-CONTRATO
      *> EL ALTA POR ESTA VIA NO CAPTURA SUPERVISOR: ENTRA A LA PUNTA
      *> DE LA ORGANIZACION Y SE LE ASIGNA CON UN CAMBIO DE PROGGOTD.
           MOVE ZERO TO EM-SUPERVISOR
      *> TAMPOCO CAPTURA GRUPO DE PAGO: ENTRA EN MENSUAL.
           MOVE "M" TO EM-GRUPO-PAGO
      *> NI REGISTRO PATRONAL: ENTRA EN EL 01.
           MOVE "01" TO EM-REG-PATRONAL
           PERFORM 066-REVISA-PRESUPUESTO THRU 066-FIN
           PERFORM 052-BUSCA-ARCHIVO THRU 052-FIN
           SET EM-ACTIVO TO TRUE
      *> UNA RECONTRATACION CONSERVA SU FECHA DE ALTA ORIGINAL Y
               CALL "PROGGCON" USING 1 WS-IMAGEN-DESPUES
                                      WS-CONFIRMA-BANDA
                                      "  "
                                      WS-REQUISICION
               PERFORM 031-CIERRA-REQUISICION THRU 031-FIN
           ELSE
               DISPLAY "NO SE PUDO AGREGAR, YA EXISTE EL NUMERO: "
                        EM-NUMERO
           END-READ.
       028-FIN.  EXIT.

      *> VALIDA LA REQUISICION CITADA POR EL ALTA CONTRA EL ARCHIVO
      *> REQUISIC VIA LA SUBRUTINA COMPARTIDA PROGVREQ, IGUAL QUE
      *> PROGGOTD.
       029-VALIDA-REQUISICION.
           CALL "PROGVREQ" USING "V" WS-REQUISICION
                                  EM-DEPARTAMENTO
                                  EM-PUESTO
                                  EM-NUMERO
                                  WS-REQ-VALIDO
                                  WS-REQ-MOTIVO.
       029-FIN.  EXIT.

      *> YA GRABADA EL ALTA, LA REQUISICION QUEDA CUBIERTA CON EL
      *> NUMERO DEL EMPLEADO; SI NO SE PUEDE CERRAR SE AVISA (RC 04).
       031-CIERRA-REQUISICION.
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
       031-FIN.  EXIT.

       020-BAJA.
           DISPLAY "NUMERO A DAR DE BAJA: "
           ACCEPT EM-NUMERO
                       CALL "PROGGCON" USING 2 WS-IMAGEN-DESPUES
                                              " "
                                              WS-MOTIVO-BAJA
                                              WS-SIN-REQUISICION
                       PERFORM 054-REVISA-SUBORDINADOS THRU 054-FIN
                   ELSE
                       DISPLAY "NO SE PUDO DAR DE BAJA AL EMPLEADO: "
                               EM-NUMERO
           END-IF.
       020-FIN.  EXIT.

      *> TRAS APLICAR LA BAJA EN EM-NUMERO BARRE EL MAESTRO BUSCANDO A
      *> LOS ACTIVOS QUE LO TENIAN COMO SUPERVISOR Y LOS AVISA CON
      *> RC 04, IGUAL QUE PROGGOTD. EL REGISTRO SE GUARDA Y SE
      *> RESTAURA COMO EN 027-CUENTA-PLANTILLA.
       054-REVISA-SUBORDINADOS.
           MOVE EMPMAST-RECORD TO WS-REGISTRO-GUARDADO-SU
           MOVE EM-NUMERO      TO WS-SUP-EMPLEADO
           MOVE ZERO TO WS-SUBORDINADOS
           MOVE ZEROS TO EM-NUMERO
           START EMPMAST-FILE KEY IS NOT LESS THAN EM-NUMERO
               INVALID KEY
                   MOVE "10" TO WS-EMPMAST-STATUS
           END-START
           PERFORM 055-REVISA-SUBORDINADO THRU 055-FIN
                   UNTIL WS-EMPMAST-STATUS NOT = "00"
           MOVE WS-REGISTRO-GUARDADO-SU TO EMPMAST-RECORD
           IF WS-SUBORDINADOS GREATER ZERO
               DISPLAY "LA BAJA DE " EM-NUMERO " DEJA "
                       WS-SUBORDINADOS " SUBORDINADO(S) SIN SUPERVISOR"
               MOVE 04 TO WS-RC-NUEVO
               MOVE "BAJA: DEJA SUBORDINADOS SIN SUPERVISOR"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 090-ACTUALIZA-RC THRU 090-FIN
           END-IF.
       054-FIN.  EXIT.

       055-REVISA-SUBORDINADO.
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
       055-FIN.  EXIT.

      *> ADVIERTE CUANDO EL ALTA O CAMBIO YA CAPTURADO LLEVARIA EL
      *> COSTO ANUAL PROYECTADO DE SUELDOS DE EM-DEPARTAMENTO POR
      *> ENCIMA DE SU PRESUPUESTO (PROGVPRS), IGUAL QUE PROGGOTD. LA
      *> NOMINA MENSUAL DEL DEPARTAMENTO SON SUS ACTIVOS SIN EL PROPIO
      *> EMPLEADO, MAS SU SALARIO NUEVO; EL REGISTRO SE GUARDA Y SE
      *> RESTAURA COMO EN 027-CUENTA-PLANTILLA. ES SOLO ADVERTENCIA
      *> (RC 04): EL MOVIMIENTO SE APLICA.
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
           PERFORM 090-ACTUALIZA-RC THRU 090-FIN.
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

       030-CAMBIO.
           DISPLAY "NUMERO A MODIFICAR: "
           ACCEPT EM-NUMERO
                   PERFORM 090-ACTUALIZA-RC THRU 090-FIN
               ELSE
                   MOVE EM-SALARIO TO WS-SALARIO-ANTERIOR
                   MOVE EM-DEPARTAMENTO TO WS-DEPTO-ANTERIOR
                   MOVE EMPMAST-RECORD TO WS-IMAGEN-ANTES
                   DISPLAY "NOMBRE ACTUAL: " EM-NOMBRE
                   DISPLAY "NUEVO NOMBRE: "
                       CALL "PROGAUDT" USING "BNDFRZ" EM-NUMERO
                                              WS-OPERADOR
                   END-IF
                   IF EM-SALARIO NOT = WS-SALARIO-ANTERIOR
                      OR EM-DEPARTAMENTO NOT = WS-DEPTO-ANTERIOR
                       PERFORM 066-REVISA-PRESUPUESTO THRU 066-FIN
                   END-IF
      *> UN CAMBIO DE SALARIO ARRIBA DEL PORCENTAJE SENSIBLE SE
      *> RETIENE EN LA COLA DE APROBACION, IGUAL QUE EN PROGGOTD.
                   IF WS-SALARIO-ANTERIOR GREATER ZERO
                       CALL "PROGGCON" USING 3 WS-IMAGEN-DESPUES
                                              WS-CONFIRMA-BANDA
                                              "  "
                                              WS-SIN-REQUISICION
                       IF EM-SALARIO NOT = WS-SALARIO-ANTERIOR
                           CALL "PROGSHIS" USING EM-NUMERO
                                                  WS-SALARIO-ANTERIOR
