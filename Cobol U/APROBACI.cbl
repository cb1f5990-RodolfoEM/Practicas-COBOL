      *>             VIVO SE APARTA AL ARCHIVO DE DESBORDE
      *>             (APROBDES) Y REGRESA INTACTO A LA COLA, EN VEZ
      *>             DE TRUNCARSE.
      *> 2026-10-15  APROBDES Y LA TABLA DE LA COLA SIGUEN EL LARGO
      *>             DE AP-REGISTRO (176): LA IMAGEN RETENIDA CRECIO
      *>             CON EL CONTRATO Y EL SUPERVISOR DEL EMPLEADO.
      *> 2026-10-15  LA PENDIENTE MUESTRA EL SUPERVISOR DEL EMPLEADO
      *>             (EM-SUPERVISOR DENTRO DE AP-IMAGEN).
      *> 2026-10-15  APROBDES Y LA TABLA DE LA COLA SIGUEN EL LARGO
      *>             DE AP-REGISTRO (177): LA IMAGEN RETENIDA CRECIO
      *>             CON EL GRUPO DE PAGO DEL EMPLEADO.
      *> 2026-10-15  LA FIRMA PASA EL NOMBRE DEL PROGRAMA A PROGSIGN Y
      *>             CADA OPCION NEGADA POR NIVEL QUEDA EN LA BITACORA
      *>             DE SEGURIDAD (SEGLOG, VIA PROGSEGL, EVENTO
      *>             NEGADO); ANTES SOLO SALIA EN LA CONSOLA.
      *> 2026-10-15  APROBDES Y LA TABLA DE LA COLA SIGUEN EL LARGO
      *>             DE AP-REGISTRO (179): LA IMAGEN RETENIDA CRECIO
      *>             CON EL REGISTRO PATRONAL DEL EMPLEADO.
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
       COPY APRREG.

       FD  APROBDES-FILE.
       01  APROBDES-REGISTRO        PIC X(179).

       WORKING-STORAGE SECTION.
       01  WS-TABLA-COLA.
           05 WS-COLA-RENGLON OCCURS 200 TIMES.
              10 WS-CO-REGISTRO     PIC X(179).

       01  WS-AREAS.
           05 WS-APROBQ-STATUS    PIC X(02).
               88 NIVEL-TODO                     VALUE "T".
           05 WS-FIRMA-VALIDA     PIC X(01)      VALUE "N".
               88 FIRMA-VALIDA                   VALUE "S".
           05 WS-DETALLE-SEG      PIC X(30).
           05 WS-CODIGO-RETORNO   PIC 9(02)      VALUE ZERO.
           05 WS-RC-NUEVO         PIC 9(02).
           05 WS-DESCRIPCION-ERROR PIC X(40).
           CALL "PROGSIGN" USING WS-OPERADOR
                                  WS-NIVEL-OPER
                                  WS-FIRMA-VALIDA
                                  "PROGAPRV"
           IF NOT FIRMA-VALIDA OR NOT NIVEL-TODO
               DISPLAY "SOLO UN OPERADOR CON NIVEL T PUEDE "
                       "APROBAR; TERMINA EL PROCESO"
               IF FIRMA-VALIDA
                   MOVE "APROBAR EXIGE NIVEL T" TO WS-DETALLE-SEG
                   CALL "PROGSEGL" USING "PROGAPRV" WS-OPERADOR "NEGADO"
                           WS-NIVEL-OPER WS-DETALLE-SEG
               END-IF
               MOVE 08 TO WS-RC-NUEVO
               MOVE "APROBACION: OPERADOR SIN NIVEL T"
                    TO WS-DESCRIPCION-ERROR
           IF NOT AP-PENDIENTE
               GO TO 030-FIN
           END-IF
      *> LAS POSICIONES 136-140 DE LA IMAGEN SON EM-SUPERVISOR: SE
      *> MUESTRA A QUIEN LE REPORTA EL EMPLEADO PARA ENRUTAR LA
      *> APROBACION A SU JEFE.
           DISPLAY "PENDIENTE - TIPO: " AP-TIPO
                   " EMPLEADO: " AP-NUMERO
                   " FECHA: " AP-FECHA
                   " CAPTURO: " AP-OPER-CAPTURA
           DISPLAY "            SUPERVISOR DEL EMPLEADO: "
                   AP-IMAGEN (136:5)
           DISPLAY "APROBAR (A), RECHAZAR (R) O SALTAR (S)? "
           ACCEPT WS-DECISION
           IF WS-DECISION NOT = "A" AND WS-DECISION NOT = "R"
