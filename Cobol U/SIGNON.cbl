      *> NIVEL EXIGE. SIN TABLA OPERCAT NINGUN OPERADOR ES VALIDO:
      *> MEJOR DETENER LA CONSOLA QUE DEJARLA ANONIMA. MISMO PATRON
      *> DE ABRIR Y CERRAR EL CATALOGO EN CADA LLAMADA QUE PROGVDEP.
      *> ------------------------------------------------------
      *> MODIFICACIONES:
      *> 2026-10-15  CADA INTENTO DE FIRMA QUEDA EN LA BITACORA DE
      *>             SEGURIDAD (SEGLOG, VIA PROGSEGL) CON EL PROGRAMA
      *>             QUE LA PIDIO (ENT-PROGRAMA, NUEVO): FIRMA BUENA,
      *>             IDENTIFICADOR QUE NO EXISTE, OPERADOR INACTIVO Y
      *>             LOS TRES INTENTOS AGOTADOS. ANTES SOLO SALIAN EN
      *>             LA CONSOLA Y SE PERDIAN.
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
           05 WS-INTENTOS          PIC 9(02).
           05 WS-MAX-INTENTOS      PIC 9(02)      VALUE 3.
           05 WS-ID-TECLEADO       PIC X(08).
           05 WS-MOTIVO-FALLA      PIC X(01).
               88 FALLA-SIN-CATALOGO              VALUE "S".
               88 FALLA-INACTIVO                  VALUE "I".
               88 FALLA-NO-EXISTE                 VALUE "N".
           05 WS-EVENTO-SEG        PIC X(06).
           05 WS-DETALLE-SEG       PIC X(30).

       LINKAGE SECTION.
       01  SAL-OPERADOR            PIC X(08).
           88 SAL-TODO                            VALUE "T".
       01  SAL-VALIDO              PIC X(01).
           88 SAL-FIRMA-VALIDA                    VALUE "S".
       01  ENT-PROGRAMA            PIC X(08).

       PROCEDURE DIVISION USING SAL-OPERADOR SAL-NIVEL SAL-VALIDO
                                 ENT-PROGRAMA.
       000-RAIZ.
           MOVE "N" TO SAL-VALIDO
           MOVE SPACES TO SAL-OPERADOR
           PERFORM 010-PIDE-OPERADOR THRU 010-FIN
                   UNTIL SAL-FIRMA-VALIDA
                      OR WS-INTENTOS NOT LESS WS-MAX-INTENTOS
           IF NOT SAL-FIRMA-VALIDA
               MOVE "AGOTA " TO WS-EVENTO-SEG
               MOVE "SE AGOTARON LOS INTENTOS" TO WS-DETALLE-SEG
               CALL "PROGSEGL" USING ENT-PROGRAMA WS-ID-TECLEADO
                                      WS-EVENTO-SEG SAL-NIVEL
                                      WS-DETALLE-SEG
           END-IF
           GOBACK.

       010-PIDE-OPERADOR.
           PERFORM 020-BUSCA-OPERADOR THRU 020-FIN
           IF NOT SAL-FIRMA-VALIDA
               DISPLAY "OPERADOR NO AUTORIZADO O INACTIVO"
           END-IF
           PERFORM 015-REGISTRA-INTENTO THRU 015-FIN.
       010-FIN.  EXIT.

      *> EL INTENTO VA A SEGLOG CON EL IDENTIFICADOR TECLEADO, SEA
      *> BUENO O NO, Y EL MOTIVO DEL RECHAZO.
       015-REGISTRA-INTENTO.
           EVALUATE TRUE
               WHEN SAL-FIRMA-VALIDA
                   MOVE "FIRMA " TO WS-EVENTO-SEG
                   MOVE "FIRMA ACEPTADA" TO WS-DETALLE-SEG
               WHEN FALLA-SIN-CATALOGO
                   MOVE "FALLA " TO WS-EVENTO-SEG
                   MOVE "SIN TABLA OPERCAT" TO WS-DETALLE-SEG
               WHEN FALLA-INACTIVO
                   MOVE "INACTI" TO WS-EVENTO-SEG
                   MOVE "OPERADOR INACTIVO EN OPERCAT"
                        TO WS-DETALLE-SEG
               WHEN OTHER
                   MOVE "FALLA " TO WS-EVENTO-SEG
                   MOVE "OPERADOR NO EXISTE EN OPERCAT"
                        TO WS-DETALLE-SEG
           END-EVALUATE
           CALL "PROGSEGL" USING ENT-PROGRAMA WS-ID-TECLEADO
                                  WS-EVENTO-SEG SAL-NIVEL
                                  WS-DETALLE-SEG.
       015-FIN.  EXIT.

       020-BUSCA-OPERADOR.
           MOVE "N" TO WS-OPERCAT-EOF
           MOVE "N" TO WS-HALLADO
           MOVE "N" TO WS-MOTIVO-FALLA
           OPEN INPUT OPERCAT-FILE
           IF WS-OPERCAT-STATUS NOT = "00"
               MOVE "S" TO WS-MOTIVO-FALLA
               GO TO 020-FIN
           END-IF
           PERFORM 025-LEE-TABLA THRU 025-FIN
           END-READ.
       025-FIN.  EXIT.

      *> UN IDENTIFICADOR INACTIVO SE DISTINGUE DEL QUE NO EXISTE
      *> PARA LA BITACORA DE SEGURIDAD; NINGUNO DE LOS DOS FIRMA.
       030-COMPARA-OPERADOR.
           IF OP-ID = WS-ID-TECLEADO AND OP-ACTIVO
               SET HALLADO TO TRUE
               MOVE OP-NIVEL TO SAL-NIVEL
               MOVE "S" TO SAL-VALIDO
           END-IF
           IF OP-ID = WS-ID-TECLEADO AND OP-INACTIVO
               MOVE "I" TO WS-MOTIVO-FALLA
           END-IF
           IF NOT HALLADO
               PERFORM 025-LEE-TABLA THRU 025-FIN
           END-IF.
