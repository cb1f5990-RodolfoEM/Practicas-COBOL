      *> EN AUDITLOG (TIPOS DEPALT/DEPCAM/DEPBAJ Y BNDALT/BNDCAM/
      *> BNDBAJ, CON EL OPERADOR FIRMADO VIA PROGSIGN), IGUAL QUE EL
      *> MANTENIMIENTO DE EMPLEADOS.
      *> ------------------------------------------------------
      *> MODIFICACIONES:
      *> 2026-10-15  LA FIRMA PASA EL NOMBRE DEL PROGRAMA A PROGSIGN Y
      *>             CADA OPCION NEGADA POR NIVEL QUEDA EN LA BITACORA
      *>             DE SEGURIDAD (SEGLOG, VIA PROGSEGL, EVENTO
      *>             NEGADO); ANTES SOLO SALIA EN LA CONSOLA.
      *> 2026-10-15  SE MANTIENE TAMBIEN EL CATALOGO DE REGISTROS
      *>             PATRONALES PATRCAT (COPY PATRREG): ALTA, CAMBIO
      *>             Y DESACTIVACION (OPCIONES 7, 8 Y 9, AUDITLOG
      *>             PATALT/PATCAM/PATBAJ). NO SE DESACTIVA UN
      *>             REGISTRO CON EMPLEADOS ACTIVOS, NI SE CAMBIA DE
      *>             ENTIDAD UN REGISTRO SIN TRAER EL RFC Y LA RAZON
      *>             SOCIAL QUE YA TIENE ESA ENTIDAD EN EL CATALOGO.
      *> 2026-10-15  EL ALTA Y EL CAMBIO DE DEPARTAMENTO CAPTURAN
      *>             TAMBIEN EL CENTRO DE TRABAJO Y SU ESTADO (CLAVE
      *>             SAT DE 3 LETRAS), DE LOS QUE DEPENDE EL IMPUESTO
      *>             SOBRE NOMINA. UN ALTA SIN ESTADO SE RECHAZA; EN
      *>             EL CAMBIO, DEJARLO EN BLANCO CONSERVA EL ACTUAL.
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-SALBANDA-STATUS.

           SELECT PATRCAT-FILE    ASSIGN TO "PATRCAT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-PATRCAT-STATUS.

           SELECT EMPMAST-FILE    ASSIGN TO "EMPMAST"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
       FD  SALBANDA-FILE.
       COPY SALBREG.

       FD  PATRCAT-FILE.
       COPY PATRREG.

       FD  EMPMAST-FILE.
       COPY EMPREC.

              10 WS-TD-NOMBRE       PIC X(20).
              10 WS-TD-CENTRO       PIC X(06).
              10 WS-TD-ESTADO       PIC X(01).
              10 WS-TD-UBICACION    PIC X(20).
              10 WS-TD-ESTADO-FED   PIC X(03).

       01  WS-TABLA-BANDAS.
           05 WS-TB-RENGLON OCCURS 50 TIMES.
              10 WS-TB-MINIMO       PIC 9(05)V99.
              10 WS-TB-MAXIMO       PIC 9(05)V99.

       01  WS-TABLA-PATRONES.
           05 WS-TP-RENGLON OCCURS 10 TIMES.
              10 WS-TP-CODIGO       PIC X(02).
              10 WS-TP-REGISTRO     PIC X(11).
              10 WS-TP-ENTIDAD      PIC X(02).
              10 WS-TP-RFC          PIC X(13).
              10 WS-TP-RAZON        PIC X(30).
              10 WS-TP-ESTADO       PIC X(01).

       01  WS-AREAS.
           05 WS-DEPTCAT-STATUS   PIC X(02).
           05 WS-SALBANDA-STATUS  PIC X(02).
               88 DEPTCAT-EOF                    VALUE "S".
           05 WS-SALBANDA-EOF     PIC X(01).
               88 SALBANDA-EOF                   VALUE "S".
           05 WS-PATRCAT-STATUS   PIC X(02).
           05 WS-PATRCAT-EOF      PIC X(01).
               88 PATRCAT-EOF                    VALUE "S".
           05 WS-NUM-DEPTOS       PIC 9(02)      VALUE ZERO.
           05 WS-NUM-BANDAS       PIC 9(02)      VALUE ZERO.
           05 WS-NUM-PATRONES     PIC 9(02)      VALUE ZERO.
           05 WS-PATRON-PEDIDO    PIC X(02).
           05 WS-ENTIDAD-ANTES    PIC X(02).
           05 WS-ENTIDAD-POS      PIC 9(02).
           05 WS-ENTIDAD-HALLADA  PIC X(01).
               88 ENTIDAD-HALLADA                VALUE "S".
           05 WS-ACTIVOS-PATRON   PIC 9(05).
           05 WS-INDICE           PIC 9(02).
           05 WS-POS              PIC 9(02)      VALUE ZERO.
           05 WS-HALLADO          PIC X(01).
               88 HALLADO                        VALUE "S".
           05 WS-OPCION           PIC X(01).
           05 WS-CODIGO-PEDIDO    PIC X(04).
           05 WS-ESTADO-FED-NUEVO PIC X(03).
           05 WS-ACTIVOS-DEPTO    PIC 9(05).
           05 WS-NUMERO-CERO      PIC 9(05)      VALUE ZERO.
           05 WS-OPERADOR         PIC X(08).
               88 NIVEL-CONSULTA                 VALUE "C".
           05 WS-FIRMA-VALIDA     PIC X(01)      VALUE "N".
               88 FIRMA-VALIDA                   VALUE "S".
           05 WS-DETALLE-SEG      PIC X(30).
           05 WS-RESULTADO-LOCK   PIC X(02).
           05 WS-CODIGO-RETORNO   PIC 9(02)      VALUE ZERO.
           05 WS-RC-NUEVO         PIC 9(02).
           CALL "PROGSIGN" USING WS-OPERADOR
                                  WS-NIVEL-OPER
                                  WS-FIRMA-VALIDA
                                  "PROGCMNT"
           IF NOT FIRMA-VALIDA OR NIVEL-CONSULTA
               DISPLAY "OPERADOR SIN NIVEL DE MANTENIMIENTO, "
                       "TERMINA EL PROCESO"
               IF FIRMA-VALIDA
                   MOVE "CATALOGOS EXIGE NIVEL M O T" TO WS-DETALLE-SEG
                   CALL "PROGSEGL" USING "PROGCMNT" WS-OPERADOR "NEGADO"
                           WS-NIVEL-OPER WS-DETALLE-SEG
               END-IF
               MOVE 08 TO WS-RC-NUEVO
               MOVE "CATALOGOS: OPERADOR SIN NIVEL"
                    TO WS-DESCRIPCION-ERROR
           END-IF
           PERFORM 005-CARGA-DEPTCAT THRU 005-FIN
           PERFORM 006-CARGA-SALBANDA THRU 006-FIN
           PERFORM 013-CARGA-PATRCAT THRU 013-FIN
           DISPLAY "MENU: 1-ALTA DEPTO 2-CAMBIO DEPTO "
                   "3-DESACTIVA DEPTO"
           DISPLAY "      4-ALTA BANDA 5-CAMBIO BANDA 6-BAJA BANDA"
           DISPLAY "      7-ALTA REG PATRONAL 8-CAMBIO REG PATRONAL "
                   "9-DESACTIVA REG PATRONAL"
           ACCEPT WS-OPCION
           EVALUATE WS-OPCION
               WHEN "1"
                   PERFORM 210-CAMBIO-BANDA THRU 210-FIN
               WHEN "6"
                   PERFORM 220-BAJA-BANDA THRU 220-FIN
               WHEN "7"
                   PERFORM 400-ALTA-PATRON THRU 400-FIN
               WHEN "8"
                   PERFORM 410-CAMBIO-PATRON THRU 410-FIN
               WHEN "9"
                   PERFORM 420-DESACTIVA-PATRON THRU 420-FIN
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA: " WS-OPCION
                   MOVE 08 TO WS-RC-NUEVO
               MOVE DC-NOMBRE       TO WS-TD-NOMBRE (WS-NUM-DEPTOS)
               MOVE DC-CENTRO-COSTO TO WS-TD-CENTRO (WS-NUM-DEPTOS)
               MOVE DC-ESTADO       TO WS-TD-ESTADO (WS-NUM-DEPTOS)
               MOVE DC-UBICACION    TO WS-TD-UBICACION (WS-NUM-DEPTOS)
               MOVE DC-ESTADO-FED
                    TO WS-TD-ESTADO-FED (WS-NUM-DEPTOS)
           END-IF
           PERFORM 007-LEE-DEPTO THRU 007-FIN.
       008-FIN.  EXIT.
           PERFORM 011-LEE-BANDA THRU 011-FIN.
       012-FIN.  EXIT.

       013-CARGA-PATRCAT.
           MOVE "N" TO WS-PATRCAT-EOF
           OPEN INPUT PATRCAT-FILE
           IF WS-PATRCAT-STATUS NOT = "00"
               GO TO 013-FIN
           END-IF
           PERFORM 014-LEE-PATRON THRU 014-FIN
           PERFORM 015-GUARDA-PATRON THRU 015-FIN
                   UNTIL PATRCAT-EOF
           CLOSE PATRCAT-FILE.
       013-FIN.  EXIT.

       014-LEE-PATRON.
           READ PATRCAT-FILE
               AT END
                   SET PATRCAT-EOF TO TRUE
           END-READ.
       014-FIN.  EXIT.

       015-GUARDA-PATRON.
           IF WS-NUM-PATRONES LESS 10
               ADD 1 TO WS-NUM-PATRONES
               MOVE PT-CODIGO       TO WS-TP-CODIGO (WS-NUM-PATRONES)
               MOVE PT-REGISTRO-IMSS
                    TO WS-TP-REGISTRO (WS-NUM-PATRONES)
               MOVE PT-ENTIDAD      TO WS-TP-ENTIDAD (WS-NUM-PATRONES)
               MOVE PT-RFC-ENTIDAD  TO WS-TP-RFC (WS-NUM-PATRONES)
               MOVE PT-RAZON-SOCIAL TO WS-TP-RAZON (WS-NUM-PATRONES)
               MOVE PT-ESTADO       TO WS-TP-ESTADO (WS-NUM-PATRONES)
           END-IF
           PERFORM 014-LEE-PATRON THRU 014-FIN.
       015-FIN.  EXIT.

       020-BUSCA-DEPTO.
           MOVE "N" TO WS-HALLADO
           PERFORM 022-COMPARA-DEPTO THRU 022-FIN
           END-IF.
       027-FIN.  EXIT.

       028-BUSCA-PATRON.
           MOVE "N" TO WS-HALLADO
           PERFORM 029-COMPARA-PATRON THRU 029-FIN
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE GREATER WS-NUM-PATRONES
                      OR HALLADO.
       028-FIN.  EXIT.

       029-COMPARA-PATRON.
           IF WS-TP-CODIGO (WS-INDICE) = WS-PATRON-PEDIDO
               SET HALLADO TO TRUE
               MOVE WS-INDICE TO WS-POS
           END-IF.
       029-FIN.  EXIT.

       100-ALTA-DEPTO.
           DISPLAY "CODIGO DEL DEPARTAMENTO NUEVO: "
           ACCEPT WS-CODIGO-PEDIDO
           ACCEPT WS-TD-NOMBRE (WS-NUM-DEPTOS)
           DISPLAY "CENTRO DE COSTO: "
           ACCEPT WS-TD-CENTRO (WS-NUM-DEPTOS)
           DISPLAY "CENTRO DE TRABAJO (UBICACION): "
           ACCEPT WS-TD-UBICACION (WS-NUM-DEPTOS)
           DISPLAY "ESTADO (CLAVE SAT, 3 LETRAS): "
           ACCEPT WS-TD-ESTADO-FED (WS-NUM-DEPTOS)
           IF WS-TD-ESTADO-FED (WS-NUM-DEPTOS) = SPACES
               DISPLAY "EL DEPARTAMENTO NECESITA SU ESTADO - SE "
                       "RECHAZA"
               SUBTRACT 1 FROM WS-NUM-DEPTOS
               MOVE 08 TO WS-RC-NUEVO
               MOVE "CATALOGOS: DEPARTAMENTO SIN ESTADO"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 090-ACTUALIZA-RC THRU 090-FIN
               GO TO 100-FIN
           END-IF
           MOVE "A" TO WS-TD-ESTADO (WS-NUM-DEPTOS)
           PERFORM 300-REESCRIBE-DEPTCAT THRU 300-FIN
           DISPLAY "DEPARTAMENTO AGREGADO: " WS-CODIGO-PEDIDO
           DISPLAY "CENTRO ACTUAL: " WS-TD-CENTRO (WS-POS)
           DISPLAY "NUEVO CENTRO DE COSTO: "
           ACCEPT WS-TD-CENTRO (WS-POS)
           DISPLAY "UBICACION ACTUAL: " WS-TD-UBICACION (WS-POS)
           DISPLAY "NUEVO CENTRO DE TRABAJO: "
           ACCEPT WS-TD-UBICACION (WS-POS)
           DISPLAY "ESTADO ACTUAL: " WS-TD-ESTADO-FED (WS-POS)
           DISPLAY "NUEVO ESTADO (EN BLANCO LO CONSERVA): "
           MOVE SPACES TO WS-ESTADO-FED-NUEVO
           ACCEPT WS-ESTADO-FED-NUEVO
           IF WS-ESTADO-FED-NUEVO NOT = SPACES
               MOVE WS-ESTADO-FED-NUEVO TO WS-TD-ESTADO-FED (WS-POS)
           END-IF
           PERFORM 300-REESCRIBE-DEPTCAT THRU 300-FIN
           DISPLAY "DEPARTAMENTO MODIFICADO: " WS-CODIGO-PEDIDO
           CALL "PROGAUDT" USING "DEPCAM" WS-NUMERO-CERO
           MOVE WS-TD-NOMBRE (WS-INDICE) TO DC-NOMBRE
           MOVE WS-TD-CENTRO (WS-INDICE) TO DC-CENTRO-COSTO
           MOVE WS-TD-ESTADO (WS-INDICE) TO DC-ESTADO
           MOVE WS-TD-UBICACION (WS-INDICE) TO DC-UBICACION
           MOVE WS-TD-ESTADO-FED (WS-INDICE) TO DC-ESTADO-FED
           WRITE DC-REGISTRO.
       305-FIN.  EXIT.

           WRITE SB-REGISTRO.
       315-FIN.  EXIT.

       320-REESCRIBE-PATRCAT.
           OPEN OUTPUT PATRCAT-FILE
           PERFORM 325-ESCRIBE-PATRON THRU 325-FIN
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE GREATER WS-NUM-PATRONES
           CLOSE PATRCAT-FILE.
       320-FIN.  EXIT.

       325-ESCRIBE-PATRON.
           MOVE WS-TP-CODIGO (WS-INDICE)   TO PT-CODIGO
           MOVE WS-TP-REGISTRO (WS-INDICE) TO PT-REGISTRO-IMSS
           MOVE WS-TP-ENTIDAD (WS-INDICE)  TO PT-ENTIDAD
           MOVE WS-TP-RFC (WS-INDICE)      TO PT-RFC-ENTIDAD
           MOVE WS-TP-RAZON (WS-INDICE)    TO PT-RAZON-SOCIAL
           MOVE WS-TP-ESTADO (WS-INDICE)   TO PT-ESTADO
           WRITE PT-REGISTRO.
       325-FIN.  EXIT.

      *> EL ALTA DE UN REGISTRO PATRONAL PIDE EL REGISTRO DEL IMSS Y
      *> LA ENTIDAD. SI LA ENTIDAD YA EXISTE EN EL CATALOGO, EL RFC Y
      *> LA RAZON SOCIAL SE TOMAN DE ELLA (TODOS LOS REGISTROS DE UNA
      *> ENTIDAD DICEN LO MISMO); SI ES NUEVA, SE CAPTURAN.
       400-ALTA-PATRON.
           DISPLAY "CODIGO DEL REGISTRO PATRONAL NUEVO: "
           ACCEPT WS-PATRON-PEDIDO
           PERFORM 028-BUSCA-PATRON THRU 028-FIN
           IF HALLADO OR WS-PATRON-PEDIDO = SPACES
               DISPLAY "EL CODIGO YA ESTA EN EL CATALOGO O VIENE "
                       "EN BLANCO"
               MOVE 08 TO WS-RC-NUEVO
               MOVE "CATALOGOS: EL REG PATRONAL YA EXISTE"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 090-ACTUALIZA-RC THRU 090-FIN
               GO TO 400-FIN
           END-IF
           IF WS-NUM-PATRONES NOT LESS 10
               DISPLAY "EL CATALOGO ESTA LLENO"
               MOVE 08 TO WS-RC-NUEVO
               MOVE "CATALOGOS: CATALOGO DE PATRONES LLENO"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 090-ACTUALIZA-RC THRU 090-FIN
               GO TO 400-FIN
           END-IF
           ADD 1 TO WS-NUM-PATRONES
           MOVE WS-NUM-PATRONES TO WS-POS
           MOVE WS-PATRON-PEDIDO TO WS-TP-CODIGO (WS-POS)
           DISPLAY "REGISTRO PATRONAL DEL IMSS (11 POSICIONES): "
           ACCEPT WS-TP-REGISTRO (WS-POS)
           DISPLAY "ENTIDAD LEGAL (2 POSICIONES): "
           ACCEPT WS-TP-ENTIDAD (WS-POS)
           PERFORM 430-DATOS-ENTIDAD THRU 430-FIN
           MOVE "A" TO WS-TP-ESTADO (WS-POS)
           PERFORM 320-REESCRIBE-PATRCAT THRU 320-FIN
           DISPLAY "REGISTRO PATRONAL AGREGADO: " WS-PATRON-PEDIDO
           CALL "PROGAUDT" USING "PATALT" WS-NUMERO-CERO
                                  WS-OPERADOR.
       400-FIN.  EXIT.

      *> EL CAMBIO CORRIGE EL REGISTRO DEL IMSS O LA ENTIDAD. EL RFC Y
      *> LA RAZON SOCIAL SON DE LA ENTIDAD: SI SE CAPTURAN DE NUEVO,
      *> SE COPIAN A TODOS LOS REGISTROS DE ESA ENTIDAD.
       410-CAMBIO-PATRON.
           DISPLAY "CODIGO DEL REGISTRO PATRONAL A MODIFICAR: "
           ACCEPT WS-PATRON-PEDIDO
           PERFORM 028-BUSCA-PATRON THRU 028-FIN
           IF NOT HALLADO
               DISPLAY "NO ESTA EN EL CATALOGO: " WS-PATRON-PEDIDO
               MOVE 08 TO WS-RC-NUEVO
               MOVE "CATALOGOS: REG PATRONAL NO EXISTE"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 090-ACTUALIZA-RC THRU 090-FIN
               GO TO 410-FIN
           END-IF
           DISPLAY "REGISTRO IMSS ACTUAL: " WS-TP-REGISTRO (WS-POS)
           DISPLAY "NUEVO REGISTRO IMSS: "
           ACCEPT WS-TP-REGISTRO (WS-POS)
           MOVE WS-TP-ENTIDAD (WS-POS) TO WS-ENTIDAD-ANTES
           DISPLAY "ENTIDAD ACTUAL: " WS-TP-ENTIDAD (WS-POS)
                   " " WS-TP-RAZON (WS-POS)
           DISPLAY "NUEVA ENTIDAD: "
           ACCEPT WS-TP-ENTIDAD (WS-POS)
           IF WS-TP-ENTIDAD (WS-POS) NOT = WS-ENTIDAD-ANTES
               PERFORM 430-DATOS-ENTIDAD THRU 430-FIN
           ELSE
               DISPLAY "RFC ACTUAL: " WS-TP-RFC (WS-POS)
               DISPLAY "NUEVO RFC DE LA ENTIDAD: "
               ACCEPT WS-TP-RFC (WS-POS)
               DISPLAY "NUEVA RAZON SOCIAL: "
               ACCEPT WS-TP-RAZON (WS-POS)
               PERFORM 435-COPIA-ENTIDAD THRU 435-FIN
                       VARYING WS-INDICE FROM 1 BY 1
                       UNTIL WS-INDICE GREATER WS-NUM-PATRONES
           END-IF
           PERFORM 320-REESCRIBE-PATRCAT THRU 320-FIN
           DISPLAY "REGISTRO PATRONAL MODIFICADO: " WS-PATRON-PEDIDO
           CALL "PROGAUDT" USING "PATCAM" WS-NUMERO-CERO
                                  WS-OPERADOR.
       410-FIN.  EXIT.

      *> DESACTIVAR UN REGISTRO PATRONAL EXIGE QUE YA NO TENGA
      *> EMPLEADOS ACTIVOS: PRIMERO SE TRASLADAN A OTRO REGISTRO (LO
      *> QUE AL IMSS SE AVISA COMO BAJA Y ALTA), LUEGO SE APAGA.
       420-DESACTIVA-PATRON.
           DISPLAY "CODIGO DEL REGISTRO PATRONAL A DESACTIVAR: "
           ACCEPT WS-PATRON-PEDIDO
           PERFORM 028-BUSCA-PATRON THRU 028-FIN
           IF NOT HALLADO
               DISPLAY "NO ESTA EN EL CATALOGO: " WS-PATRON-PEDIDO
               MOVE 08 TO WS-RC-NUEVO
               MOVE "CATALOGOS: REG PATRONAL NO EXISTE"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 090-ACTUALIZA-RC THRU 090-FIN
               GO TO 420-FIN
           END-IF
           PERFORM 440-CUENTA-ACTIVOS-PAT THRU 440-FIN
           IF WS-ACTIVOS-PATRON GREATER ZERO
               DISPLAY "EL REGISTRO TODAVIA TIENE "
                       WS-ACTIVOS-PATRON " EMPLEADOS ACTIVOS - NO "
                       "SE DESACTIVA"
               MOVE 08 TO WS-RC-NUEVO
               MOVE "CATALOGOS: REG PATRONAL CON ACTIVOS"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 090-ACTUALIZA-RC THRU 090-FIN
               GO TO 420-FIN
           END-IF
           MOVE "I" TO WS-TP-ESTADO (WS-POS)
           PERFORM 320-REESCRIBE-PATRCAT THRU 320-FIN
           DISPLAY "REGISTRO PATRONAL DESACTIVADO: " WS-PATRON-PEDIDO
           CALL "PROGAUDT" USING "PATBAJ" WS-NUMERO-CERO
                                  WS-OPERADOR.
       420-FIN.  EXIT.

      *> RFC Y RAZON SOCIAL DEL RENGLON WS-POS: LOS DE OTRO REGISTRO
      *> DE LA MISMA ENTIDAD SI YA LO HAY, CAPTURADOS SI LA ENTIDAD
      *> ES NUEVA.
       430-DATOS-ENTIDAD.
           MOVE "N" TO WS-ENTIDAD-HALLADA
           PERFORM 432-BUSCA-ENTIDAD THRU 432-FIN
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE GREATER WS-NUM-PATRONES
                      OR ENTIDAD-HALLADA
           IF ENTIDAD-HALLADA
               MOVE WS-TP-RFC (WS-ENTIDAD-POS)   TO WS-TP-RFC (WS-POS)
               MOVE WS-TP-RAZON (WS-ENTIDAD-POS)
                    TO WS-TP-RAZON (WS-POS)
               DISPLAY "ENTIDAD EXISTENTE: " WS-TP-RAZON (WS-POS)
           ELSE
               DISPLAY "RFC DE LA ENTIDAD NUEVA: "
               ACCEPT WS-TP-RFC (WS-POS)
               DISPLAY "RAZON SOCIAL: "
               ACCEPT WS-TP-RAZON (WS-POS)
           END-IF.
       430-FIN.  EXIT.

       432-BUSCA-ENTIDAD.
           IF WS-INDICE NOT = WS-POS
              AND WS-TP-ENTIDAD (WS-INDICE) = WS-TP-ENTIDAD (WS-POS)
               SET ENTIDAD-HALLADA TO TRUE
               MOVE WS-INDICE TO WS-ENTIDAD-POS
           END-IF.
       432-FIN.  EXIT.

       435-COPIA-ENTIDAD.
           IF WS-TP-ENTIDAD (WS-INDICE) = WS-TP-ENTIDAD (WS-POS)
               MOVE WS-TP-RFC (WS-POS)   TO WS-TP-RFC (WS-INDICE)
               MOVE WS-TP-RAZON (WS-POS) TO WS-TP-RAZON (WS-INDICE)
           END-IF.
       435-FIN.  EXIT.

      *> UN EMPLEADO SIN REGISTRO (ESPACIOS) ES DEL 01.
       440-CUENTA-ACTIVOS-PAT.
           MOVE ZERO TO WS-ACTIVOS-PATRON
           OPEN INPUT EMPMAST-FILE
           IF WS-EMPMAST-STATUS NOT = "00"
               GO TO 440-FIN
           END-IF
           MOVE ZEROS TO EM-NUMERO
           START EMPMAST-FILE KEY IS NOT LESS THAN EM-NUMERO
               INVALID KEY
                   MOVE "10" TO WS-EMPMAST-STATUS
           END-START
           PERFORM 445-REVISA-ACTIVO-PAT THRU 445-FIN
                   UNTIL WS-EMPMAST-STATUS NOT = "00"
           CLOSE EMPMAST-FILE.
       440-FIN.  EXIT.

       445-REVISA-ACTIVO-PAT.
           READ EMPMAST-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-EMPMAST-STATUS
                   GO TO 445-FIN
           END-READ
           IF EM-REG-PATRONAL = SPACES
               MOVE "01" TO EM-REG-PATRONAL
           END-IF
           IF EM-ACTIVO AND EM-REG-PATRONAL = WS-PATRON-PEDIDO
               ADD 1 TO WS-ACTIVOS-PATRON
           END-IF.
       445-FIN.  EXIT.

      *> ELEVA WS-CODIGO-RETORNO A WS-RC-NUEVO SI ESTE ES MAS SEVERO,
      *> CON CONSTANCIA EN LA BITACORA COMUN DE ERRORES (ERRLOG).
       090-ACTUALIZA-RC.
