      *>             HISTORICO (EMPHIST): UN RETORNADO NO SE RECHAZA
      *>             PERO SE AVISA, PORQUE EL LOTE LO GRABARA COMO
      *>             RECONTRATACION CON SU ANTIGUEDAD ORIGINAL.
      *> 2026-10-15  EL ALTA DEBE TRAER UN CONTRATO VALIDO (TIPO
      *>             P/E/O Y FECHA DE FIN CONGRUENTE, VIA PROGVCON);
      *>             EL CAMBIO SOLO LO VALIDA SI TRAE TIPO O FECHA,
      *>             Y UNA FECHA SOLA SE VALIDA CONTRA EL TIPO QUE EL
      *>             EMPLEADO YA TIENE. GOTTRANS CRECE A 138.
      *> 2026-10-15  ALTA Y CAMBIO VALIDAN EL SUPERVISOR QUE TRAIGAN
      *>             (TR-SUPERVISOR): DEBE EXISTIR, ESTAR ACTIVO, NO
      *>             SER EL MISMO EMPLEADO NI CERRAR UN CICLO EN LA
      *>             LINEA DE MANDO. GOTTRANS CRECE A 143.
      *> 2026-10-15  ALTA Y CAMBIO VALIDAN EL GRUPO DE PAGO QUE TRAIGAN
      *>             (TR-GRUPO-PAGO: S, Q, M O ESPACIOS). GOTLIMPI
      *>             CRECE A 144 CON GOTTRANS-REGISTRO.
      *> 2026-10-15  ALTA Y TRASLADO VALIDAN EL REGISTRO PATRONAL QUE
      *>             TRAIGAN (TR-REG-PATRONAL) CONTRA EL CATALOGO
      *>             PATRCAT VIA PROGVPAT; ESPACIOS ES EL 01 EN EL
      *>             ALTA Y CONSERVA EL ACTUAL EN EL TRASLADO. GOTLIMPI
      *>             CRECE A 146 CON GOTTRANS-REGISTRO.
      *> 2026-10-15  EL ALTA DEBE CITAR UNA REQUISICION APROBADA DEL
      *>             ARCHIVO REQUISIC PARA SU DEPARTAMENTO Y PUESTO
      *>             (TR-REQUISICION, VIA PROGVREQ); EL MOTIVO DE
      *>             PROGVREQ VA AL RECHAZO. AQUI SOLO SE VALIDA: LA
      *>             CIERRA PROGGOTD AL GRABAR EL ALTA. GOTLIMPI
      *>             CRECE A 152 CON GOTTRANS-REGISTRO.
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
       COPY GOTTREC.

       FD  GOTLIMPI-FILE.
       01  GOTLIMPI-REGISTRO       PIC X(152).

       FD  GOTRECHZ-FILE.
       COPY RCHTREC.
           05 WS-LIM-HASH         PIC 9(10)      VALUE ZERO.
           05 WS-RCH-CUENTA       PIC 9(05)      VALUE ZERO.
           05 WS-RCH-HASH         PIC 9(10)      VALUE ZERO.
           05 WS-TRAILER-ARMADO   PIC X(152).

       01  WS-VALIDA-DEPTO.
           05 WS-DEPTO-NOMBRE     PIC X(20).
           05 WS-PLAZA-PUESTO     PIC X(04).
           05 WS-PLAZAS-OCUPADAS  PIC 9(03).

       01  WS-VALIDA-REQUISICION.
           05 WS-REQ-VALIDO       PIC X(01)      VALUE "N".
               88 REQUISICION-VALIDA             VALUE "S".
           05 WS-REQ-MOTIVO       PIC X(30).

       01  WS-VALIDA-MOTIVO.
           05 WS-MOTIVO-DESC      PIC X(20).
           05 WS-MOTIVO-VALIDO    PIC X(01)      VALUE "N".
           05 WS-CLABE-VALIDA     PIC X(01)      VALUE "N".
               88 CLABE-VALIDA                   VALUE "S".

       01  WS-VALIDA-PATRON.
           05 WS-PATRON-CODIGO    PIC X(02).
           05 WS-PATRON-ENTIDAD   PIC X(02).
           05 WS-PATRON-RAZON     PIC X(30).
           05 WS-PATRON-VALIDO    PIC X(01)      VALUE "N".
               88 PATRON-VALIDO                  VALUE "S".

       01  WS-VALIDA-CONTRATO.
           05 WS-CONTRATO-VALIDO  PIC X(01)      VALUE "N".
               88 CONTRATO-VALIDO                VALUE "S".
           05 WS-CONTRATO-MOTIVO  PIC X(30).
           05 WS-CONTRATO-HOY     PIC 9(08).
           05 WS-TIPO-CONTRATO    PIC X(01).
           05 WS-FIN-CONTRATO     PIC X(08).

       01  WS-VALIDA-SUPERVISOR.
           05 WS-SUPERVISOR-NUEVO PIC X(05).
           05 WS-SUPERVISOR-NUM REDEFINES WS-SUPERVISOR-NUEVO
                                  PIC 9(05).
           05 WS-SUP-NIVELES      PIC 9(03).

       01  WS-RECONTRATACION.
           05 WS-EMPHIST-STATUS   PIC X(02).
           05 WS-ES-RECONTRATACION PIC X(01)     VALUE "N".
               MOVE "N" TO WS-TRANSACCION-OK
               GO TO 030-FIN
           END-IF
      *> UN TRASLADO QUE SOLO CAMBIA EL REGISTRO PATRONAL PUEDE TRAER
      *> EL DEPARTAMENTO EN ESPACIOS (CONSERVA EL ACTUAL).
           IF TR-OPCION = 1 OR = 3
              OR (TR-OPCION = 6
                  AND (TR-DEPARTAMENTO NOT = SPACES
                       OR TR-REG-PATRONAL = SPACES))
               CALL "PROGVDEP" USING TR-DEPARTAMENTO
                                      WS-DEPTO-NOMBRE
                                      WS-DEPTO-VALIDO
                   MOVE "N" TO WS-TRANSACCION-OK
                   GO TO 030-FIN
               END-IF
      *> EL ALTA DEBE CITAR UNA REQUISICION APROBADA DE SU MISMO
      *> DEPARTAMENTO Y PUESTO; SOLO SE VALIDA, NO SE CIERRA.
               CALL "PROGVREQ" USING "V" TR-REQUISICION
                                      TR-DEPARTAMENTO
                                      TR-PUESTO
                                      TR-NUMERO
                                      WS-REQ-VALIDO
                                      WS-REQ-MOTIVO
               IF NOT REQUISICION-VALIDA
                   MOVE WS-REQ-MOTIVO TO WS-MOTIVO
                   MOVE "N" TO WS-TRANSACCION-OK
                   GO TO 030-FIN
               END-IF
      *> UN RFC/CURP QUE VIVE EN EL MAESTRO HISTORICO ES UN
      *> RETORNADO: NO SE RECHAZA (EL LOTE LO GRABARA COMO
      *> RECONTRATACION), PERO SE AVISA DESDE EL PRE-EDITOR.
               IF NOT CLABE-VALIDA
                   MOVE "CLABE INVALIDA" TO WS-MOTIVO
                   MOVE "N" TO WS-TRANSACCION-OK
                   GO TO 030-FIN
               END-IF
           END-IF
      *> EL REGISTRO PATRONAL DEBE ESTAR EN PATRCAT Y ACTIVO; EN EL
      *> ALTA ESPACIOS ES EL 01 Y EN EL TRASLADO CONSERVA EL ACTUAL.
           IF TR-OPCION = 1
              OR (TR-OPCION = 6 AND TR-REG-PATRONAL NOT = SPACES)
               MOVE TR-REG-PATRONAL TO WS-PATRON-CODIGO
               CALL "PROGVPAT" USING WS-PATRON-CODIGO
                                      WS-PATRON-ENTIDAD
                                      WS-PATRON-RAZON
                                      WS-PATRON-VALIDO
               IF NOT PATRON-VALIDO
                   MOVE "REGISTRO PATRONAL INVALIDO" TO WS-MOTIVO
                   MOVE "N" TO WS-TRANSACCION-OK
                   GO TO 030-FIN
               END-IF
           END-IF
      *> EL GRUPO DE PAGO SOLO PUEDE SER S, Q O M; ESPACIOS ES MENSUAL
      *> EN EL ALTA Y CONSERVA EL ACTUAL EN EL CAMBIO.
           IF TR-OPCION = 1 OR = 3
               IF TR-GRUPO-PAGO NOT = SPACE
                  AND TR-GRUPO-PAGO NOT = "S"
                  AND TR-GRUPO-PAGO NOT = "Q"
                  AND TR-GRUPO-PAGO NOT = "M"
                   MOVE "GRUPO DE PAGO INVALIDO" TO WS-MOTIVO
                   MOVE "N" TO WS-TRANSACCION-OK
                   GO TO 030-FIN
               END-IF
               PERFORM 060-VALIDA-CONTRATO THRU 060-FIN
               IF NOT TRANSACCION-OK
                   GO TO 030-FIN
               END-IF
               PERFORM 065-VALIDA-SUPERVISOR THRU 065-FIN
           END-IF.
       030-FIN.  EXIT.

      *> EL ALTA DEBE TRAER UN CONTRATO VALIDO (VIA PROGVCON). EN EL
      *> CAMBIO, TIPO EN ESPACIOS Y FIN EN ESPACIOS O CEROS CONSERVAN
      *> EL CONTRATO; UNA FECHA SOLA SE VALIDA CONTRA EL TIPO QUE EL
      *> EMPLEADO YA TIENE EN EL MAESTRO (LEIDO EN 040; UN TIPO EN
      *> ESPACIOS AHI ES PLANTA).
       060-VALIDA-CONTRATO.
           MOVE TR-TIPO-CONTRATO      TO WS-TIPO-CONTRATO
           MOVE TR-FIN-CONTRATO (1:8) TO WS-FIN-CONTRATO
           IF WS-FIN-CONTRATO = SPACES
               MOVE ZERO TO WS-FIN-CONTRATO
           END-IF
           IF TR-OPCION = 3 AND WS-TIPO-CONTRATO = SPACE
               IF WS-FIN-CONTRATO = ZERO
                   GO TO 060-FIN
               END-IF
               MOVE EM-TIPO-CONTRATO TO WS-TIPO-CONTRATO
               IF WS-TIPO-CONTRATO = SPACE
                   MOVE "P" TO WS-TIPO-CONTRATO
               END-IF
           END-IF
           ACCEPT WS-CONTRATO-HOY FROM DATE YYYYMMDD
           CALL "PROGVCON" USING WS-TIPO-CONTRATO
                                  WS-FIN-CONTRATO
                                  WS-CONTRATO-HOY
                                  WS-CONTRATO-MOTIVO
                                  WS-CONTRATO-VALIDO
           IF NOT CONTRATO-VALIDO
               MOVE WS-CONTRATO-MOTIVO TO WS-MOTIVO
               MOVE "N" TO WS-TRANSACCION-OK
           END-IF.
       060-FIN.  EXIT.

      *> UN SUPERVISOR EN ESPACIOS O CEROS ES LA PUNTA DE LA
      *> ORGANIZACION EN EL ALTA Y CONSERVA EL ACTUAL EN EL CAMBIO.
      *> UNO TECLEADO DEBE EXISTIR EN EL MAESTRO, ESTAR ACTIVO, NO SER
      *> EL MISMO EMPLEADO Y SU LINEA DE MANDO HACIA ARRIBA NO DEBE
      *> PASAR POR EL EMPLEADO (UN CICLO). ES LA ULTIMA REGLA: YA NADIE
      *> USA DESPUES EL REGISTRO DEL EMPLEADO LEIDO EN 040.
       065-VALIDA-SUPERVISOR.
           MOVE TR-SUPERVISOR (1:5) TO WS-SUPERVISOR-NUEVO
           IF WS-SUPERVISOR-NUEVO = SPACES OR ZERO
               GO TO 065-FIN
           END-IF
           IF WS-SUPERVISOR-NUEVO IS NOT NUMERIC
               MOVE "NUMERO DE SUPERVISOR INVALIDO" TO WS-MOTIVO
               MOVE "N" TO WS-TRANSACCION-OK
               GO TO 065-FIN
           END-IF
           IF WS-SUPERVISOR-NUM = TR-NUMERO
               MOVE "ES SU PROPIO SUPERVISOR" TO WS-MOTIVO
               MOVE "N" TO WS-TRANSACCION-OK
               GO TO 065-FIN
           END-IF
           MOVE WS-SUPERVISOR-NUM TO EM-NUMERO
           READ EMPMAST-FILE
               INVALID KEY
                   MOVE "NO EXISTE EL SUPERVISOR" TO WS-MOTIVO
                   MOVE "N" TO WS-TRANSACCION-OK
                   GO TO 065-FIN
           END-READ
           IF EM-INACTIVO
               MOVE "EL SUPERVISOR ESTA DADO DE BAJA" TO WS-MOTIVO
               MOVE "N" TO WS-TRANSACCION-OK
               GO TO 065-FIN
           END-IF
           MOVE ZERO TO WS-SUP-NIVELES
           PERFORM 066-SUBE-LINEA-MANDO THRU 066-FIN
                   UNTIL EM-SUPERVISOR = ZERO
                      OR NOT TRANSACCION-OK.
       065-FIN.  EXIT.

      *> UN NIVEL HACIA ARRIBA EN LA LINEA DE MANDO: LLEGAR AL PROPIO
      *> EMPLEADO (O PASAR DE 100 NIVELES, UN CICLO YA EXISTENTE MAS
      *> ARRIBA) RECHAZA LA TRANSACCION; UN JEFE QUE YA NO EXISTE EN EL
      *> MAESTRO CORTA LA LINEA SIN CICLO.
       066-SUBE-LINEA-MANDO.
           IF EM-SUPERVISOR = TR-NUMERO
              OR WS-SUP-NIVELES NOT LESS 100
               MOVE "LA LINEA DE MANDO HARIA UN CICLO" TO WS-MOTIVO
               MOVE "N" TO WS-TRANSACCION-OK
               GO TO 066-FIN
           END-IF
           ADD 1 TO WS-SUP-NIVELES
           MOVE EM-SUPERVISOR TO EM-NUMERO
           READ EMPMAST-FILE
               INVALID KEY
                   MOVE ZERO TO EM-SUPERVISOR
           END-READ.
       066-FIN.  EXIT.

      *> REVISA CONTRA EL MAESTRO LO QUE LA OPCION EXIGE DEL NUMERO:
      *> EL ALTA PIDE QUE NO EXISTA, BAJA/CAMBIO QUE EXISTA Y ESTE
      *> ACTIVO, Y REACTIVA QUE EXISTA Y ESTE INACTIVO.
