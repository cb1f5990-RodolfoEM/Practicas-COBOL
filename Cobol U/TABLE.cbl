      *>             (INCLUIDOS SU ESTADO Y SUS FECHAS DE
      *>             ALTA/BAJA), REFRESCANDO SOLO NOMBRE,
      *>             DEPARTAMENTO Y SALARIO.
      *> 2026-10-15  EL ALTA NUEVA DE LA CARGA ARRANCA COMO PLANTA
      *>             (TIPO DE CONTRATO EN ESPACIOS, SIN FECHA DE FIN);
      *>             EL REEMPLAZO CONSERVA EL CONTRATO DEL EMPLEADO
      *>             EXISTENTE. LAS IMAGENES CRECEN A 135, PAREJO CON
      *>             EMPREC.
      *> 2026-10-15  EL ALTA NUEVA DE LA CARGA ENTRA SIN SUPERVISOR
      *>             (EM-SUPERVISOR EN CERO); EL REEMPLAZO CONSERVA EL
      *>             DEL EMPLEADO EXISTENTE. LAS IMAGENES CRECEN A 140.
      *> 2026-10-15  EL ALTA NUEVA DE LA CARGA ENTRA EN EL GRUPO DE
      *>             PAGO MENSUAL (EM-GRUPO-PAGO EN ESPACIOS); EL
      *>             REEMPLAZO CONSERVA EL DEL EMPLEADO EXISTENTE. LAS
      *>             IMAGENES CRECEN A 141.
      *> 2026-10-15  EL ALTA NUEVA DE LA CARGA ENTRA EN EL REGISTRO
      *>             PATRONAL 01 (EM-REG-PATRONAL EN ESPACIOS); EL
      *>             REEMPLAZO CONSERVA EL DEL EMPLEADO EXISTENTE. LAS
      *>             IMAGENES CRECEN A 143.
      *> 2026-10-15  LA FIRMA DE LA BUSQUEDA PASA EL NOMBRE DEL PROGRAMA
      *>             A PROGSIGN PARA LA BITACORA DE SEGURIDAD (SEGLOG).
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
       01  WS-POLITICA-DUPLICADO.
           05 WS-MODO-REEMPLAZO   PIC X(01)      VALUE "N".
               88 MODO-REEMPLAZO                 VALUE "S".
           05 WS-REGISTRO-ENTRANTE PIC X(143).
           05 WS-SALARIO-ANTERIOR PIC 9(05)V99.
           05 WS-SALARIO-ANT-ED   PIC ZZ,ZZ9.99.
           05 WS-SALARIO-NVO-ED   PIC ZZ,ZZ9.99.
           05 WS-EX-MOTIVO-BAJA   PIC X(02).
           05 WS-EX-BANCO         PIC X(03).
           05 WS-EX-CLABE         PIC X(18).
           05 WS-EX-GRUPO-PAGO    PIC X(01).
           05 WS-EX-REG-PATRONAL  PIC X(02).

       01  WS-IMAGENES-AUDITORIA.
           05 WS-IMAGEN-ANTES     PIC X(143).
           05 WS-IMAGEN-DESPUES   PIC X(143).

       01  WS-FIRMA-OPERADOR.
           05 WS-OPERADOR         PIC X(08)      VALUE "CICLO   ".
               CALL "PROGSIGN" USING WS-OPERADOR
                                      WS-NIVEL-OPER
                                      WS-FIRMA-VALIDA
                                      "PROGTABL"
               IF NOT FIRMA-VALIDA
                   DISPLAY "SIN FIRMA DE OPERADOR VALIDA; SE OMITE "
                           "LA BUSQUEDA"
      *> EMPCARGA SOLO TRAE NUMERO/NOMBRE/DEPARTAMENTO/SALARIO; EL
      *> RESTO DEL REGISTRO ARRANCA EN BLANCO PARA QUE EL ALTA NO
      *> GRABE EL RESIDUO QUE EL AREA TRAIGA DEL REGISTRO ANTERIOR
      *> (RFC, CURP, PUESTO, MOTIVO DE BAJA, BANCO, CLABE Y
      *> CONTRATO, QUE ASI QUEDA COMO PLANTA; SIN SUPERVISOR; GRUPO
      *> DE PAGO EN ESPACIOS, QUE ES MENSUAL; REGISTRO PATRONAL EN
      *> ESPACIOS, QUE ES EL 01).
           MOVE SPACES TO EM-RFC
                          EM-CURP
                          EM-PUESTO
                          EM-MOTIVO-BAJA
                          EM-BANCO
                          EM-CLABE
                          EM-TIPO-CONTRATO
                          EM-GRUPO-PAGO
                          EM-REG-PATRONAL
           MOVE ZERO TO EM-FIN-CONTRATO
                        EM-SUPERVISOR
           PERFORM 023-VALIDA-DEPTO THRU 023-FIN
           IF NOT DEPTO-VALIDO
               DISPLAY "DEPARTAMENTO NO CATALOGADO PARA EL EMPLEADO: "
           MOVE EM-MOTIVO-BAJA TO WS-EX-MOTIVO-BAJA
           MOVE EM-BANCO       TO WS-EX-BANCO
           MOVE EM-CLABE       TO WS-EX-CLABE
           MOVE EM-GRUPO-PAGO  TO WS-EX-GRUPO-PAGO
           MOVE EM-REG-PATRONAL TO WS-EX-REG-PATRONAL
           MOVE WS-REGISTRO-ENTRANTE TO EMPMAST-RECORD
           MOVE EM-SALARIO     TO WS-SALARIO-NVO-ED
           MOVE SPACES TO CTLCARGA-LINEA
               MOVE WS-EX-MOTIVO-BAJA TO EM-MOTIVO-BAJA
               MOVE WS-EX-BANCO       TO EM-BANCO
               MOVE WS-EX-CLABE       TO EM-CLABE
               MOVE WS-EX-GRUPO-PAGO  TO EM-GRUPO-PAGO
               MOVE WS-EX-REG-PATRONAL TO EM-REG-PATRONAL
               REWRITE EMPMAST-RECORD
               IF WS-EMPMAST-STATUS = "00"
                   CALL "PROGAUDT" USING "CAMBIO" EM-NUMERO
