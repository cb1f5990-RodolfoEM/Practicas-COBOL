      *> DIA); PARA RESOMETERLO COMO LOTE HAY QUE AGREGARLE SU
      *> REGISTRO DE CIERRE, COMO A CUALQUIER GOTTRANS ARMADO A
      *> MANO. MISMO PATRON DE OPEN EXTEND POR LLAMADA QUE PROGAUDT.
      *> ------------------------------------------------------
      *> MODIFICACIONES:
      *> 2026-10-15  LA IMAGEN DEL EMPLEADO Y EL RENGLON GOTTRANS
      *>             CARGAN EL CONTRATO (TIPO Y FECHA DE FIN) Y EL
      *>             SUPERVISOR.
      *> 2026-10-15  LA IMAGEN DEL EMPLEADO Y EL RENGLON GOTTRANS
      *>             CARGAN EL GRUPO DE PAGO.
      *> 2026-10-15  LA IMAGEN DEL EMPLEADO (AHORA DE 143) Y EL
      *>             RENGLON GOTTRANS CARGAN EL REGISTRO PATRONAL.
      *> 2026-10-15  SE RECIBE LA REQUISICION QUE CUBRE EL ALTA, QUE
      *>             VA A TR-REQUISICION (CERO EN LOS DEMAS
      *>             MOVIMIENTOS).
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
           05 WS-IE-MOTIVO-BAJA    PIC X(02).
           05 WS-IE-BANCO          PIC X(03).
           05 WS-IE-CLABE          PIC X(18).
           05 WS-IE-TIPO-CONTRATO  PIC X(01).
           05 WS-IE-FIN-CONTRATO   PIC 9(08).
           05 WS-IE-SUPERVISOR     PIC 9(05).
           05 WS-IE-GRUPO-PAGO     PIC X(01).
           05 WS-IE-REG-PATRONAL   PIC X(02).

       LINKAGE SECTION.
       01  ENT-OPCION              PIC 9(01).
       01  ENT-IMAGEN              PIC X(143).
       01  ENT-FORZADA             PIC X(01).
       01  ENT-MOTIVO              PIC X(02).
       01  ENT-REQUISICION         PIC 9(06).

       PROCEDURE DIVISION USING ENT-OPCION
                                 ENT-IMAGEN
                                 ENT-FORZADA
                                 ENT-MOTIVO
                                 ENT-REQUISICION.
       010-RAIZ.
           OPEN EXTEND GOTCONSL-FILE
           MOVE ENT-IMAGEN TO WS-IMAGEN-EMPLEADO
           MOVE ENT-MOTIVO        TO TR-MOTIVO-BAJA
           MOVE WS-IE-BANCO       TO TR-BANCO
           MOVE WS-IE-CLABE       TO TR-CLABE
           MOVE WS-IE-TIPO-CONTRATO TO TR-TIPO-CONTRATO
           MOVE WS-IE-FIN-CONTRATO TO TR-FIN-CONTRATO
           MOVE WS-IE-SUPERVISOR  TO TR-SUPERVISOR
           MOVE WS-IE-GRUPO-PAGO  TO TR-GRUPO-PAGO
           MOVE WS-IE-REG-PATRONAL TO TR-REG-PATRONAL
           MOVE ENT-REQUISICION   TO TR-REQUISICION
           WRITE GOTTRANS-REGISTRO
           CLOSE GOTCONSL-FILE
           GOBACK.
