      *>             DESBORDE (APROBDES) Y REGRESA INTACTO A LA
      *>             COLA, EN VEZ DE TRUNCARSE CON SOLO UNA
      *>             ADVERTENCIA.
      *> 2026-10-15  LA IMAGEN DEL EMPLEADO CRECE A 135 CON EL TIPO Y
      *>             LA FECHA DE FIN DE CONTRATO DE EMPREC.
      *> 2026-10-15  APROBDES Y LA TABLA DE LA COLA SIGUEN EL LARGO
      *>             DE AP-REGISTRO (176): LA IMAGEN RETENIDA CRECIO
      *>             CON EL CONTRATO Y EL SUPERVISOR DEL EMPLEADO.
      *> 2026-10-15  UNA BAJA APROBADA APLICADA LISTA A LOS ACTIVOS
      *>             QUE LA TENIAN COMO SUPERVISOR Y QUEDAN SIN JEFE
      *>             (RC 04). LA VISTA DE LA IMAGEN RETENIDA CUBRE LOS
      *>             140 DE EMPMAST-RECORD.
      *> 2026-10-15  APROBDES Y LA TABLA DE LA COLA SIGUEN EL LARGO
      *>             DE AP-REGISTRO (177) Y LA VISTA DE LA IMAGEN
      *>             RETENIDA CUBRE LOS 141 DE EMPMAST-RECORD: EL
      *>             EMPLEADO GANO EL GRUPO DE PAGO.
      *> 2026-10-15  APROBDES Y LA TABLA DE LA COLA SIGUEN EL LARGO
      *>             DE AP-REGISTRO (179) Y LA VISTA DE LA IMAGEN
      *>             RETENIDA CUBRE LOS 143 DE EMPMAST-RECORD: EL
      *>             EMPLEADO GANO EL REGISTRO PATRONAL.
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
       01  RPTAPRO-LINEA            PIC X(80).

       FD  APROBDES-FILE.
       01  APROBDES-REGISTRO        PIC X(179).

       WORKING-STORAGE SECTION.
       COPY RPTHDR.

       01  WS-TABLA-COLA.
           05 WS-COLA-RENGLON OCCURS 200 TIMES.
              10 WS-CO-REGISTRO     PIC X(179).

       01  WS-FECHA-HOY            PIC 9(08).
       01  WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
           05 WS-FC-DD             PIC 9(02).

       01  WS-IMAGENES-AUDITORIA.
           05 WS-IMAGEN-ANTES     PIC X(143).
           05 WS-IMAGEN-DESPUES   PIC X(143).

      *> VISTA DE LA IMAGEN RETENIDA EN LA COLA (MISMO ORDEN DE
      *> EMPREC), PARA SACARLE SOLO LOS CAMPOS DEL DELTA APROBADO.
           05 CO-ESTADO            PIC X(01).
           05 FILLER               PIC X(20).
           05 CO-MOTIVO-BAJA       PIC X(02).
           05 FILLER               PIC X(38).

       01  WS-AREAS.
           05 WS-EMPMAST-STATUS   PIC X(02).
           05 WS-RC-NUEVO         PIC 9(02).
           05 WS-DESCRIPCION-ERROR PIC X(40).

       01  WS-REVISA-SUBORDINADOS.
           05 WS-SUP-EMPLEADO     PIC 9(05).
           05 WS-SUBORDINADOS     PIC 9(05).
           05 WS-REGISTRO-GUARDADO-SU PIC X(143).

       01  WS-EDITADOS.
           05 WS-DIAS-ED          PIC ZZZZ9.
           05 WS-CUENTA-ED        PIC ZZZ9.
                                      "PROGAPLQ"
                                      AP-OPER-RESUELVE
           END-IF
           IF AP-TIPO = "BAJA  "
               PERFORM 045-REVISA-SUBORDINADOS THRU 045-FIN
           END-IF
           SET AP-APLICADA TO TRUE
           MOVE AP-REGISTRO TO WS-CO-REGISTRO (WS-INDICE)
           ADD 1 TO WS-TOT-APLICADAS.
       040-FIN.  EXIT.

      *> TRAS APLICAR UNA BAJA APROBADA BARRE EL MAESTRO BUSCANDO A LOS
      *> ACTIVOS QUE LA TENIAN COMO SUPERVISOR Y LOS AVISA CON RC 04,
      *> IGUAL QUE PROGGOTD. EL REGISTRO SE GUARDA Y SE RESTAURA.
       045-REVISA-SUBORDINADOS.
           MOVE EMPMAST-RECORD TO WS-REGISTRO-GUARDADO-SU
           MOVE EM-NUMERO      TO WS-SUP-EMPLEADO
           MOVE ZERO TO WS-SUBORDINADOS
           MOVE ZEROS TO EM-NUMERO
           START EMPMAST-FILE KEY IS NOT LESS THAN EM-NUMERO
               INVALID KEY
                   MOVE "10" TO WS-EMPMAST-STATUS
           END-START
           PERFORM 046-REVISA-SUBORDINADO THRU 046-FIN
                   UNTIL WS-EMPMAST-STATUS NOT = "00"
           MOVE WS-REGISTRO-GUARDADO-SU TO EMPMAST-RECORD
           IF WS-SUBORDINADOS GREATER ZERO
               DISPLAY "LA BAJA DE " EM-NUMERO " DEJA "
                       WS-SUBORDINADOS " SUBORDINADO(S) SIN SUPERVISOR"
               MOVE 04 TO WS-RC-NUEVO
               MOVE "APLICA COLA: BAJA DEJA SUBORDINADOS"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
           END-IF.
       045-FIN.  EXIT.

       046-REVISA-SUBORDINADO.
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
       046-FIN.  EXIT.

      *> DIAS EN LA COLA SOBRE BASE COMERCIAL DE 30, SUFICIENTE PARA
      *> EXHIBIR LO OLVIDADO.
       050-REPORTA-PENDIENTE.
