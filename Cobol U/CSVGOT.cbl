      *>             (CLABE), QUE SE COPIAN A TR-BANCO/TR-CLABE: EL
      *>             PRE-EDITOR EXIGE LA CLABE EN EL ALTA Y VALIDA
      *>             SU DIGITO VERIFICADOR.
      *> 2026-10-15  LA FILA GANA LAS COLUMNAS 15 (TIPO DE CONTRATO
      *>             P/E/O) Y 16 (FIN DE CONTRATO AAAAMMDD), QUE SE
      *>             COPIAN A TR-TIPO-CONTRATO/TR-FIN-CONTRATO; UN
      *>             FIN VACIO VA EN CEROS. EL PRE-EDITOR LOS VALIDA
      *>             (PROGVCON); AQUI SOLO SE REVISA QUE LA FECHA
      *>             SEA NUMERICA.
      *> 2026-10-15  LA FILA GANA LA COLUMNA 17 (NUMERO DEL
      *>             SUPERVISOR), QUE SE ALINEA IGUAL QUE EL NUMERO
      *>             DEL EMPLEADO Y SE COPIA A TR-SUPERVISOR; VACIA VA
      *>             EN CEROS. EL PRE-EDITOR LA VALIDA CONTRA EL
      *>             MAESTRO.
      *> 2026-10-15  LA FILA GANA LA COLUMNA 18 (GRUPO DE PAGO S/Q/M),
      *>             QUE SE COPIA A TR-GRUPO-PAGO; VACIA QUEDA EN
      *>             ESPACIOS. EL PRE-EDITOR LA VALIDA.
      *> 2026-10-15  LA FILA GANA LA COLUMNA 19 (REGISTRO PATRONAL DEL
      *>             CATALOGO PATRCAT), QUE SE COPIA A TR-REG-PATRONAL;
      *>             VACIA QUEDA EN ESPACIOS (EL 01 EN EL ALTA, SIN
      *>             CAMBIO EN EL TRASLADO). EL PRE-EDITOR LA VALIDA.
      *> 2026-10-15  LA FILA GANA LA COLUMNA 20 (NUMERO DE LA
      *>             REQUISICION APROBADA QUE CUBRE EL ALTA), QUE SE
      *>             COPIA A TR-REQUISICION; VACIA VA EN CEROS. AQUI
      *>             SOLO SE REVISA QUE SEA NUMERICA; EL PRE-EDITOR LA
      *>             VALIDA CONTRA EL ARCHIVO REQUISIC.
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
           05 WS-CSV-PUESTO       PIC X(05).
           05 WS-CSV-BANCO        PIC X(04).
           05 WS-CSV-CLABE        PIC X(19).
           05 WS-CSV-TIPO-CONTRATO PIC X(02).
           05 WS-CSV-FIN-CONTRATO PIC X(09).
           05 WS-CSV-SUPERVISOR   PIC X(06).
           05 WS-CSV-GRUPO-PAGO   PIC X(02).
           05 WS-CSV-REG-PATRONAL PIC X(03).
           05 WS-CSV-REQUISICION  PIC X(07).

       01  WS-ALINEA-NUMERO.
           05 WS-ALN-ENTRADA      PIC X(06).
           05 WS-ALN-OK           PIC X(01).
               88 ALN-OK                         VALUE "S".

       01  WS-REQUISICION-PARTES.
           05 WS-REQ-ALINEADA     PIC X(06).
           05 WS-REQ-NUMERO       PIC 9(06).
           05 WS-REQ-NUMERO-R REDEFINES WS-REQ-NUMERO
                                  PIC X(06).

       01  WS-SALARIO-PARTES.
           05 WS-SAL-ENTERO       PIC X(06).
           05 WS-SAL-DECIMAL      PIC X(03).
                        WS-CSV-PUESTO
                        WS-CSV-BANCO
                        WS-CSV-CLABE
                        WS-CSV-TIPO-CONTRATO
                        WS-CSV-FIN-CONTRATO
                        WS-CSV-SUPERVISOR
                        WS-CSV-GRUPO-PAGO
                        WS-CSV-REG-PATRONAL
                        WS-CSV-REQUISICION
           PERFORM 040-VALIDA-FILA THRU 040-FIN
           IF FILA-OK
               PERFORM 050-ARMA-TRANSACCION THRU 050-FIN
               MOVE "N" TO WS-FILA-OK
               GO TO 040-FIN
           END-IF
           IF WS-CSV-FIN-CONTRATO NOT = SPACES
              AND WS-CSV-FIN-CONTRATO (1:8) IS NOT NUMERIC
               MOVE "FIN DE CONTRATO INVALIDA" TO WS-MOTIVO
               MOVE "N" TO WS-FILA-OK
               GO TO 040-FIN
           END-IF
           IF WS-CSV-SUPERVISOR NOT = SPACES
               MOVE WS-CSV-SUPERVISOR TO WS-ALN-ENTRADA
               PERFORM 042-ALINEA-NUMERO THRU 042-FIN
               IF NOT ALN-OK
                   MOVE "NUMERO DE SUPERVISOR INVALIDO" TO WS-MOTIVO
                   MOVE "N" TO WS-FILA-OK
                   GO TO 040-FIN
               END-IF
               MOVE WS-ALN-SALIDA TO WS-CSV-SUPERVISOR (1:5)
           END-IF
           IF WS-CSV-REQUISICION NOT = SPACES
               PERFORM 047-ALINEA-REQUISICION THRU 047-FIN
               IF NOT ALN-OK
                   MOVE "REQUISICION INVALIDA" TO WS-MOTIVO
                   MOVE "N" TO WS-FILA-OK
                   GO TO 040-FIN
               END-IF
           END-IF
           IF WS-CSV-OPCION = "1" AND WS-CSV-PUESTO = SPACES
               MOVE "PUESTO VACIO EN EL ALTA" TO WS-MOTIVO
               MOVE "N" TO WS-FILA-OK
           MOVE WS-SAL-DECIMAL (1:2) TO WS-SAL-ARMADO-R (6:2).
       045-FIN.  EXIT.

      *> LA REQUISICION TAMBIEN LLEGA SIN CEROS A LA IZQUIERDA, PERO
      *> ES DE SEIS DIGITOS; SE ALINEA SOBRE LA MISMA COLUMNA DE LA
      *> FILA CON EL MISMO CRITERIO QUE 042-ALINEA-NUMERO.
       047-ALINEA-REQUISICION.
           MOVE "N" TO WS-ALN-OK
           MOVE ZERO TO WS-ALN-LARGO
           PERFORM 043-MIDE-DIGITO THRU 043-FIN
                   VARYING WS-ALN-INDICE FROM 1 BY 1
                   UNTIL WS-ALN-INDICE GREATER 6
                      OR WS-CSV-REQUISICION (WS-ALN-INDICE:1) = SPACE
           IF WS-ALN-LARGO = ZERO
               GO TO 047-FIN
           END-IF
           IF WS-CSV-REQUISICION (7:1) NOT = SPACE
               GO TO 047-FIN
           END-IF
           IF WS-CSV-REQUISICION (1:WS-ALN-LARGO) IS NOT NUMERIC
               GO TO 047-FIN
           END-IF
           MOVE WS-CSV-REQUISICION (1:WS-ALN-LARGO) TO WS-REQ-ALINEADA
           MOVE ZERO TO WS-REQ-NUMERO
           COMPUTE WS-ALN-INDICE = 6 - WS-ALN-LARGO + 1
           MOVE WS-REQ-ALINEADA (1:WS-ALN-LARGO)
                TO WS-REQ-NUMERO-R (WS-ALN-INDICE:WS-ALN-LARGO)
           MOVE WS-REQ-NUMERO-R TO WS-CSV-REQUISICION (1:6)
           SET ALN-OK TO TRUE.
       047-FIN.  EXIT.

      *> ARMA Y GRABA EL GOTTRANS-REGISTRO DE LA FILA VALIDADA.
       050-ARMA-TRANSACCION.
           MOVE SPACES TO GOTTRANS-REGISTRO
           MOVE WS-CSV-PUESTO (1:4)  TO TR-PUESTO
           MOVE WS-CSV-BANCO (1:3)   TO TR-BANCO
           MOVE WS-CSV-CLABE (1:18)  TO TR-CLABE
           MOVE WS-CSV-TIPO-CONTRATO (1:1) TO TR-TIPO-CONTRATO
           IF WS-CSV-FIN-CONTRATO = SPACES
               MOVE ZERO TO TR-FIN-CONTRATO
           ELSE
               MOVE WS-CSV-FIN-CONTRATO (1:8) TO TR-FIN-CONTRATO
           END-IF
           IF WS-CSV-SUPERVISOR = SPACES
               MOVE ZERO TO TR-SUPERVISOR
           ELSE
               MOVE WS-CSV-SUPERVISOR (1:5) TO TR-SUPERVISOR
           END-IF
           MOVE WS-CSV-GRUPO-PAGO (1:1) TO TR-GRUPO-PAGO
           MOVE WS-CSV-REG-PATRONAL (1:2) TO TR-REG-PATRONAL
           IF WS-CSV-REQUISICION = SPACES
               MOVE ZERO TO TR-REQUISICION
           ELSE
               MOVE WS-CSV-REQUISICION (1:6) TO TR-REQUISICION
           END-IF
           WRITE GOTTRANS-REGISTRO
           ADD 1 TO WS-TOT-CONVERTIDAS
           ADD TR-NUMERO TO WS-HASH-NUMEROS.
