      *> VIVO, CON EL TOTAL DE CARTERA POR TIPO (PRESTAMOS Y FONDO
      *> DE AHORRO) AL PIE. ES LA FOTO DE LA LIBRETA QUE ANTES
      *> NADIE PODIA CUADRAR.
      *> ------------------------------------------------------
      *> MODIFICACIONES:
      *> 2026-10-15  LOS CREDITOS INFONAVIT Y FONACOT (TIPOS IN/FN) NO
      *>             TIENEN SALDO EN EL MAESTRO Y SE QUEDAN FUERA DE
      *>             LA CARTERA; SU ENTERO Y SU CONCILIACION MENSUAL
      *>             LOS IMPRIME PROGCRRP. LOS SUSPENDIDOS TAMPOCO SE
      *>             REPORTAN.
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
       010-FIN.  EXIT.

      *> IMPRIME EL SIGUIENTE DESCUENTO VIGENTE Y ACUMULA SU SALDO
      *> EN LA CARTERA DE SU TIPO (LOS LIQUIDADOS NO SE REPORTAN, NI
      *> LOS CREDITOS DE INFONAVIT Y FONACOT).
       020-REPORTA-DESCUENTO.
           READ DEDMAST-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-DEDMAST-STATUS
                   GO TO 020-FIN
           END-READ
           IF DD-LIQUIDADO OR DD-SUSPENDIDO OR DD-CREDITO-EXTERNO
               GO TO 020-FIN
           END-IF
           MOVE DD-MONTO TO WS-MONTO-ED
