      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGNBEN.
      *AUTHOR.                    FERNANDO TOLEDO.
      *INSTALLATION.              CENTRO DE CAPACITACION.
      *DATE-WRITTEN.              2026-10-15.
      *DATE-COMPILED.
      *SECURITY.                  NO ES CONFIDENCIAL.
      *> ------------------------------------------------------
      *> SUBRUTINA COMPARTIDA QUE CUENTA LOS DEPENDIENTES ECONOMICOS
      *> DE UN EMPLEADO EN EL ARCHIVO DE BENEFICIARIOS Y DEPENDIENTES
      *> (BENEFIC, RENGLONES DE TIPO D O A) Y DEVUELVE EL NIVEL DE
      *> COBERTURA QUE LE CORRESPONDE EN LOS PLANES DE SEGURO:
      *> E = SOLO EL EMPLEADO (SIN DEPENDIENTES), P = CON SU CONYUGE
      *> (EL UNICO DEPENDIENTE ES EL CONYUGE), H = CON SUS HIJOS
      *> (TODOS LOS DEPENDIENTES SON HIJOS) Y F = FAMILIAR (CUALQUIER
      *> OTRA COMBINACION). LA USAN PROGINSB AL INSCRIBIR Y PROGASEG
      *> AL REVISAR CADA MES SI EL NIVEL CAMBIO. ABRE Y CIERRA
      *> BENEFIC EN CADA LLAMADA; SI NO SE PUEDE ABRIR, EL EMPLEADO
      *> QUEDA SIN DEPENDIENTES (NIVEL E).
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BENEFIC-FILE    ASSIGN TO "BENEFIC"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS BN-LLAVE
                                   FILE STATUS IS WS-BENEFIC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BENEFIC-FILE.
       COPY BENFREG.

       WORKING-STORAGE SECTION.
       01  WS-AREAS.
           05 WS-BENEFIC-STATUS    PIC X(02).
           05 WS-CONYUGES          PIC 9(02).
           05 WS-HIJOS             PIC 9(02).
           05 WS-OTROS             PIC 9(02).

       LINKAGE SECTION.
       01  ENT-NUMERO              PIC 9(05).
       01  SAL-NIVEL               PIC X(01).
       01  SAL-DEPENDIENTES        PIC 9(02).

       PROCEDURE DIVISION USING ENT-NUMERO SAL-NIVEL SAL-DEPENDIENTES.
       000-RAIZ.
           MOVE "E" TO SAL-NIVEL
           MOVE ZERO TO SAL-DEPENDIENTES
           MOVE ZERO TO WS-CONYUGES
           MOVE ZERO TO WS-HIJOS
           MOVE ZERO TO WS-OTROS
           OPEN INPUT BENEFIC-FILE
           IF WS-BENEFIC-STATUS NOT = "00"
               GOBACK
           END-IF
           MOVE ENT-NUMERO TO BN-NUMERO
           MOVE ZERO TO BN-SECUENCIA
           START BENEFIC-FILE KEY IS NOT LESS THAN BN-LLAVE
               INVALID KEY
                   MOVE "10" TO WS-BENEFIC-STATUS
           END-START
           PERFORM 010-CUENTA-DEPENDIENTE THRU 010-FIN
                   UNTIL WS-BENEFIC-STATUS NOT = "00"
           CLOSE BENEFIC-FILE
           COMPUTE SAL-DEPENDIENTES = WS-CONYUGES + WS-HIJOS
                                    + WS-OTROS
           EVALUATE TRUE
               WHEN SAL-DEPENDIENTES = ZERO
                   MOVE "E" TO SAL-NIVEL
               WHEN WS-CONYUGES = SAL-DEPENDIENTES
                   MOVE "P" TO SAL-NIVEL
               WHEN WS-HIJOS = SAL-DEPENDIENTES
                   MOVE "H" TO SAL-NIVEL
               WHEN OTHER
                   MOVE "F" TO SAL-NIVEL
           END-EVALUATE
           GOBACK.

      *> LEE EL SIGUIENTE RENGLON DEL EMPLEADO Y LO CUENTA SI ES
      *> DEPENDIENTE, SEPARANDO CONYUGE, HIJOS Y LOS DEMAS.
       010-CUENTA-DEPENDIENTE.
           READ BENEFIC-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-BENEFIC-STATUS
                   GO TO 010-FIN
           END-READ
           IF BN-NUMERO NOT = ENT-NUMERO
               MOVE "10" TO WS-BENEFIC-STATUS
               GO TO 010-FIN
           END-IF
           IF NOT BN-ES-DEPENDIENTE
               GO TO 010-FIN
           END-IF
           EVALUATE BN-PARENTESCO
               WHEN "CO"
                   ADD 1 TO WS-CONYUGES
               WHEN "HI"
                   ADD 1 TO WS-HIJOS
               WHEN OTHER
                   ADD 1 TO WS-OTROS
           END-EVALUATE.
       010-FIN.  EXIT.
