      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGVCON.
      *AUTHOR.                    FERNANDO TOLEDO.
      *INSTALLATION.              CENTRO DE CAPACITACION.
      *DATE-WRITTEN.              2026-10-15.
      *DATE-COMPILED.
      *SECURITY.                  NO ES CONFIDENCIAL.
      *> ------------------------------------------------------
      *> SUBRUTINA COMPARTIDA QUE VALIDA EL CONTRATO DE UN EMPLEADO:
      *> EL TIPO DEBE SER P (PLANTA), E (EVENTUAL) U O (POR OBRA).
      *> PLANTA NO LLEVA FECHA DE FIN (CERO); EVENTUAL Y POR OBRA
      *> LLEVAN UNA FECHA AAAAMMDD VALIDA DE CALENDARIO (MESES DE SU
      *> LARGO REAL, FEBRERO CON BISIESTO) Y POSTERIOR A LA FECHA DE
      *> REFERENCIA (HOY). DEVUELVE EL MOTIVO DEL RECHAZO PARA EL
      *> MENSAJE DE QUIEN LLAMA. LA USAN LAS ALTAS Y CAMBIOS DE
      *> PROGGOTD/PROGIFEV Y EL PRE-EDITOR DEL LOTE (PROGPREE).
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *> DIAS DE CADA MES (FEBRERO SE CORRIGE EN BISIESTO).
       01  WS-TABLA-MESES.
           05 WS-DIAS-MESES       PIC X(24)
                                  VALUE "312831303130313130313031".
           05 WS-DIAS-MESES-R REDEFINES WS-DIAS-MESES.
              10 WS-DIAS-DEL-MES  PIC 9(02)  OCCURS 12 TIMES.

       01  WS-FECHA-FIN           PIC 9(08).
       01  WS-FECHA-FIN-R REDEFINES WS-FECHA-FIN.
           05 WS-FF-AA            PIC 9(04).
           05 WS-FF-MM            PIC 9(02).
           05 WS-FF-DD            PIC 9(02).

       01  WS-AREAS.
           05 WS-ULTIMO-DIA       PIC 9(02).
           05 WS-BISIESTO-COC     PIC 9(04).
           05 WS-BISIESTO-RES     PIC 9(03).

       LINKAGE SECTION.
       01  ENT-TIPO-CONTRATO       PIC X(01).
           88 ENT-TIPO-VALIDO                     VALUE "P" "E" "O".
           88 ENT-PLANTA                          VALUE "P".
       01  ENT-FIN-CONTRATO        PIC X(08).
       01  ENT-FECHA-REF           PIC 9(08).
       01  SAL-MOTIVO              PIC X(30).
       01  SAL-VALIDO              PIC X(01).
           88 SAL-CONTRATO-VALIDO                 VALUE "S".

       PROCEDURE DIVISION USING ENT-TIPO-CONTRATO ENT-FIN-CONTRATO
                                ENT-FECHA-REF SAL-MOTIVO SAL-VALIDO.
       000-RAIZ.
           MOVE "N" TO SAL-VALIDO
           MOVE SPACES TO SAL-MOTIVO
           IF NOT ENT-TIPO-VALIDO
               MOVE "TIPO DE CONTRATO INVALIDO" TO SAL-MOTIVO
               GOBACK
           END-IF
           IF ENT-FIN-CONTRATO IS NOT NUMERIC
               MOVE "FIN DE CONTRATO INVALIDA" TO SAL-MOTIVO
               GOBACK
           END-IF
           MOVE ENT-FIN-CONTRATO TO WS-FECHA-FIN
           IF ENT-PLANTA
               IF WS-FECHA-FIN NOT = ZERO
                   MOVE "PLANTA NO LLEVA FECHA DE FIN" TO SAL-MOTIVO
                   GOBACK
               END-IF
               MOVE "S" TO SAL-VALIDO
               GOBACK
           END-IF
           IF WS-FF-MM LESS 1 OR WS-FF-MM GREATER 12
               MOVE "FIN DE CONTRATO INVALIDA" TO SAL-MOTIVO
               GOBACK
           END-IF
           MOVE WS-DIAS-DEL-MES (WS-FF-MM) TO WS-ULTIMO-DIA
           IF WS-FF-MM = 2
               PERFORM 010-FEBRERO-BISIESTO THRU 010-FIN
           END-IF
           IF WS-FF-DD LESS 1 OR WS-FF-DD GREATER WS-ULTIMO-DIA
               MOVE "FIN DE CONTRATO INVALIDA" TO SAL-MOTIVO
               GOBACK
           END-IF
           IF WS-FECHA-FIN NOT GREATER ENT-FECHA-REF
               MOVE "FIN DE CONTRATO NO POSTERIOR A HOY"
                    TO SAL-MOTIVO
               GOBACK
           END-IF
           MOVE "S" TO SAL-VALIDO
           GOBACK.

       010-FEBRERO-BISIESTO.
           DIVIDE WS-FF-AA BY 4 GIVING WS-BISIESTO-COC
                  REMAINDER WS-BISIESTO-RES
           IF WS-BISIESTO-RES NOT = ZERO
               GO TO 010-FIN
           END-IF
           MOVE 29 TO WS-ULTIMO-DIA
           DIVIDE WS-FF-AA BY 100 GIVING WS-BISIESTO-COC
                  REMAINDER WS-BISIESTO-RES
           IF WS-BISIESTO-RES NOT = ZERO
               GO TO 010-FIN
           END-IF
           DIVIDE WS-FF-AA BY 400 GIVING WS-BISIESTO-COC
                  REMAINDER WS-BISIESTO-RES
           IF WS-BISIESTO-RES NOT = ZERO
               MOVE 28 TO WS-ULTIMO-DIA
           END-IF.
       010-FIN.  EXIT.
