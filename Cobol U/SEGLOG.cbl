      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGSEGL.
      *AUTHOR.                    FERNANDO TOLEDO.
      *INSTALLATION.              CENTRO DE CAPACITACION.
      *DATE-WRITTEN.              2026-10-15.
      *DATE-COMPILED.
      *SECURITY.                  NO ES CONFIDENCIAL.
      *> ------------------------------------------------------
      *> SUBRUTINA COMPARTIDA QUE AGREGA UN RENGLON A LA BITACORA DE
      *> SEGURIDAD (SEGLOG, COPY SEGREG): LA LLAMA PROGSIGN POR CADA
      *> INTENTO DE FIRMA Y LOS MODOS DE CONSOLA (PROGGOTD, PROGIFEV,
      *> PROGMASS, PROGDEDU, PROGCMNT, PROGAPRV) POR CADA OPCION QUE
      *> NIEGAN POR NIVEL. HASTA AHORA ESOS RECHAZOS SOLO SALIAN EN
      *> LA CONSOLA Y SE PERDIAN. EL RESULTADO SE DEDUCE DEL EVENTO:
      *> SOLO UNA FIRMA BUENA ES ACEPTADA. MISMO PATRON DE OPEN
      *> EXTEND POR LLAMADA QUE PROGAUDT.
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEGLOG-FILE     ASSIGN TO "SEGLOG"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-SEGLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SEGLOG-FILE.
       COPY SEGREG.

       WORKING-STORAGE SECTION.
       01  WS-SEGLOG-STATUS        PIC X(02).

       LINKAGE SECTION.
       01  ENT-PROGRAMA            PIC X(08).
       01  ENT-OPERADOR            PIC X(08).
       01  ENT-EVENTO              PIC X(06).
       01  ENT-NIVEL               PIC X(01).
       01  ENT-DETALLE             PIC X(30).

       PROCEDURE DIVISION USING ENT-PROGRAMA ENT-OPERADOR ENT-EVENTO
                                 ENT-NIVEL ENT-DETALLE.
       010-RAIZ.
           OPEN EXTEND SEGLOG-FILE
           IF WS-SEGLOG-STATUS = "35"
               OPEN OUTPUT SEGLOG-FILE
           END-IF
           MOVE ENT-PROGRAMA TO SEG-PROGRAMA
           MOVE ENT-OPERADOR TO SEG-OPERADOR
           MOVE ENT-EVENTO   TO SEG-EVENTO
           MOVE ENT-NIVEL    TO SEG-NIVEL
           MOVE ENT-DETALLE  TO SEG-DETALLE
           IF SEG-FIRMA
               SET SEG-ACEPTADO TO TRUE
           ELSE
               SET SEG-RECHAZADO TO TRUE
           END-IF
           ACCEPT SEG-FECHA FROM DATE YYYYMMDD
           ACCEPT SEG-HORA  FROM TIME
           WRITE SEG-REGISTRO
           CLOSE SEGLOG-FILE
           GOBACK.
