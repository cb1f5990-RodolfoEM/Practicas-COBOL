      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGGPER.
      *AUTHOR.                    FERNANDO TOLEDO.
      *INSTALLATION.              CENTRO DE CAPACITACION.
      *DATE-WRITTEN.              2026-10-15.
      *DATE-COMPILED.
      *SECURITY.                  NO ES CONFIDENCIAL.
      *> ------------------------------------------------------
      *> SUBRUTINA COMPARTIDA QUE UBICA UNA FECHA EN EL CALENDARIO DE
      *> CADA GRUPO DE PAGO (PERCAL, COPY PERREG, UN CALENDARIO POR
      *> GRUPO EN EL MISMO ARCHIVO) Y DEVUELVE EN LA TABLA GP-GRUPOS
      *> (COPY GRUPTAB), POR GRUPO, EL PERIODO QUE CONTIENE LA FECHA,
      *> SUS FECHAS, SUS DIAS NATURALES (PROGCDIA) Y SU ESTADO, Y SI
      *> EL PERIODO CIERRA ESA MISMA FECHA; GP-NUM-CIERRAN CUENTA LOS
      *> GRUPOS QUE CIERRAN. UN RENGLON SIN GRUPO ES DEL MENSUAL. SIN
      *> CALENDARIO PERCAL DEVUELVE GP-ESTADO N. LA USAN PROGNOMI
      *> (SOLO PAGA LOS GRUPOS QUE CIERRAN), PROGBANC, PROGEXPO Y LA
      *> HOJA DE CONTROL DEL CICLO. MISMO PATRON DE ABRIR Y CERRAR EL
      *> CALENDARIO EN CADA LLAMADA QUE PROGVPER.
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERCAL-FILE     ASSIGN TO "PERCAL"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-PERCAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERCAL-FILE.
       COPY PERREG.

       WORKING-STORAGE SECTION.
       01  WS-AREAS.
           05 WS-PERCAL-STATUS     PIC X(02).
           05 WS-PERCAL-EOF        PIC X(01).
               88 PERCAL-EOF                      VALUE "S".
           05 WS-INDICE            PIC 9(01).
           05 WS-POS               PIC 9(01).
           05 WS-DIAS              PIC S9(05).

       LINKAGE SECTION.
       01  ENT-FECHA               PIC 9(08).
       COPY GRUPTAB.

       PROCEDURE DIVISION USING ENT-FECHA GP-GRUPOS.
       000-RAIZ.
           MOVE "S" TO GP-ESTADO
           MOVE ZERO TO GP-NUM-CIERRAN
           MOVE "S"         TO GP-CLAVE (1)
           MOVE "SEMANAL"   TO GP-NOMBRE (1)
           MOVE "Q"         TO GP-CLAVE (2)
           MOVE "QUINCENAL" TO GP-NOMBRE (2)
           MOVE "M"         TO GP-CLAVE (3)
           MOVE "MENSUAL"   TO GP-NOMBRE (3)
           PERFORM 005-LIMPIA-GRUPO THRU 005-FIN
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE GREATER 3
           MOVE "N" TO WS-PERCAL-EOF
           OPEN INPUT PERCAL-FILE
           IF WS-PERCAL-STATUS NOT = "00"
               MOVE "N" TO GP-ESTADO
               GOBACK
           END-IF
           PERFORM 010-LEE-CALENDARIO THRU 010-FIN
           PERFORM 020-UBICA-RENGLON THRU 020-FIN
                   UNTIL PERCAL-EOF
           CLOSE PERCAL-FILE
           GOBACK.

       005-LIMPIA-GRUPO.
           MOVE ZERO TO GP-PERIODO (WS-INDICE)
           MOVE ZERO TO GP-INICIO (WS-INDICE)
           MOVE ZERO TO GP-FIN (WS-INDICE)
           MOVE ZERO TO GP-DIAS (WS-INDICE)
           MOVE "S"  TO GP-ESTADO-PER (WS-INDICE)
           MOVE "N"  TO GP-CIERRA (WS-INDICE).
       005-FIN.  EXIT.

       010-LEE-CALENDARIO.
           READ PERCAL-FILE
               AT END
                   SET PERCAL-EOF TO TRUE
           END-READ.
       010-FIN.  EXIT.

      *> UN RENGLON QUE CONTIENE LA FECHA LLENA LA RANURA DE SU GRUPO;
      *> UN GRUPO DESCONOCIDO SE IGNORA.
       020-UBICA-RENGLON.
           IF ENT-FECHA LESS PD-FECHA-INICIO
              OR ENT-FECHA GREATER PD-FECHA-FIN
               GO TO 020-SIGUIENTE
           END-IF
           EVALUATE TRUE
               WHEN PD-SEMANAL
                   MOVE 1 TO WS-POS
               WHEN PD-QUINCENAL
                   MOVE 2 TO WS-POS
               WHEN PD-MENSUAL
                   MOVE 3 TO WS-POS
               WHEN OTHER
                   GO TO 020-SIGUIENTE
           END-EVALUATE
           MOVE PD-PERIODO      TO GP-PERIODO (WS-POS)
           MOVE PD-FECHA-INICIO TO GP-INICIO (WS-POS)
           MOVE PD-FECHA-FIN    TO GP-FIN (WS-POS)
           MOVE PD-ESTADO       TO GP-ESTADO-PER (WS-POS)
           CALL "PROGCDIA" USING PD-FECHA-INICIO PD-FECHA-FIN WS-DIAS
           ADD 1 TO WS-DIAS
           MOVE WS-DIAS TO GP-DIAS (WS-POS)
           IF PD-FECHA-FIN = ENT-FECHA
              AND NOT GP-CIERRA-HOY (WS-POS)
               MOVE "S" TO GP-CIERRA (WS-POS)
               ADD 1 TO GP-NUM-CIERRAN
           END-IF.
       020-SIGUIENTE.
           PERFORM 010-LEE-CALENDARIO THRU 010-FIN.
       020-FIN.  EXIT.
