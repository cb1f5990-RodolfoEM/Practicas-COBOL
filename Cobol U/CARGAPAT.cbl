      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGCPAT.
      *AUTHOR.                    FERNANDO TOLEDO.
      *INSTALLATION.              CENTRO DE CAPACITACION.
      *DATE-WRITTEN.              2026-10-15.
      *DATE-COMPILED.
      *SECURITY.                  NO ES CONFIDENCIAL.
      *> ------------------------------------------------------
      *> SUBRUTINA COMPARTIDA QUE CARGA EL CATALOGO DE REGISTROS
      *> PATRONALES (PATRCAT, COPY PATRREG) EN LA TABLA PT-PATRONES
      *> (COPY PATRTAB): UN RENGLON POR REGISTRO Y, APARTE, UNA
      *> RANURA POR ENTIDAD LEGAL DISTINTA CON EL RFC Y LA RAZON
      *> SOCIAL DEL PRIMER REGISTRO QUE LA NOMBRA. LA USAN LAS
      *> SALIDAS QUE SE ARMAN POR ENTIDAD (PROGPATR, PROGIMSS,
      *> PROGGLIF, PROGBANC, PROGCFDI) Y LOS REPORTES DE NOMINA QUE
      *> SUBTOTALIZAN POR ENTIDAD. SIN CATALOGO DEVUELVE
      *> PT-ESTADO-CAT N CON UN SOLO REGISTRO 01 DE LA ENTIDAD 01,
      *> PARA QUE TODO SALGA EN UN SOLO LOTE COMO ANTES. MISMO PATRON
      *> DE ABRIR Y CERRAR EL CATALOGO EN CADA LLAMADA QUE PROGGPER.
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATRCAT-FILE    ASSIGN TO "PATRCAT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-PATRCAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PATRCAT-FILE.
       COPY PATRREG.

       WORKING-STORAGE SECTION.
       01  WS-AREAS.
           05 WS-PATRCAT-STATUS    PIC X(02).
           05 WS-PATRCAT-EOF       PIC X(01).
               88 PATRCAT-EOF                     VALUE "S".
           05 WS-INDICE            PIC 9(02).
           05 WS-HALLADO           PIC X(01).
               88 HALLADO                         VALUE "S".

       LINKAGE SECTION.
       COPY PATRTAB.

       PROCEDURE DIVISION USING PT-PATRONES.
       000-RAIZ.
           MOVE "S" TO PT-ESTADO-CAT
           MOVE ZERO TO PT-NUM-REGISTROS
           MOVE ZERO TO PT-NUM-ENTIDADES
           MOVE "N" TO WS-PATRCAT-EOF
           OPEN INPUT PATRCAT-FILE
           IF WS-PATRCAT-STATUS NOT = "00"
               MOVE "N" TO PT-ESTADO-CAT
           ELSE
               PERFORM 010-LEE-CATALOGO THRU 010-FIN
               PERFORM 020-GUARDA-REGISTRO THRU 020-FIN
                       UNTIL PATRCAT-EOF
               CLOSE PATRCAT-FILE
           END-IF
           IF PT-NUM-REGISTROS = ZERO
               PERFORM 040-REGISTRO-UNICO THRU 040-FIN
           END-IF
           GOBACK.

       010-LEE-CATALOGO.
           READ PATRCAT-FILE
               AT END
                   SET PATRCAT-EOF TO TRUE
           END-READ.
       010-FIN.  EXIT.

      *> GUARDA EL REGISTRO Y LO LIGA A LA RANURA DE SU ENTIDAD; LA
      *> PRIMERA VEZ QUE APARECE UNA ENTIDAD SE LE ABRE SU RANURA.
      *> LO QUE NO CABE EN LA TABLA SE IGNORA.
       020-GUARDA-REGISTRO.
           IF PT-NUM-REGISTROS NOT LESS 10
               GO TO 020-SIGUIENTE
           END-IF
           MOVE "N" TO WS-HALLADO
           PERFORM 030-BUSCA-ENTIDAD THRU 030-FIN
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE GREATER PT-NUM-ENTIDADES
                      OR HALLADO
           IF NOT HALLADO
               ADD 1 TO PT-NUM-ENTIDADES
               MOVE PT-NUM-ENTIDADES TO WS-INDICE
               MOVE PT-ENTIDAD      TO PT-E-ENTIDAD (WS-INDICE)
               MOVE PT-RFC-ENTIDAD  TO PT-E-RFC (WS-INDICE)
               MOVE PT-RAZON-SOCIAL TO PT-E-RAZON (WS-INDICE)
           ELSE
               SUBTRACT 1 FROM WS-INDICE
           END-IF
           ADD 1 TO PT-NUM-REGISTROS
           MOVE PT-CODIGO        TO PT-R-CODIGO (PT-NUM-REGISTROS)
           MOVE PT-REGISTRO-IMSS
                TO PT-R-REGISTRO-IMSS (PT-NUM-REGISTROS)
           MOVE PT-ENTIDAD       TO PT-R-ENTIDAD (PT-NUM-REGISTROS)
           MOVE PT-ESTADO        TO PT-R-ESTADO (PT-NUM-REGISTROS)
           MOVE WS-INDICE        TO PT-R-ENT-POS (PT-NUM-REGISTROS).
       020-SIGUIENTE.
           PERFORM 010-LEE-CATALOGO THRU 010-FIN.
       020-FIN.  EXIT.

       030-BUSCA-ENTIDAD.
           IF PT-E-ENTIDAD (WS-INDICE) = PT-ENTIDAD
               SET HALLADO TO TRUE
           END-IF.
       030-FIN.  EXIT.

      *> SIN CATALOGO (O CON UN CATALOGO VACIO) TODA LA PLANTILLA ES
      *> DEL REGISTRO 01 DE LA ENTIDAD 01.
       040-REGISTRO-UNICO.
           MOVE 1      TO PT-NUM-REGISTROS
           MOVE 1      TO PT-NUM-ENTIDADES
           MOVE "01"   TO PT-R-CODIGO (1)
           MOVE SPACES TO PT-R-REGISTRO-IMSS (1)
           MOVE "01"   TO PT-R-ENTIDAD (1)
           MOVE "A"    TO PT-R-ESTADO (1)
           MOVE 1      TO PT-R-ENT-POS (1)
           MOVE "01"   TO PT-E-ENTIDAD (1)
           MOVE SPACES TO PT-E-RFC (1)
           MOVE SPACES TO PT-E-RAZON (1).
       040-FIN.  EXIT.
