      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGVPAT.
      *AUTHOR.                    FERNANDO TOLEDO.
      *INSTALLATION.              CENTRO DE CAPACITACION.
      *DATE-WRITTEN.              2026-10-15.
      *DATE-COMPILED.
      *SECURITY.                  NO ES CONFIDENCIAL.
      *> ------------------------------------------------------
      *> SUBRUTINA COMPARTIDA QUE BUSCA UN CODIGO DE REGISTRO
      *> PATRONAL EN EL CATALOGO (PATRCAT) Y DEVUELVE SI ES VALIDO
      *> (EXISTE Y ESTA VIGENTE) JUNTO CON SU ENTIDAD Y RAZON SOCIAL.
      *> LA USAN LAS ALTAS Y TRASLADOS DE PROGGOTD/PROGIFEV/PROGTABL Y
      *> EL PREVALIDADOR PROGPREV. UN CODIGO EN ESPACIOS ES EL
      *> REGISTRO 01 DE SIEMPRE. MISMO PATRON QUE PROGVDEP: ABRE Y
      *> CIERRA EL CATALOGO EN CADA LLAMADA, Y SIN CATALOGO SOLO SE
      *> DA POR VALIDO EL 01 (LA EMPRESA DE UN SOLO REGISTRO NO
      *> NECESITA CATALOGO).
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
           05 WS-CODIGO            PIC X(02).

       LINKAGE SECTION.
       01  ENT-CODIGO              PIC X(02).
       01  SAL-ENTIDAD             PIC X(02).
       01  SAL-RAZON               PIC X(30).
       01  SAL-VALIDO              PIC X(01).
           88 SAL-PATRON-VALIDO                   VALUE "S".

       PROCEDURE DIVISION USING ENT-CODIGO SAL-ENTIDAD SAL-RAZON
                                SAL-VALIDO.
       000-RAIZ.
           MOVE "N" TO SAL-VALIDO
           MOVE SPACES TO SAL-ENTIDAD
           MOVE SPACES TO SAL-RAZON
           MOVE ENT-CODIGO TO WS-CODIGO
           IF WS-CODIGO = SPACES
               MOVE "01" TO WS-CODIGO
           END-IF
           MOVE "N" TO WS-PATRCAT-EOF
           OPEN INPUT PATRCAT-FILE
           IF WS-PATRCAT-STATUS NOT = "00"
               IF WS-CODIGO = "01"
                   MOVE "01" TO SAL-ENTIDAD
                   MOVE "S" TO SAL-VALIDO
               END-IF
               GOBACK
           END-IF
           PERFORM 010-LEE-CATALOGO THRU 010-FIN
           PERFORM 020-BUSCA-CODIGO THRU 020-FIN
                   UNTIL PATRCAT-EOF
                      OR SAL-PATRON-VALIDO
           CLOSE PATRCAT-FILE
           GOBACK.

       010-LEE-CATALOGO.
           READ PATRCAT-FILE
               AT END
                   SET PATRCAT-EOF TO TRUE
           END-READ.
       010-FIN.  EXIT.

      *> COMPARA EL RENGLON LEIDO CONTRA EL CODIGO PEDIDO; SOLO UN
      *> REGISTRO VIGENTE (PT-ACTIVO) SE DA POR VALIDO.
       020-BUSCA-CODIGO.
           IF PT-CODIGO = WS-CODIGO AND PT-ACTIVO
               MOVE PT-ENTIDAD      TO SAL-ENTIDAD
               MOVE PT-RAZON-SOCIAL TO SAL-RAZON
               MOVE "S" TO SAL-VALIDO
           END-IF
           IF NOT SAL-PATRON-VALIDO
               PERFORM 010-LEE-CATALOGO THRU 010-FIN
           END-IF.
       020-FIN.  EXIT.
