      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGPLAN.
      *AUTHOR.                    FERNANDO TOLEDO.
      *INSTALLATION.              CENTRO DE CAPACITACION.
      *DATE-WRITTEN.              2026-10-15.
      *DATE-COMPILED.
      *SECURITY.                  NO ES CONFIDENCIAL.
      *> ------------------------------------------------------
      *> SUBRUTINA COMPARTIDA QUE BUSCA UN PLAN DE SEGURO Y SU NIVEL
      *> DE COBERTURA EN EL CATALOGO PLANBEN Y DEVUELVE SI ES VALIDO
      *> (EXISTE Y ESTA VIGENTE) JUNTO CON LA PRIMA MENSUAL, EL
      *> PORCENTAJE QUE PAGA EL EMPLEADO, LA ASEGURADORA Y LA
      *> POLIZA. LA USAN LA INSCRIPCION DE PROGINSB Y EL ARCHIVO
      *> MENSUAL DE PROGASEG AL RECALCULAR EL NIVEL. IGUAL QUE
      *> PROGVDEP, ABRE Y CIERRA
      *> EL CATALOGO EN CADA LLAMADA (ES CHICO) Y SI NO SE PUEDE
      *> ABRIR TODO PLAN SE REPORTA COMO NO VALIDO.
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANBEN-FILE    ASSIGN TO "PLANBEN"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-PLANBEN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLANBEN-FILE.
       COPY PLANREG.

       WORKING-STORAGE SECTION.
       01  WS-AREAS.
           05 WS-PLANBEN-STATUS    PIC X(02).
           05 WS-PLANBEN-EOF       PIC X(01).
               88 PLANBEN-EOF                     VALUE "S".

       LINKAGE SECTION.
       01  ENT-PLAN                PIC X(02).
       01  ENT-NIVEL               PIC X(01).
       01  SAL-PRIMA               PIC 9(05)V99.
       01  SAL-PCT-EMPLEADO        PIC 9(03)V99.
       01  SAL-ASEGURADORA         PIC X(10).
       01  SAL-POLIZA              PIC X(15).
       01  SAL-VALIDO              PIC X(01).
           88 SAL-PLAN-VALIDO                     VALUE "S".

       PROCEDURE DIVISION USING ENT-PLAN ENT-NIVEL SAL-PRIMA
                                 SAL-PCT-EMPLEADO SAL-ASEGURADORA
                                 SAL-POLIZA SAL-VALIDO.
       000-RAIZ.
           MOVE "N" TO SAL-VALIDO
           MOVE ZERO TO SAL-PRIMA
           MOVE ZERO TO SAL-PCT-EMPLEADO
           MOVE SPACES TO SAL-ASEGURADORA
           MOVE SPACES TO SAL-POLIZA
           MOVE "N" TO WS-PLANBEN-EOF
           OPEN INPUT PLANBEN-FILE
           IF WS-PLANBEN-STATUS NOT = "00"
               GOBACK
           END-IF
           PERFORM 010-LEE-CATALOGO THRU 010-FIN
           PERFORM 020-BUSCA-PLAN THRU 020-FIN
                   UNTIL PLANBEN-EOF
                      OR SAL-PLAN-VALIDO
           CLOSE PLANBEN-FILE
           GOBACK.

       010-LEE-CATALOGO.
           READ PLANBEN-FILE
               AT END
                   SET PLANBEN-EOF TO TRUE
           END-READ.
       010-FIN.  EXIT.

      *> COMPARA EL RENGLON LEIDO CONTRA EL PLAN Y NIVEL PEDIDOS;
      *> SOLO UN RENGLON VIGENTE (PG-ACTIVO) SE DA POR VALIDO.
       020-BUSCA-PLAN.
           IF PG-PLAN = ENT-PLAN AND PG-NIVEL = ENT-NIVEL
              AND PG-ACTIVO
               MOVE PG-PRIMA        TO SAL-PRIMA
               MOVE PG-PCT-EMPLEADO TO SAL-PCT-EMPLEADO
               MOVE PG-ASEGURADORA  TO SAL-ASEGURADORA
               MOVE PG-POLIZA       TO SAL-POLIZA
               MOVE "S" TO SAL-VALIDO
           END-IF
           IF NOT SAL-PLAN-VALIDO
               PERFORM 010-LEE-CATALOGO THRU 010-FIN
           END-IF.
       020-FIN.  EXIT.
