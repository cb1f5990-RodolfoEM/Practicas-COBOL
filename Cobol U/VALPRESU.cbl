      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGVPRS.
      *AUTHOR.                    FERNANDO TOLEDO.
      *INSTALLATION.              CENTRO DE CAPACITACION.
      *DATE-WRITTEN.              2026-10-15.
      *DATE-COMPILED.
      *SECURITY.                  NO ES CONFIDENCIAL.
      *> ------------------------------------------------------
      *> SUBRUTINA COMPARTIDA QUE PROYECTA EL COSTO ANUAL DE SUELDOS
      *> DE UN DEPARTAMENTO Y LO COTEJA CONTRA SU PRESUPUESTO DEL
      *> ANIO (MAESTRO PRESUP, COPY PRESREG). LA PROYECCION ES LO
      *> REAL YA ASENTADO DE LOS MESES ANTERIORES AL DE LA FECHA
      *> RECIBIDA MAS LA NOMINA MENSUAL DEL DEPARTAMENTO (LA QUE
      *> CALCULA QUIEN LLAMA, YA CON EL ALTA O EL CAMBIO) POR LOS
      *> MESES QUE FALTAN, CONTANDO EL ACTUAL. DEVUELVE S SI QUEDA
      *> DENTRO, E SI EXCEDE Y N SI EL DEPARTAMENTO NO TIENE
      *> PRESUPUESTO ESE ANIO (O NO HAY MAESTRO). LA USAN LAS ALTAS
      *> Y CAMBIOS DE SALARIO DE PROGGOTD/PROGIFEV PARA ADVERTIR;
      *> NUNCA DETIENE EL MOVIMIENTO. ABRE Y CIERRA EL MAESTRO EN
      *> CADA LLAMADA, IGUAL QUE PROGVDEP CON EL CATALOGO.
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESUP-FILE     ASSIGN TO "PRESUP"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE RANDOM
                                   RECORD KEY IS PP-LLAVE
                                   FILE STATUS IS WS-PRESUP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRESUP-FILE.
       COPY PRESREG.

       WORKING-STORAGE SECTION.
       01  WS-FECHA               PIC 9(08).
       01  WS-FECHA-R REDEFINES WS-FECHA.
           05 WS-FE-AA            PIC 9(04).
           05 WS-FE-MM            PIC 9(02).
           05 WS-FE-DD            PIC 9(02).

       01  WS-AREAS.
           05 WS-PRESUP-STATUS    PIC X(02).
           05 WS-MES              PIC 9(02).
           05 WS-MESES-FALTAN     PIC 9(02).
           05 WS-REAL-ANTERIOR    PIC 9(11)V99.

       LINKAGE SECTION.
       01  ENT-DEPARTAMENTO        PIC X(04).
       01  ENT-FECHA               PIC 9(08).
       01  ENT-NOMINA-MES          PIC 9(09)V99.
       01  SAL-PROYECTADO          PIC 9(11)V99.
       01  SAL-PRESUPUESTO         PIC 9(11)V99.
       01  SAL-ESTADO              PIC X(01).
           88 SAL-DENTRO                          VALUE "S".
           88 SAL-EXCEDIDO                        VALUE "E".
           88 SAL-SIN-PRESUPUESTO                 VALUE "N".

       PROCEDURE DIVISION USING ENT-DEPARTAMENTO ENT-FECHA
                                ENT-NOMINA-MES SAL-PROYECTADO
                                SAL-PRESUPUESTO SAL-ESTADO.
       000-RAIZ.
           MOVE "N" TO SAL-ESTADO
           MOVE ZERO TO SAL-PROYECTADO
           MOVE ZERO TO SAL-PRESUPUESTO
           MOVE ENT-FECHA TO WS-FECHA
           IF WS-FE-MM LESS 1 OR WS-FE-MM GREATER 12
               GOBACK
           END-IF
           OPEN INPUT PRESUP-FILE
           IF WS-PRESUP-STATUS NOT = "00"
               GOBACK
           END-IF
           MOVE WS-FE-AA         TO PP-ANIO
           MOVE ENT-DEPARTAMENTO TO PP-DEPARTAMENTO
           READ PRESUP-FILE
               INVALID KEY
                   CLOSE PRESUP-FILE
                   GOBACK
           END-READ
           CLOSE PRESUP-FILE
           MOVE ZERO TO WS-REAL-ANTERIOR
           PERFORM 010-SUMA-MES THRU 010-FIN
                   VARYING WS-MES FROM 1 BY 1
                   UNTIL WS-MES GREATER 12
           IF SAL-PRESUPUESTO = ZERO
               GOBACK
           END-IF
           COMPUTE WS-MESES-FALTAN = 13 - WS-FE-MM
           COMPUTE SAL-PROYECTADO = WS-REAL-ANTERIOR
                                  + ENT-NOMINA-MES * WS-MESES-FALTAN
           IF SAL-PROYECTADO GREATER SAL-PRESUPUESTO
               MOVE "E" TO SAL-ESTADO
           ELSE
               MOVE "S" TO SAL-ESTADO
           END-IF
           GOBACK.

      *> EL PRESUPUESTO ANUAL SUMA LOS DOCE MESES; LO REAL SOLO LOS
      *> MESES YA CERRADOS (ANTERIORES AL DE LA FECHA).
       010-SUMA-MES.
           ADD PP-PRES-NOMINA (WS-MES) TO SAL-PRESUPUESTO
           IF WS-MES LESS WS-FE-MM
               ADD PP-REAL-NOMINA (WS-MES) TO WS-REAL-ANTERIOR
           END-IF.
       010-FIN.  EXIT.
