      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGCDIA.
      *AUTHOR.                    FERNANDO TOLEDO.
      *INSTALLATION.              CENTRO DE CAPACITACION.
      *DATE-WRITTEN.              2026-10-15.
      *DATE-COMPILED.
      *SECURITY.                  NO ES CONFIDENCIAL.
      *> ------------------------------------------------------
      *> SUBRUTINA COMPARTIDA QUE CUENTA LOS DIAS NATURALES ENTRE DOS
      *> FECHAS AAAAMMDD: DEVUELVE HASTA MENOS DESDE (NEGATIVO SI
      *> HASTA ES ANTERIOR), CON LOS MESES DE SU LARGO REAL Y LOS
      *> BISIESTOS DEL CALENDARIO GREGORIANO. CADA FECHA SE LLEVA A
      *> UN NUMERO DE DIA CORRIDO (EL ANIO SE CUENTA DESDE MARZO,
      *> ASI FEBRERO QUEDA AL FINAL Y EL 29 NO MUEVE NADA) CON
      *> DIVISIONES ENTERAS. LA USAN PROGINCI, PROGPATR Y PROGINCR
      *> PARA LOS DIAS DE INCAPACIDAD QUE CAEN EN UN PERIODO O MES.
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-FECHA               PIC 9(08).
       01  WS-FECHA-R REDEFINES WS-FECHA.
           05 WS-FE-AA            PIC 9(04).
           05 WS-FE-MM            PIC 9(02).
           05 WS-FE-DD            PIC 9(02).

       01  WS-AREAS.
           05 WS-ANIO             PIC 9(04).
           05 WS-MES              PIC 9(02).
           05 WS-CUARTOS          PIC 9(04).
           05 WS-CENTENAS         PIC 9(04).
           05 WS-CUATROCIENTOS    PIC 9(04).
           05 WS-DIAS-MES         PIC 9(04).
           05 WS-DIA-CORRIDO      PIC 9(07).
           05 WS-DIA-DESDE        PIC 9(07).
           05 WS-DIA-HASTA        PIC 9(07).

       LINKAGE SECTION.
       01  ENT-FECHA-DESDE         PIC 9(08).
       01  ENT-FECHA-HASTA         PIC 9(08).
       01  SAL-DIAS                PIC S9(05).

       PROCEDURE DIVISION USING ENT-FECHA-DESDE ENT-FECHA-HASTA
                                SAL-DIAS.
       000-RAIZ.
           MOVE ENT-FECHA-DESDE TO WS-FECHA
           PERFORM 010-DIA-CORRIDO THRU 010-FIN
           MOVE WS-DIA-CORRIDO TO WS-DIA-DESDE
           MOVE ENT-FECHA-HASTA TO WS-FECHA
           PERFORM 010-DIA-CORRIDO THRU 010-FIN
           MOVE WS-DIA-CORRIDO TO WS-DIA-HASTA
           COMPUTE SAL-DIAS = WS-DIA-HASTA - WS-DIA-DESDE
           GOBACK.

      *> NUMERO DE DIA CORRIDO DE WS-FECHA: ENERO Y FEBRERO CUENTAN
      *> COMO MESES 13 Y 14 DEL ANIO ANTERIOR; LOS DIAS ANTES DE CADA
      *> MES SALEN DE 153 POR (MES + 1) ENTRE 5.
       010-DIA-CORRIDO.
           IF WS-FE-MM LESS 3
               COMPUTE WS-ANIO = WS-FE-AA - 1
               COMPUTE WS-MES = WS-FE-MM + 12
           ELSE
               MOVE WS-FE-AA TO WS-ANIO
               MOVE WS-FE-MM TO WS-MES
           END-IF
           DIVIDE WS-ANIO BY 4 GIVING WS-CUARTOS
           DIVIDE WS-ANIO BY 100 GIVING WS-CENTENAS
           DIVIDE WS-ANIO BY 400 GIVING WS-CUATROCIENTOS
           COMPUTE WS-DIAS-MES = 153 * (WS-MES + 1)
           DIVIDE WS-DIAS-MES BY 5 GIVING WS-DIAS-MES
           COMPUTE WS-DIA-CORRIDO = 365 * WS-ANIO + WS-CUARTOS
                                  - WS-CENTENAS + WS-CUATROCIENTOS
                                  + WS-DIAS-MES + WS-FE-DD.
       010-FIN.  EXIT.
