      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGRSOL.
      *AUTHOR.                    FERNANDO TOLEDO.
      *INSTALLATION.              CENTRO DE CAPACITACION.
      *DATE-WRITTEN.              2026-10-15.
      *DATE-COMPILED.
      *SECURITY.                  NO ES CONFIDENCIAL.
      *> ------------------------------------------------------
      *> SUBRUTINA COMPARTIDA QUE ENCOLA UNA SOLICITUD DE PAGO
      *> RETROACTIVO (RETROSOL, COPY RTSOREG) CUANDO UN CAMBIO DE
      *> SALARIO LLEGA CON FECHA EFECTIVA YA PASADA: EL EMPLEADO, LA
      *> FECHA EFECTIVA, EL SALARIO ANTERIOR Y EL NUEVO, EL DIA DE
      *> CAPTURA, EL PROGRAMA Y EL OPERADOR. EL PASO PROGRETR DEL
      *> CICLO CALCULA DESPUES LAS DIFERENCIAS POR PERIODO CERRADO.
      *> SIGUE EL MISMO PATRON DE OPEN EXTEND POR LLAMADA QUE
      *> PROGSHIS; SI LA COLA TODAVIA NO EXISTE LA CREA.
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETROSOL-FILE   ASSIGN TO "RETROSOL"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-RETROSOL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETROSOL-FILE.
       COPY RTSOREG.

       WORKING-STORAGE SECTION.
       01  WS-RETROSOL-STATUS      PIC X(02).

       LINKAGE SECTION.
       01  ENT-NUMERO              PIC 9(05).
       01  ENT-FECHA-EFECTIVA      PIC 9(08).
       01  ENT-SALARIO-ANTERIOR    PIC 9(05)V99.
       01  ENT-SALARIO-NUEVO       PIC 9(05)V99.
       01  ENT-PROGRAMA            PIC X(08).
       01  ENT-OPERADOR            PIC X(08).

       PROCEDURE DIVISION USING ENT-NUMERO
                                 ENT-FECHA-EFECTIVA
                                 ENT-SALARIO-ANTERIOR
                                 ENT-SALARIO-NUEVO
                                 ENT-PROGRAMA
                                 ENT-OPERADOR.
       010-RAIZ.
           OPEN EXTEND RETROSOL-FILE
           IF WS-RETROSOL-STATUS = "35"
               OPEN OUTPUT RETROSOL-FILE
           END-IF
           MOVE ENT-NUMERO            TO RS-NUMERO
           MOVE ENT-FECHA-EFECTIVA    TO RS-FECHA-EFECTIVA
           MOVE ENT-SALARIO-ANTERIOR  TO RS-SALARIO-ANTERIOR
           MOVE ENT-SALARIO-NUEVO     TO RS-SALARIO-NUEVO
           MOVE ENT-PROGRAMA          TO RS-PROGRAMA
           MOVE ENT-OPERADOR          TO RS-OPERADOR
           ACCEPT RS-FECHA-CAPTURA FROM DATE YYYYMMDD
           WRITE RS-REGISTRO
           CLOSE RETROSOL-FILE
           GOBACK.
