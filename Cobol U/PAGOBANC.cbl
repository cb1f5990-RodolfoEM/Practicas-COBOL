      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGPAGB.
      *AUTHOR.                    FERNANDO TOLEDO.
      *INSTALLATION.              CENTRO DE CAPACITACION.
      *DATE-WRITTEN.              2026-10-15.
      *DATE-COMPILED.
      *SECURITY.                  NO ES CONFIDENCIAL.
      *> ------------------------------------------------------
      *> SUBRUTINA COMPARTIDA QUE DA DE ALTA EN EL MAESTRO DE PAGOS
      *> DISPERSADOS (PAGBANC, COPY PAGBREG) EL RENGLON QUE EL
      *> PROGRAMA QUE LLAMA ACABA DE ESCRIBIR EN UN ARCHIVO DEL
      *> BANCO, YA ARMADO CON SU LLAVE (FECHA, ORIGEN, LOTE Y
      *> RENGLON). SI LA LLAVE YA EXISTE (EL MISMO ARCHIVO DEL DIA SE
      *> VOLVIO A GENERAR EN UNA RECORRIDA) EL RENGLON SE REEMPLAZA,
      *> PARA QUE UNA RECORRIDA NO DEJE PAGOS DOBLES. MISMO PATRON DE
      *> OPEN POR LLAMADA QUE PROGCCTL; SI EL MAESTRO TODAVIA NO
      *> EXISTE LO CREA.
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAGBANC-FILE    ASSIGN TO "PAGBANC"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS PB-LLAVE
                                   ALTERNATE RECORD KEY IS PB-NUMERO
                                       WITH DUPLICATES
                                   FILE STATUS IS WS-PAGBANC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAGBANC-FILE.
       COPY PAGBREG.

       WORKING-STORAGE SECTION.
       01  WS-PAGBANC-STATUS       PIC X(02).

       LINKAGE SECTION.
       01  ENT-PB-REGISTRO         PIC X(123).

       PROCEDURE DIVISION USING ENT-PB-REGISTRO.
       010-RAIZ.
           OPEN I-O PAGBANC-FILE
           IF WS-PAGBANC-STATUS = "35"
               OPEN OUTPUT PAGBANC-FILE
               CLOSE PAGBANC-FILE
               OPEN I-O PAGBANC-FILE
           END-IF
           MOVE ENT-PB-REGISTRO TO PB-REGISTRO
           WRITE PB-REGISTRO
               INVALID KEY
                   REWRITE PB-REGISTRO
           END-WRITE
           CLOSE PAGBANC-FILE
           GOBACK.
