      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGVREQ.
      *AUTHOR.                    FERNANDO TOLEDO.
      *INSTALLATION.              CENTRO DE CAPACITACION.
      *DATE-WRITTEN.              2026-10-15.
      *DATE-COMPILED.
      *SECURITY.                  NO ES CONFIDENCIAL.
      *> ------------------------------------------------------
      *> SUBRUTINA COMPARTIDA DE LAS REQUISICIONES DE PERSONAL
      *> (REQUISIC, COPY REQSREG) QUE CITA UN ALTA. CON ACCION "V"
      *> VALIDA QUE LA REQUISICION EXISTA, ESTE APROBADA Y SEA DEL
      *> MISMO DEPARTAMENTO Y PUESTO DEL ALTA; CON ACCION "C" HACE LA
      *> MISMA VALIDACION Y LA CIERRA COMO CUBIERTA CON EL EMPLEADO
      *> CONTRATADO Y LA FECHA DEL DIA. LA USAN EL ALTA DE PROGGOTD Y
      *> PROGIFEV (VALIDA ANTES DE GRABAR Y CIERRA DESPUES) Y EL
      *> PRE-EDITOR PROGPREE (SOLO VALIDA). IGUAL QUE PROGVPUE, ABRE
      *> Y CIERRA EL ARCHIVO EN CADA LLAMADA; SI NO SE PUEDE ABRIR
      *> LA REQUISICION SE REPORTA COMO NO VALIDA.
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUISIC-FILE   ASSIGN TO "REQUISIC"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS RQ-NUMERO
                                   FILE STATUS IS WS-REQUISIC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUISIC-FILE.
       COPY REQSREG.

       WORKING-STORAGE SECTION.
       01  WS-AREAS.
           05 WS-REQUISIC-STATUS   PIC X(02).

       LINKAGE SECTION.
       01  ENT-ACCION              PIC X(01).
           88 ENT-CIERRA                          VALUE "C".
       01  ENT-REQUISICION         PIC 9(06).
       01  ENT-DEPARTAMENTO        PIC X(04).
       01  ENT-PUESTO              PIC X(04).
       01  ENT-EMPLEADO            PIC 9(05).
       01  SAL-VALIDO              PIC X(01).
           88 SAL-REQUISICION-VALIDA              VALUE "S".
       01  SAL-MOTIVO              PIC X(30).

       PROCEDURE DIVISION USING ENT-ACCION
                                 ENT-REQUISICION
                                 ENT-DEPARTAMENTO
                                 ENT-PUESTO
                                 ENT-EMPLEADO
                                 SAL-VALIDO
                                 SAL-MOTIVO.
       000-RAIZ.
           MOVE "N" TO SAL-VALIDO
           MOVE SPACES TO SAL-MOTIVO
           IF ENT-REQUISICION NOT NUMERIC OR ENT-REQUISICION = ZERO
               MOVE "NO CITA REQUISICION" TO SAL-MOTIVO
               GOBACK
           END-IF
           IF ENT-CIERRA
               OPEN I-O REQUISIC-FILE
           ELSE
               OPEN INPUT REQUISIC-FILE
           END-IF
           IF WS-REQUISIC-STATUS NOT = "00"
               MOVE "NO SE PUEDE ABRIR REQUISIC" TO SAL-MOTIVO
               GOBACK
           END-IF
           PERFORM 010-REVISA-REQUISICION THRU 010-FIN
           IF SAL-REQUISICION-VALIDA AND ENT-CIERRA
               PERFORM 020-CIERRA-REQUISICION THRU 020-FIN
           END-IF
           CLOSE REQUISIC-FILE
           GOBACK.

      *> LA REQUISICION DEBE EXISTIR, ESTAR APROBADA (NI ABIERTA SIN
      *> APROBAR, NI YA CUBIERTA, NI CANCELADA) Y PEDIR EL MISMO
      *> DEPARTAMENTO Y PUESTO QUE OCUPA EL ALTA.
       010-REVISA-REQUISICION.
           MOVE ENT-REQUISICION TO RQ-NUMERO
           READ REQUISIC-FILE
               INVALID KEY
                   MOVE "NO EXISTE LA REQUISICION" TO SAL-MOTIVO
                   GO TO 010-FIN
           END-READ
           EVALUATE TRUE
               WHEN RQ-ABIERTA
                   MOVE "REQUISICION SIN APROBAR" TO SAL-MOTIVO
               WHEN RQ-CUBIERTA
                   MOVE "REQUISICION YA CUBIERTA" TO SAL-MOTIVO
               WHEN RQ-CANCELADA
                   MOVE "REQUISICION CANCELADA" TO SAL-MOTIVO
               WHEN RQ-DEPARTAMENTO NOT = ENT-DEPARTAMENTO
                 OR RQ-PUESTO NOT = ENT-PUESTO
                   MOVE "REQUISICION DE OTRO PUESTO" TO SAL-MOTIVO
               WHEN OTHER
                   MOVE "S" TO SAL-VALIDO
           END-EVALUATE.
       010-FIN.  EXIT.

      *> CIERRA LA REQUISICION COMO CUBIERTA CON EL EMPLEADO QUE LA
      *> OCUPO; SI NO SE PUEDE REGRABAR SE DEVUELVE COMO NO VALIDA.
       020-CIERRA-REQUISICION.
           SET RQ-CUBIERTA TO TRUE
           MOVE ENT-EMPLEADO TO RQ-EMPLEADO
           ACCEPT RQ-FECHA-CIERRE FROM DATE YYYYMMDD
           REWRITE RQ-REGISTRO
           IF WS-REQUISIC-STATUS NOT = "00"
               MOVE "N" TO SAL-VALIDO
               MOVE "NO SE PUDO CERRAR REQUISICION" TO SAL-MOTIVO
           END-IF.
       020-FIN.  EXIT.
