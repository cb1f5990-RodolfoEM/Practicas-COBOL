      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGREQS.
      *AUTHOR.                    FERNANDO TOLEDO.
      *INSTALLATION.              CENTRO DE CAPACITACION.
      *DATE-WRITTEN.              2026-10-15.
      *DATE-COMPILED.
      *SECURITY.                  NO ES CONFIDENCIAL.
      *> ------------------------------------------------------
      *> REQUISICIONES DE PERSONAL (REQUISIC, COPY REQSREG): ABRE
      *> UNA SOLICITUD NUMERADA PARA CUBRIR UNA PLAZA DE UN
      *> DEPARTAMENTO/PUESTO DEL CATALOGO PUESTCAT, LA APRUEBA, LA
      *> CANCELA O LA CONSULTA. UNA REQUISICION SOLO SE ABRE SI LAS
      *> PLAZAS AUTORIZADAS (PC-PLAZAS, VIA PROGVPUE) DEJAN LUGAR
      *> DESPUES DE CONTAR A LOS ACTIVOS QUE YA OCUPAN EL PUESTO Y A
      *> LAS REQUISICIONES ABIERTAS O APROBADAS DEL MISMO PUESTO. LA
      *> APROBACION EXIGE NIVEL T Y UN OPERADOR DISTINTO DEL QUE LA
      *> PIDIO, IGUAL QUE PROGAPRV. LA REQUISICION APROBADA LA CITA
      *> EL ALTA (PROGGOTD, PROGIFEV, PROGPREE) Y SE CIERRA SOLA
      *> COMO CUBIERTA AL GRABARSE EL ALTA (VIA PROGVREQ). IGUAL QUE
      *> PROGDEDU, RESPETA EL CANDADO DE CORRIDA Y EXIGE FIRMA DE
      *> OPERADOR.
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

           SELECT EMPMAST-FILE    ASSIGN TO "EMPMAST"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS EM-NUMERO
                                   ALTERNATE RECORD KEY IS EM-NOMBRE
                                       WITH DUPLICATES
                                   FILE STATUS IS WS-EMPMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUISIC-FILE.
       COPY REQSREG.

       FD  EMPMAST-FILE.
       COPY EMPREC.

       WORKING-STORAGE SECTION.
       01  WS-AREAS.
           05 WS-REQUISIC-STATUS  PIC X(02).
           05 WS-EMPMAST-STATUS   PIC X(02).
           05 WS-OPCION           PIC X(01).
           05 WS-REQUISICION      PIC 9(06).
           05 WS-ULTIMA-REQ       PIC 9(06).
           05 WS-DEPARTAMENTO     PIC X(04).
           05 WS-PUESTO           PIC X(04).
           05 WS-PUESTO-NOMBRE    PIC X(20).
           05 WS-PUESTO-PLAZAS    PIC 9(03).
           05 WS-PUESTO-VALIDO    PIC X(01).
               88 PUESTO-VALIDO                  VALUE "S".
           05 WS-PLAZAS-OCUPADAS  PIC 9(03).
           05 WS-REQ-PENDIENTES   PIC 9(03).
           05 WS-ESTADO-DESC      PIC X(10).
           05 WS-FECHA-HOY        PIC 9(08).
           05 WS-RESULTADO-LOCK   PIC X(02).
           05 WS-OPERADOR         PIC X(08)      VALUE "CICLO   ".
           05 WS-NIVEL-OPER       PIC X(01).
               88 NIVEL-CONSULTA                 VALUE "C".
               88 NIVEL-TODO                     VALUE "T".
           05 WS-FIRMA-VALIDA     PIC X(01)      VALUE "N".
               88 FIRMA-VALIDA                   VALUE "S".
           05 WS-DETALLE-SEG      PIC X(30).
           05 WS-CODIGO-RETORNO   PIC 9(02)      VALUE ZERO.
           05 WS-RC-NUEVO         PIC 9(02).
           05 WS-DESCRIPCION-ERROR PIC X(40).

       PROCEDURE DIVISION.
       000-RAIZ.
           MOVE ZERO TO RETURN-CODE
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           CALL "PROGLOCK" USING "V" WS-RESULTADO-LOCK
           IF WS-RESULTADO-LOCK = "EP"
               DISPLAY "EL CICLO NOCTURNO ESTA EN PROCESO - LAS "
                       "REQUISICIONES SE RECHAZAN"
               MOVE 08 TO WS-RC-NUEVO
               MOVE "REQUISICIONES: CICLO EN PROCESO"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 090-ACTUALIZA-RC THRU 090-FIN
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               GOBACK
           END-IF
           CALL "PROGSIGN" USING WS-OPERADOR
                                  WS-NIVEL-OPER
                                  WS-FIRMA-VALIDA
                                  "PROGREQS"
           IF NOT FIRMA-VALIDA
               DISPLAY "SIN FIRMA DE OPERADOR VALIDA, TERMINA EL "
                       "PROCESO"
               MOVE 08 TO WS-RC-NUEVO
               MOVE "REQUISICIONES: OPERADOR NO AUTORIZADO"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 090-ACTUALIZA-RC THRU 090-FIN
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 001-ABRE-REQUISIC THRU 001-FIN
           DISPLAY "MENU: 1-ABRE 2-APRUEBA 3-CANCELA 4-CONSULTA"
           ACCEPT WS-OPCION
      *> UN OPERADOR DE SOLO CONSULTA NADA MAS PUEDE VER LAS
      *> REQUISICIONES.
           IF NIVEL-CONSULTA
              AND (WS-OPCION = "1" OR WS-OPCION = "2"
                   OR WS-OPCION = "3")
               DISPLAY "EL OPERADOR " WS-OPERADOR " ES DE SOLO "
                       "CONSULTA - LA OPCION SE RECHAZA"
               MOVE "REQUISICIONES EXIGE NIVEL M/T" TO WS-DETALLE-SEG
               CALL "PROGSEGL" USING "PROGREQS" WS-OPERADOR "NEGADO"
                       WS-NIVEL-OPER WS-DETALLE-SEG
               MOVE 08 TO WS-RC-NUEVO
               MOVE "REQUISICIONES: OPERADOR DE SOLO CONSULTA"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 090-ACTUALIZA-RC THRU 090-FIN
               CLOSE REQUISIC-FILE
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               GOBACK
           END-IF
      *> APROBAR ES DOBLE CONTROL: SOLO NIVEL T, IGUAL QUE PROGAPRV.
           IF WS-OPCION = "2" AND NOT NIVEL-TODO
               DISPLAY "SOLO UN OPERADOR CON NIVEL T PUEDE APROBAR "
                       "REQUISICIONES"
               MOVE "APROBAR REQUISICION EXIGE T" TO WS-DETALLE-SEG
               CALL "PROGSEGL" USING "PROGREQS" WS-OPERADOR "NEGADO"
                       WS-NIVEL-OPER WS-DETALLE-SEG
               MOVE 08 TO WS-RC-NUEVO
               MOVE "REQUISICIONES: APROBAR EXIGE NIVEL T"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 090-ACTUALIZA-RC THRU 090-FIN
               CLOSE REQUISIC-FILE
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               GOBACK
           END-IF
           EVALUATE WS-OPCION
               WHEN "1"
                   PERFORM 010-ABRE-REQUISICION THRU 010-FIN
               WHEN "2"
                   PERFORM 020-APRUEBA THRU 020-FIN
               WHEN "3"
                   PERFORM 030-CANCELA THRU 030-FIN
               WHEN "4"
                   PERFORM 040-CONSULTA THRU 040-FIN
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA: " WS-OPCION
                   MOVE 08 TO WS-RC-NUEVO
                   MOVE "REQUISICIONES: OPCION INVALIDA"
                        TO WS-DESCRIPCION-ERROR
                   PERFORM 090-ACTUALIZA-RC THRU 090-FIN
           END-EVALUATE
           CLOSE REQUISIC-FILE
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE
           GOBACK.

      *> ABRE EL ARCHIVO DE REQUISICIONES EN I-O; SI TODAVIA NO
      *> EXISTE LO CREA VACIO Y LO VUELVE A ABRIR, IGUAL QUE DEDMAST.
       001-ABRE-REQUISIC.
           OPEN I-O REQUISIC-FILE
           IF WS-REQUISIC-STATUS = "35"
               OPEN OUTPUT REQUISIC-FILE
               CLOSE REQUISIC-FILE
               OPEN I-O REQUISIC-FILE
           END-IF.
       001-FIN.  EXIT.

      *> ABRE UNA REQUISICION: EL PUESTO DEBE ESTAR CATALOGADO Y SUS
      *> PLAZAS AUTORIZADAS DEBEN DEJAR LUGAR DESPUES DE LOS ACTIVOS
      *> QUE YA LO OCUPAN Y DE LAS REQUISICIONES PENDIENTES (ABIERTAS
      *> O APROBADAS) DEL MISMO PUESTO. EL NUMERO ES EL SIGUIENTE AL
      *> MAYOR YA USADO.
       010-ABRE-REQUISICION.
           DISPLAY "DEPARTAMENTO: "
           ACCEPT WS-DEPARTAMENTO
           DISPLAY "PUESTO: "
           ACCEPT WS-PUESTO
           CALL "PROGVPUE" USING WS-DEPARTAMENTO
                                  WS-PUESTO
                                  WS-PUESTO-NOMBRE
                                  WS-PUESTO-PLAZAS
                                  WS-PUESTO-VALIDO
           IF NOT PUESTO-VALIDO
               DISPLAY "PUESTO NO CATALOGADO: " WS-DEPARTAMENTO " "
                       WS-PUESTO
               MOVE 08 TO WS-RC-NUEVO
               MOVE "REQUISICIONES: PUESTO NO CATALOGADO"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 090-ACTUALIZA-RC THRU 090-FIN
               GO TO 010-FIN
           END-IF
           PERFORM 015-CUENTA-OCUPADAS THRU 015-FIN
           PERFORM 017-CUENTA-PENDIENTES THRU 017-FIN
           IF WS-PLAZAS-OCUPADAS + WS-REQ-PENDIENTES
              NOT LESS WS-PUESTO-PLAZAS
               DISPLAY "SIN PLAZA LIBRE EN " WS-DEPARTAMENTO " "
                       WS-PUESTO ": AUTORIZADAS " WS-PUESTO-PLAZAS
                       " OCUPADAS " WS-PLAZAS-OCUPADAS
                       " EN REQUISICION " WS-REQ-PENDIENTES
               MOVE 08 TO WS-RC-NUEVO
               MOVE "REQUISICIONES: SIN PLAZA LIBRE"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 090-ACTUALIZA-RC THRU 090-FIN
               GO TO 010-FIN
           END-IF
           MOVE SPACES TO RQ-REGISTRO
           COMPUTE RQ-NUMERO = WS-ULTIMA-REQ + 1
           MOVE WS-DEPARTAMENTO TO RQ-DEPARTAMENTO
           MOVE WS-PUESTO       TO RQ-PUESTO
           DISPLAY "JUSTIFICACION: "
           ACCEPT RQ-JUSTIFICACION
           MOVE WS-OPERADOR     TO RQ-SOLICITANTE
           MOVE WS-FECHA-HOY    TO RQ-FECHA-APERTURA
           MOVE ZERO            TO RQ-FECHA-APROBACION
           SET RQ-ABIERTA TO TRUE
           MOVE ZERO            TO RQ-EMPLEADO
           MOVE ZERO            TO RQ-FECHA-CIERRE
           WRITE RQ-REGISTRO
           IF WS-REQUISIC-STATUS = "00"
               DISPLAY "REQUISICION ABIERTA: " RQ-NUMERO " PARA "
                       WS-DEPARTAMENTO " " WS-PUESTO " "
                       WS-PUESTO-NOMBRE
           ELSE
               DISPLAY "NO SE PUDO GRABAR LA REQUISICION: "
                       WS-REQUISIC-STATUS
               MOVE 08 TO WS-RC-NUEVO
               MOVE "REQUISICIONES: NO SE GRABO LA APERTURA"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 090-ACTUALIZA-RC THRU 090-FIN
           END-IF.
       010-FIN.  EXIT.

      *> CUENTA LOS EMPLEADOS ACTIVOS QUE YA OCUPAN EL PUESTO EN SU
      *> DEPARTAMENTO, IGUAL QUE 027-CUENTA-PLANTILLA DE PROGGOTD.
       015-CUENTA-OCUPADAS.
           MOVE ZERO TO WS-PLAZAS-OCUPADAS
           OPEN INPUT EMPMAST-FILE
           IF WS-EMPMAST-STATUS NOT = "00"
               GO TO 015-FIN
           END-IF
           MOVE ZEROS TO EM-NUMERO
           START EMPMAST-FILE KEY IS NOT LESS THAN EM-NUMERO
               INVALID KEY
                   MOVE "10" TO WS-EMPMAST-STATUS
           END-START
           PERFORM 016-REVISA-PLAZA THRU 016-FIN
                   UNTIL WS-EMPMAST-STATUS NOT = "00"
           CLOSE EMPMAST-FILE.
       015-FIN.  EXIT.

       016-REVISA-PLAZA.
           READ EMPMAST-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-EMPMAST-STATUS
               NOT AT END
                   IF EM-ACTIVO
                      AND EM-DEPARTAMENTO = WS-DEPARTAMENTO
                      AND EM-PUESTO = WS-PUESTO
                       ADD 1 TO WS-PLAZAS-OCUPADAS
                   END-IF
           END-READ.
       016-FIN.  EXIT.

      *> BARRE LAS REQUISICIONES CONTANDO LAS PENDIENTES DEL MISMO
      *> PUESTO (YA APARTAN SU PLAZA) Y GUARDANDO EL MAYOR NUMERO.
       017-CUENTA-PENDIENTES.
           MOVE ZERO TO WS-REQ-PENDIENTES
           MOVE ZERO TO WS-ULTIMA-REQ
           MOVE ZEROS TO RQ-NUMERO
           START REQUISIC-FILE KEY IS NOT LESS THAN RQ-NUMERO
               INVALID KEY
                   MOVE "10" TO WS-REQUISIC-STATUS
           END-START
           PERFORM 018-REVISA-REQUISICION THRU 018-FIN
                   UNTIL WS-REQUISIC-STATUS NOT = "00".
       017-FIN.  EXIT.

       018-REVISA-REQUISICION.
           READ REQUISIC-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-REQUISIC-STATUS
                   GO TO 018-FIN
           END-READ
           MOVE RQ-NUMERO TO WS-ULTIMA-REQ
           IF RQ-PENDIENTE
              AND RQ-DEPARTAMENTO = WS-DEPARTAMENTO
              AND RQ-PUESTO = WS-PUESTO
               ADD 1 TO WS-REQ-PENDIENTES
           END-IF.
       018-FIN.  EXIT.

      *> APRUEBA UNA REQUISICION ABIERTA; QUIEN LA PIDIO NO LA
      *> APRUEBA.
       020-APRUEBA.
           PERFORM 050-LEE-REQUISICION THRU 050-FIN
           IF WS-REQUISIC-STATUS NOT = "00"
               GO TO 020-FIN
           END-IF
           IF NOT RQ-ABIERTA
               DISPLAY "LA REQUISICION NO ESTA ABIERTA: " RQ-ESTADO
               MOVE 08 TO WS-RC-NUEVO
               MOVE "REQUISICIONES: NO ESTA ABIERTA"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 090-ACTUALIZA-RC THRU 090-FIN
               GO TO 020-FIN
           END-IF
           IF RQ-SOLICITANTE = WS-OPERADOR
               DISPLAY "EL OPERADOR QUE LA PIDIO NO PUEDE APROBARLA"
               MOVE 08 TO WS-RC-NUEVO
               MOVE "REQUISICIONES: MISMO OPERADOR QUE PIDIO"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 090-ACTUALIZA-RC THRU 090-FIN
               GO TO 020-FIN
           END-IF
           SET RQ-APROBADA TO TRUE
           MOVE WS-OPERADOR  TO RQ-APROBADOR
           MOVE WS-FECHA-HOY TO RQ-FECHA-APROBACION
           REWRITE RQ-REGISTRO
           IF WS-REQUISIC-STATUS = "00"
               DISPLAY "REQUISICION APROBADA: " RQ-NUMERO
           ELSE
               DISPLAY "NO SE PUDO APROBAR: " WS-REQUISIC-STATUS
               MOVE 08 TO WS-RC-NUEVO
               MOVE "REQUISICIONES: NO SE GRABO LA APROBACION"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 090-ACTUALIZA-RC THRU 090-FIN
           END-IF.
       020-FIN.  EXIT.

      *> CANCELA UNA REQUISICION PENDIENTE (ABIERTA O APROBADA) Y
      *> LIBERA SU PLAZA PARA OTRA REQUISICION.
       030-CANCELA.
           PERFORM 050-LEE-REQUISICION THRU 050-FIN
           IF WS-REQUISIC-STATUS NOT = "00"
               GO TO 030-FIN
           END-IF
           IF NOT RQ-PENDIENTE
               DISPLAY "LA REQUISICION YA ESTA CERRADA: " RQ-ESTADO
               MOVE 08 TO WS-RC-NUEVO
               MOVE "REQUISICIONES: YA ESTA CERRADA"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 090-ACTUALIZA-RC THRU 090-FIN
               GO TO 030-FIN
           END-IF
           SET RQ-CANCELADA TO TRUE
           MOVE WS-FECHA-HOY TO RQ-FECHA-CIERRE
           REWRITE RQ-REGISTRO
           IF WS-REQUISIC-STATUS = "00"
               DISPLAY "REQUISICION CANCELADA: " RQ-NUMERO
           ELSE
               DISPLAY "NO SE PUDO CANCELAR: " WS-REQUISIC-STATUS
               MOVE 08 TO WS-RC-NUEVO
               MOVE "REQUISICIONES: CANCELACION NO GRABADA"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 090-ACTUALIZA-RC THRU 090-FIN
           END-IF.
       030-FIN.  EXIT.

       040-CONSULTA.
           PERFORM 050-LEE-REQUISICION THRU 050-FIN
           IF WS-REQUISIC-STATUS NOT = "00"
               GO TO 040-FIN
           END-IF
           EVALUATE TRUE
               WHEN RQ-ABIERTA
                   MOVE "ABIERTA" TO WS-ESTADO-DESC
               WHEN RQ-APROBADA
                   MOVE "APROBADA" TO WS-ESTADO-DESC
               WHEN RQ-CUBIERTA
                   MOVE "CUBIERTA" TO WS-ESTADO-DESC
               WHEN OTHER
                   MOVE "CANCELADA" TO WS-ESTADO-DESC
           END-EVALUATE
           DISPLAY "REQUISICION: " RQ-NUMERO "  " RQ-DEPARTAMENTO
                   " " RQ-PUESTO "  ESTADO: " WS-ESTADO-DESC
           DISPLAY "JUSTIFICACION: " RQ-JUSTIFICACION
           DISPLAY "PIDIO: " RQ-SOLICITANTE " EL "
                   RQ-FECHA-APERTURA
           DISPLAY "APROBO: " RQ-APROBADOR " EL "
                   RQ-FECHA-APROBACION
           DISPLAY "CERRADA EL " RQ-FECHA-CIERRE
                   "  EMPLEADO: " RQ-EMPLEADO.
       040-FIN.  EXIT.

      *> PIDE EL NUMERO Y LEE LA REQUISICION; SI NO EXISTE LO
      *> REPORTA Y DEJA EL STATUS DEL READ PARA QUE EL LLAMADOR SALGA.
       050-LEE-REQUISICION.
           DISPLAY "NUMERO DE REQUISICION: "
           ACCEPT WS-REQUISICION
           MOVE WS-REQUISICION TO RQ-NUMERO
           READ REQUISIC-FILE
               INVALID KEY
                   DISPLAY "NO EXISTE LA REQUISICION: " WS-REQUISICION
                   MOVE 08 TO WS-RC-NUEVO
                   MOVE "REQUISICIONES: NO EXISTE LA REQUISICION"
                        TO WS-DESCRIPCION-ERROR
                   PERFORM 090-ACTUALIZA-RC THRU 090-FIN
           END-READ.
       050-FIN.  EXIT.

      *> ELEVA WS-CODIGO-RETORNO A WS-RC-NUEVO SI ESTE ES MAS SEVERO,
      *> CON CONSTANCIA EN LA BITACORA COMUN DE ERRORES (ERRLOG).
       090-ACTUALIZA-RC.
           IF WS-RC-NUEVO GREATER WS-CODIGO-RETORNO
               MOVE WS-RC-NUEVO TO WS-CODIGO-RETORNO
           END-IF
           CALL "PROGERRL" USING "PROGREQS" WS-RC-NUEVO
                   WS-DESCRIPCION-ERROR.
       090-FIN.  EXIT.
