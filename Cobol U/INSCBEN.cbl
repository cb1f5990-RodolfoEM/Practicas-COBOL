      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGINSB.
      *AUTHOR.                    FERNANDO TOLEDO.
      *INSTALLATION.              CENTRO DE CAPACITACION.
      *DATE-WRITTEN.              2026-10-15.
      *DATE-COMPILED.
      *SECURITY.                  NO ES CONFIDENCIAL.
      *> ------------------------------------------------------
      *> INSCRIPCION DE EMPLEADOS A LOS PLANES DE SEGURO (BENINSC,
      *> COPY BINSREG): INSCRIBE A UN EMPLEADO EN UN PLAN DEL
      *> CATALOGO PLANBEN, LO DA DE BAJA DEL PLAN Y CONSULTA SUS
      *> INSCRIPCIONES. SOLO SE INSCRIBE A QUIEN LA CRIBA DE
      *> PBAPERIF DEJO COMO ELEGIBLE EN ELEGEMP. EL NIVEL DE
      *> COBERTURA Y LOS DEPENDIENTES SALEN DEL ARCHIVO DE
      *> BENEFICIARIOS Y DEPENDIENTES (BENEFIC, VIA PROGNBEN) Y LA
      *> PRIMA Y LA PARTE DEL EMPLEADO DEL CATALOGO (VIA PROGPLAN).
      *> LA PARTE DEL EMPLEADO LA RETIENE PROGNOMI EN CADA NOMINA Y
      *> EL ALTA O LA BAJA QUEDA PENDIENTE PARA EL ARCHIVO MENSUAL
      *> DE LA ASEGURADORA QUE ARMA PROGASEG. CADA ALTA O BAJA QUEDA
      *> EN LA BITACORA DE AUDITORIA VIA PROGAUDT (TIPOS
      *> BIALTA/BIBAJA). IGUAL QUE PROGDEDU, RESPETA EL CANDADO DE
      *> CORRIDA Y EXIGE FIRMA DE OPERADOR.
      *> ------------------------------------------------------
      *> MODIFICACIONES:
      *> 2026-10-15  UNA INSCRIPCION NUEVA ARRANCA EN CERO EL PERIODO
      *>             DE PAGO Y LO RETENIDO EN EL (BI-PERIODO-PAGO/
      *>             BI-RETENIDO-PER).
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BENINSC-FILE    ASSIGN TO "BENINSC"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS BI-LLAVE
                                   FILE STATUS IS WS-BENINSC-STATUS.

           SELECT EMPMAST-FILE    ASSIGN TO "EMPMAST"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS EM-NUMERO
                                   ALTERNATE RECORD KEY IS EM-NOMBRE
                                       WITH DUPLICATES
                                   FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT ELEGEMP-FILE    ASSIGN TO "ELEGEMP"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS EL-NUMERO
                                   FILE STATUS IS WS-ELEGEMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BENINSC-FILE.
       COPY BINSREG.

       FD  EMPMAST-FILE.
       COPY EMPREC.

       FD  ELEGEMP-FILE.
       COPY ELEGREG.

       WORKING-STORAGE SECTION.
       01  WS-AREAS.
           05 WS-BENINSC-STATUS   PIC X(02).
           05 WS-EMPMAST-STATUS   PIC X(02).
           05 WS-ELEGEMP-STATUS   PIC X(02).
           05 WS-OPCION           PIC X(01).
           05 WS-NUMERO           PIC 9(05).
           05 WS-PLAN             PIC X(02).
           05 WS-NIVEL            PIC X(01).
           05 WS-DEPENDIENTES     PIC 9(02).
           05 WS-PRIMA            PIC 9(05)V99.
           05 WS-PCT-EMPLEADO     PIC 9(03)V99.
           05 WS-ASEGURADORA      PIC X(10).
           05 WS-POLIZA           PIC X(15).
           05 WS-PLAN-VALIDO      PIC X(01).
               88 PLAN-VALIDO                    VALUE "S".
           05 WS-ELEGIBLE         PIC X(01).
               88 ES-ELEGIBLE                    VALUE "S".
           05 WS-INSCRITO         PIC X(01).
               88 YA-INSCRITO                    VALUE "S".
           05 WS-INSCRIPCIONES    PIC 9(03).
           05 WS-FECHA-HOY        PIC 9(08).
           05 WS-RESULTADO-LOCK   PIC X(02).
           05 WS-OPERADOR         PIC X(08)      VALUE "CICLO   ".
           05 WS-NIVEL-OPER       PIC X(01).
               88 NIVEL-CONSULTA                 VALUE "C".
           05 WS-FIRMA-VALIDA     PIC X(01)      VALUE "N".
               88 FIRMA-VALIDA                   VALUE "S".
           05 WS-DETALLE-SEG      PIC X(30).
           05 WS-CODIGO-RETORNO   PIC 9(02)      VALUE ZERO.
           05 WS-RC-NUEVO         PIC 9(02).
           05 WS-DESCRIPCION-ERROR PIC X(40).

       01  WS-EDITADOS.
           05 WS-PRIMA-ED         PIC ZZ,ZZ9.99.
           05 WS-CUOTA-ED         PIC ZZ,ZZ9.99.
           05 WS-RETENIDO-ED      PIC ZZ,ZZ9.99.

       PROCEDURE DIVISION.
       000-RAIZ.
           MOVE ZERO TO RETURN-CODE
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           CALL "PROGLOCK" USING "V" WS-RESULTADO-LOCK
           IF WS-RESULTADO-LOCK = "EP"
               DISPLAY "EL CICLO NOCTURNO ESTA EN PROCESO - LA "
                       "INSCRIPCION A SEGUROS SE RECHAZA"
               MOVE 08 TO WS-RC-NUEVO
               MOVE "SEGUROS: CICLO EN PROCESO"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 090-ACTUALIZA-RC THRU 090-FIN
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               GOBACK
           END-IF
           CALL "PROGSIGN" USING WS-OPERADOR
                                  WS-NIVEL-OPER
                                  WS-FIRMA-VALIDA
                                  "PROGINSB"
           IF NOT FIRMA-VALIDA
               DISPLAY "SIN FIRMA DE OPERADOR VALIDA, TERMINA EL "
                       "PROCESO"
               MOVE 08 TO WS-RC-NUEVO
               MOVE "SEGUROS: OPERADOR NO AUTORIZADO"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 090-ACTUALIZA-RC THRU 090-FIN
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 001-ABRE-BENINSC THRU 001-FIN
           OPEN INPUT EMPMAST-FILE
           DISPLAY "MENU: 1-INSCRIBE 2-BAJA DEL PLAN 3-CONSULTA"
           ACCEPT WS-OPCION
      *> UN OPERADOR DE SOLO CONSULTA NADA MAS PUEDE VER LAS
      *> INSCRIPCIONES.
           IF NIVEL-CONSULTA
              AND (WS-OPCION = "1" OR WS-OPCION = "2")
               DISPLAY "EL OPERADOR " WS-OPERADOR " ES DE SOLO "
                       "CONSULTA - LA OPCION SE RECHAZA"
               MOVE "INSCRIBIR/BAJA EXIGE NIVEL M/T" TO WS-DETALLE-SEG
               CALL "PROGSEGL" USING "PROGINSB" WS-OPERADOR "NEGADO"
                       WS-NIVEL-OPER WS-DETALLE-SEG
               MOVE 08 TO WS-RC-NUEVO
               MOVE "SEGUROS: OPERADOR DE SOLO CONSULTA"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 090-ACTUALIZA-RC THRU 090-FIN
               CLOSE BENINSC-FILE
               CLOSE EMPMAST-FILE
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               GOBACK
           END-IF
           EVALUATE WS-OPCION
               WHEN "1"
                   PERFORM 010-INSCRIBE THRU 010-FIN
               WHEN "2"
                   PERFORM 020-BAJA-PLAN THRU 020-FIN
               WHEN "3"
                   PERFORM 030-CONSULTA THRU 030-FIN
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA: " WS-OPCION
                   MOVE 08 TO WS-RC-NUEVO
                   MOVE "SEGUROS: OPCION INVALIDA"
                        TO WS-DESCRIPCION-ERROR
                   PERFORM 090-ACTUALIZA-RC THRU 090-FIN
           END-EVALUATE
           CLOSE BENINSC-FILE
           CLOSE EMPMAST-FILE
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE
           GOBACK.

      *> ABRE EL ARCHIVO DE INSCRIPCIONES EN I-O; SI TODAVIA NO
      *> EXISTE LO CREA VACIO Y LO VUELVE A ABRIR, IGUAL QUE DEDMAST.
       001-ABRE-BENINSC.
           OPEN I-O BENINSC-FILE
           IF WS-BENINSC-STATUS = "35"
               OPEN OUTPUT BENINSC-FILE
               CLOSE BENINSC-FILE
               OPEN I-O BENINSC-FILE
           END-IF.
       001-FIN.  EXIT.

      *> INSCRIBE AL EMPLEADO EN UN PLAN: EXIGE UN EMPLEADO ACTIVO,
      *> ELEGIBLE EN ELEGEMP, SIN UNA INSCRIPCION VIGENTE EN EL MISMO
      *> PLAN, Y UN PLAN CATALOGADO PARA EL NIVEL QUE LE TOCA SEGUN
      *> SUS DEPENDIENTES.
       010-INSCRIBE.
           DISPLAY "NUMERO DE EMPLEADO: "
           ACCEPT WS-NUMERO
           MOVE WS-NUMERO TO EM-NUMERO
           READ EMPMAST-FILE
               INVALID KEY
                   DISPLAY "NO EXISTE EL EMPLEADO: " WS-NUMERO
                   MOVE 08 TO WS-RC-NUEVO
                   MOVE "SEGUROS: NO EXISTE EL EMPLEADO"
                        TO WS-DESCRIPCION-ERROR
                   PERFORM 090-ACTUALIZA-RC THRU 090-FIN
                   GO TO 010-FIN
           END-READ
           IF EM-INACTIVO
               DISPLAY "EL EMPLEADO ESTA DADO DE BAJA: " WS-NUMERO
               MOVE 08 TO WS-RC-NUEVO
               MOVE "SEGUROS: EMPLEADO INACTIVO"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 090-ACTUALIZA-RC THRU 090-FIN
               GO TO 010-FIN
           END-IF
           PERFORM 015-REVISA-ELEGIBLE THRU 015-FIN
           IF NOT ES-ELEGIBLE
               GO TO 010-FIN
           END-IF
           DISPLAY "PLAN (GM-GASTOS MEDICOS VI-VIDA, SEGUN CATALOGO): "
           ACCEPT WS-PLAN
           MOVE "N" TO WS-INSCRITO
           MOVE WS-NUMERO TO BI-NUMERO
           MOVE WS-PLAN   TO BI-PLAN
           READ BENINSC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-INSCRITO
           END-READ
           IF YA-INSCRITO AND BI-VIGENTE
               DISPLAY "EL EMPLEADO YA ESTA INSCRITO EN EL PLAN: "
                       WS-PLAN
               MOVE 08 TO WS-RC-NUEVO
               MOVE "SEGUROS: YA ESTA INSCRITO EN EL PLAN"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 090-ACTUALIZA-RC THRU 090-FIN
               GO TO 010-FIN
           END-IF
           CALL "PROGNBEN" USING WS-NUMERO
                                  WS-NIVEL
                                  WS-DEPENDIENTES
           CALL "PROGPLAN" USING WS-PLAN
                                  WS-NIVEL
                                  WS-PRIMA
                                  WS-PCT-EMPLEADO
                                  WS-ASEGURADORA
                                  WS-POLIZA
                                  WS-PLAN-VALIDO
           IF NOT PLAN-VALIDO
               DISPLAY "EL PLAN " WS-PLAN " NO ESTA CATALOGADO PARA "
                       "EL NIVEL " WS-NIVEL
               MOVE 08 TO WS-RC-NUEVO
               MOVE "SEGUROS: PLAN O NIVEL NO CATALOGADO"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 090-ACTUALIZA-RC THRU 090-FIN
               GO TO 010-FIN
           END-IF
      *> UNA REINSCRIPCION CUYA BAJA NO HA SALIDO A LA ASEGURADORA NO
      *> ES ALTA PARA ELLA: SIGUE CUBIERTO, SOLO CAMBIA SU NIVEL.
      *> LO RETENIDO EN EL MES SE CONSERVA PARA NO COBRARLO DOBLE.
           IF YA-INSCRITO
               IF BI-MOV-BAJA
                   SET BI-MOV-CAMBIO TO TRUE
               ELSE
                   SET BI-MOV-ALTA TO TRUE
               END-IF
           ELSE
               MOVE ZERO TO BI-PERIODO
               MOVE ZERO TO BI-RETENIDO-MES
               MOVE ZERO TO BI-ULT-ENVIO
               MOVE ZERO TO BI-PERIODO-PAGO
               MOVE ZERO TO BI-RETENIDO-PER
               SET BI-MOV-ALTA TO TRUE
           END-IF
           MOVE WS-NUMERO       TO BI-NUMERO
           MOVE WS-PLAN         TO BI-PLAN
           MOVE WS-NIVEL        TO BI-NIVEL
           MOVE WS-DEPENDIENTES TO BI-DEPENDIENTES
           SET BI-VIGENTE TO TRUE
           DISPLAY "FECHA DE INICIO DE COBERTURA (AAAAMMDD, 0 = HOY): "
           ACCEPT BI-FECHA-ALTA
           IF BI-FECHA-ALTA NOT NUMERIC OR BI-FECHA-ALTA = ZERO
               MOVE WS-FECHA-HOY TO BI-FECHA-ALTA
           END-IF
           MOVE ZERO TO BI-FECHA-BAJA
           MOVE WS-PRIMA TO BI-PRIMA
           COMPUTE BI-CUOTA-EMPLEADO ROUNDED =
                   WS-PRIMA * WS-PCT-EMPLEADO / 100
           MOVE BI-FECHA-ALTA TO BI-FECHA-MOVIMIENTO
           IF YA-INSCRITO
               REWRITE BI-REGISTRO
           ELSE
               WRITE BI-REGISTRO
           END-IF
           IF WS-BENINSC-STATUS = "00"
               MOVE BI-PRIMA          TO WS-PRIMA-ED
               MOVE BI-CUOTA-EMPLEADO TO WS-CUOTA-ED
               DISPLAY "EMPLEADO " WS-NUMERO " INSCRITO EN EL PLAN "
                       WS-PLAN " NIVEL " BI-NIVEL " CON "
                       BI-DEPENDIENTES " DEPENDIENTES"
               DISPLAY "PRIMA MENSUAL: " WS-PRIMA-ED
                       "  PARTE DEL EMPLEADO: " WS-CUOTA-ED
               CALL "PROGAUDT" USING "BIALTA" BI-NUMERO
                                      WS-OPERADOR
           ELSE
               DISPLAY "NO SE PUDO GRABAR LA INSCRIPCION: "
                       WS-BENINSC-STATUS
               MOVE 08 TO WS-RC-NUEVO
               MOVE "SEGUROS: NO SE GRABO LA INSCRIPCION"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 090-ACTUALIZA-RC THRU 090-FIN
           END-IF.
       010-FIN.  EXIT.

      *> EL EMPLEADO DEBE ESTAR EN ELEGEMP COMO ELEGIBLE; SI EL
      *> ARCHIVO NO SE PUEDE ABRIR TAMPOCO SE INSCRIBE A NADIE.
       015-REVISA-ELEGIBLE.
           MOVE "N" TO WS-ELEGIBLE
           OPEN INPUT ELEGEMP-FILE
           IF WS-ELEGEMP-STATUS NOT = "00"
               DISPLAY "NO SE PUEDE ABRIR ELEGEMP, NO SE INSCRIBE"
               MOVE 08 TO WS-RC-NUEVO
               MOVE "SEGUROS: SIN ARCHIVO ELEGEMP"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 090-ACTUALIZA-RC THRU 090-FIN
               GO TO 015-FIN
           END-IF
           MOVE WS-NUMERO TO EL-NUMERO
           READ ELEGEMP-FILE
               INVALID KEY
                   MOVE "NO EVALUADO" TO EL-RESULTADO
           END-READ
           CLOSE ELEGEMP-FILE
           IF EL-ELEGIBLE
               MOVE "S" TO WS-ELEGIBLE
           ELSE
               DISPLAY "EL EMPLEADO " WS-NUMERO " NO ES ELEGIBLE: "
                       EL-RESULTADO
               MOVE 08 TO WS-RC-NUEVO
               MOVE "SEGUROS: EMPLEADO NO ELEGIBLE"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 090-ACTUALIZA-RC THRU 090-FIN
           END-IF.
       015-FIN.  EXIT.

      *> DA DE BAJA AL EMPLEADO DEL PLAN: DEJA DE RETENERSE DESDE LA
      *> SIGUIENTE NOMINA. UNA ALTA QUE NO HABIA SALIDO A LA
      *> ASEGURADORA SE CANCELA SIN MANDARLE NADA.
       020-BAJA-PLAN.
           DISPLAY "NUMERO DE EMPLEADO: "
           ACCEPT BI-NUMERO
           DISPLAY "PLAN: "
           ACCEPT BI-PLAN
           READ BENINSC-FILE
               INVALID KEY
                   DISPLAY "EL EMPLEADO NO ESTA INSCRITO EN ESE PLAN"
                   MOVE 08 TO WS-RC-NUEVO
                   MOVE "SEGUROS: NO EXISTE LA INSCRIPCION"
                        TO WS-DESCRIPCION-ERROR
                   PERFORM 090-ACTUALIZA-RC THRU 090-FIN
                   GO TO 020-FIN
           END-READ
           IF BI-BAJA
               DISPLAY "LA INSCRIPCION YA ESTABA DADA DE BAJA"
               MOVE 08 TO WS-RC-NUEVO
               MOVE "SEGUROS: YA ESTABA DE BAJA"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 090-ACTUALIZA-RC THRU 090-FIN
               GO TO 020-FIN
           END-IF
           SET BI-BAJA TO TRUE
           MOVE WS-FECHA-HOY TO BI-FECHA-BAJA
           IF BI-MOV-ALTA
               SET BI-SIN-MOVIMIENTO TO TRUE
           ELSE
               SET BI-MOV-BAJA TO TRUE
               MOVE WS-FECHA-HOY TO BI-FECHA-MOVIMIENTO
           END-IF
           REWRITE BI-REGISTRO
           IF WS-BENINSC-STATUS = "00"
               DISPLAY "BAJA DEL PLAN REGISTRADA"
               CALL "PROGAUDT" USING "BIBAJA" BI-NUMERO
                                      WS-OPERADOR
           ELSE
               DISPLAY "NO SE PUDO DAR DE BAJA: " WS-BENINSC-STATUS
               MOVE 08 TO WS-RC-NUEVO
               MOVE "SEGUROS: NO SE GRABO LA BAJA"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 090-ACTUALIZA-RC THRU 090-FIN
           END-IF.
       020-FIN.  EXIT.

      *> MUESTRA TODAS LAS INSCRIPCIONES DEL EMPLEADO, VIGENTES Y DE
      *> BAJA, CON LO RETENIDO EN EL MES.
       030-CONSULTA.
           DISPLAY "NUMERO DE EMPLEADO: "
           ACCEPT WS-NUMERO
           MOVE ZERO TO WS-INSCRIPCIONES
           MOVE WS-NUMERO TO BI-NUMERO
           MOVE LOW-VALUES TO BI-PLAN
           START BENINSC-FILE KEY IS NOT LESS THAN BI-LLAVE
               INVALID KEY
                   MOVE "10" TO WS-BENINSC-STATUS
           END-START
           PERFORM 035-MUESTRA-INSCRIPCION THRU 035-FIN
                   UNTIL WS-BENINSC-STATUS NOT = "00"
           IF WS-INSCRIPCIONES = ZERO
               DISPLAY "EL EMPLEADO NO ESTA INSCRITO EN NINGUN PLAN"
           END-IF.
       030-FIN.  EXIT.

       035-MUESTRA-INSCRIPCION.
           READ BENINSC-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-BENINSC-STATUS
                   GO TO 035-FIN
           END-READ
           IF BI-NUMERO NOT = WS-NUMERO
               MOVE "10" TO WS-BENINSC-STATUS
               GO TO 035-FIN
           END-IF
           ADD 1 TO WS-INSCRIPCIONES
           MOVE BI-PRIMA          TO WS-PRIMA-ED
           MOVE BI-CUOTA-EMPLEADO TO WS-CUOTA-ED
           MOVE BI-RETENIDO-MES   TO WS-RETENIDO-ED
           DISPLAY "PLAN: " BI-PLAN "  NIVEL: " BI-NIVEL
                   "  DEPENDIENTES: " BI-DEPENDIENTES
           DISPLAY "PRIMA: " WS-PRIMA-ED
                   "  PARTE DEL EMPLEADO: " WS-CUOTA-ED
           DISPLAY "ALTA: " BI-FECHA-ALTA "  BAJA: " BI-FECHA-BAJA
           IF BI-VIGENTE
               DISPLAY "ESTADO: VIGENTE"
           ELSE
               DISPLAY "ESTADO: BAJA"
           END-IF
           DISPLAY "MES: " BI-PERIODO "  RETENIDO: " WS-RETENIDO-ED
                   "  PENDIENTE PARA LA ASEGURADORA: " BI-MOVIMIENTO.
       035-FIN.  EXIT.

      *> ELEVA WS-CODIGO-RETORNO A WS-RC-NUEVO SI ESTE ES MAS SEVERO,
      *> CON CONSTANCIA EN LA BITACORA COMUN DE ERRORES (ERRLOG).
       090-ACTUALIZA-RC.
           IF WS-RC-NUEVO GREATER WS-CODIGO-RETORNO
               MOVE WS-RC-NUEVO TO WS-CODIGO-RETORNO
           END-IF
           CALL "PROGERRL" USING "PROGINSB" WS-RC-NUEVO
                   WS-DESCRIPCION-ERROR.
       090-FIN.  EXIT.
