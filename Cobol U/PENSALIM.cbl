      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGOJUD.
      *AUTHOR.                    FERNANDO TOLEDO.
      *INSTALLATION.              CENTRO DE CAPACITACION.
      *DATE-WRITTEN.              2026-10-15.
      *DATE-COMPILED.
      *SECURITY.                  NO ES CONFIDENCIAL.
      *> ------------------------------------------------------
      *> MANTENIMIENTO DEL MAESTRO DE ORDENES JUDICIALES DE PENSION
      *> ALIMENTICIA (ORDJUD, COPY OJUDREG): DA DE ALTA LA ORDEN QUE
      *> LLEGA DEL JUZGADO FAMILIAR (EXPEDIENTE, JUZGADO,
      *> BENEFICIARIO CON SU CUENTA, Y LA BASE: PORCENTAJE DEL NETO,
      *> PORCENTAJE DEL BRUTO O IMPORTE FIJO POR NOMINA), LA CANCELA
      *> CUANDO EL JUZGADO LO ORDENA Y CONSULTA LAS ORDENES DE UN
      *> EMPLEADO CON LO RETENIDO. CADA ALTA O CANCELACION QUEDA EN
      *> LA BITACORA DE AUDITORIA VIA PROGAUDT (TIPOS OJALTA/OJCANC).
      *> LA RETENCION LA APLICA PROGNOMI DENTRO DE SU CALCULO DE
      *> NETO, ANTES QUE LOS PRESTAMOS Y EL FONDO DE AHORRO, Y
      *> PROGBANC LE PAGA AL BENEFICIARIO; ANTES LAS ORDENES SE
      *> APLICABAN A MANO DESPUES DE LA NOMINA. IGUAL QUE PROGDEDU,
      *> RESPETA EL CANDADO DE CORRIDA Y EXIGE FIRMA DE OPERADOR.
      *> ------------------------------------------------------
      *> MODIFICACIONES:
      *> 2026-10-15  EL ALTA ARRANCA EN CERO EL PERIODO DE PAGO Y LO
      *>             RETENIDO EN EL (OJ-PERIODO-PAGO/OJ-RETENIDO-PER).
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDJUD-FILE     ASSIGN TO "ORDJUD"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS OJ-LLAVE
                                   FILE STATUS IS WS-ORDJUD-STATUS.

           SELECT EMPMAST-FILE    ASSIGN TO "EMPMAST"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS EM-NUMERO
                                   ALTERNATE RECORD KEY IS EM-NOMBRE
                                       WITH DUPLICATES
                                   FILE STATUS IS WS-EMPMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDJUD-FILE.
       COPY OJUDREG.

       FD  EMPMAST-FILE.
       COPY EMPREC.

       WORKING-STORAGE SECTION.
       01  WS-AREAS.
           05 WS-ORDJUD-STATUS    PIC X(02).
           05 WS-EMPMAST-STATUS   PIC X(02).
           05 WS-OPCION           PIC X(01).
           05 WS-NUMERO           PIC 9(05).
           05 WS-EXPEDIENTE       PIC X(20).
           05 WS-CLABE-VALIDA     PIC X(01).
               88 CLABE-VALIDA                   VALUE "S".
           05 WS-ORDENES          PIC 9(03).
           05 WS-RESULTADO-LOCK   PIC X(02).
           05 WS-OPERADOR         PIC X(08)      VALUE "CICLO   ".
           05 WS-NIVEL-OPER       PIC X(01).
               88 NIVEL-CONSULTA                 VALUE "C".
           05 WS-FIRMA-VALIDA     PIC X(01)      VALUE "N".
               88 FIRMA-VALIDA                   VALUE "S".
           05 WS-CODIGO-RETORNO   PIC 9(02)      VALUE ZERO.
           05 WS-RC-NUEVO         PIC 9(02).
           05 WS-DESCRIPCION-ERROR PIC X(40).

       01  WS-EDITADOS.
           05 WS-PORCENTAJE-ED    PIC Z9.99.
           05 WS-IMPORTE-ED       PIC ZZZ,ZZ9.99.
           05 WS-RETENIDO-ED      PIC ZZZ,ZZ9.99.
           05 WS-ACUMULADO-ED     PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       000-RAIZ.
           MOVE ZERO TO RETURN-CODE
           CALL "PROGLOCK" USING "V" WS-RESULTADO-LOCK
           IF WS-RESULTADO-LOCK = "EP"
               DISPLAY "EL CICLO NOCTURNO ESTA EN PROCESO - EL "
                       "MANTENIMIENTO DE ORDENES SE RECHAZA"
               MOVE 08 TO WS-RC-NUEVO
               MOVE "PENSIONES: CICLO EN PROCESO"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 090-ACTUALIZA-RC THRU 090-FIN
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               GOBACK
           END-IF
           CALL "PROGSIGN" USING WS-OPERADOR
                                  WS-NIVEL-OPER
                                  WS-FIRMA-VALIDA
           IF NOT FIRMA-VALIDA
               DISPLAY "SIN FIRMA DE OPERADOR VALIDA, TERMINA EL "
                       "PROCESO"
               MOVE 08 TO WS-RC-NUEVO
               MOVE "PENSIONES: OPERADOR NO AUTORIZADO"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 090-ACTUALIZA-RC THRU 090-FIN
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 001-ABRE-ORDJUD THRU 001-FIN
           OPEN INPUT EMPMAST-FILE
           DISPLAY "MENU: 1-ALTA DE ORDEN 2-CANCELA 3-CONSULTA"
           ACCEPT WS-OPCION
      *> UN OPERADOR DE SOLO CONSULTA NADA MAS PUEDE VER LAS ORDENES.
           IF NIVEL-CONSULTA
              AND (WS-OPCION = "1" OR WS-OPCION = "2")
               DISPLAY "EL OPERADOR " WS-OPERADOR " ES DE SOLO "
                       "CONSULTA - LA OPCION SE RECHAZA"
               MOVE 08 TO WS-RC-NUEVO
               MOVE "PENSIONES: OPERADOR DE CONSULTA"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 090-ACTUALIZA-RC THRU 090-FIN
               CLOSE ORDJUD-FILE
               CLOSE EMPMAST-FILE
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               GOBACK
           END-IF
           EVALUATE WS-OPCION
               WHEN "1"
                   PERFORM 010-ALTA-ORDEN THRU 010-FIN
               WHEN "2"
                   PERFORM 020-CANCELA-ORDEN THRU 020-FIN
               WHEN "3"
                   PERFORM 030-CONSULTA THRU 030-FIN
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA: " WS-OPCION
                   MOVE 08 TO WS-RC-NUEVO
                   MOVE "PENSIONES: OPCION INVALIDA"
                        TO WS-DESCRIPCION-ERROR
                   PERFORM 090-ACTUALIZA-RC THRU 090-FIN
           END-EVALUATE
           CLOSE ORDJUD-FILE
           CLOSE EMPMAST-FILE
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE
           GOBACK.

      *> ABRE EL MAESTRO DE ORDENES EN I-O; SI TODAVIA NO EXISTE LO
      *> CREA VACIO Y LO VUELVE A ABRIR, IGUAL QUE CON DEDMAST.
       001-ABRE-ORDJUD.
           OPEN I-O ORDJUD-FILE
           IF WS-ORDJUD-STATUS = "35"
               OPEN OUTPUT ORDJUD-FILE
               CLOSE ORDJUD-FILE
               OPEN I-O ORDJUD-FILE
           END-IF.
       001-FIN.  EXIT.

      *> ALTA DE UNA ORDEN: EXIGE UN EMPLEADO ACTIVO, UN EXPEDIENTE
      *> QUE NO TENGA YA UNA ORDEN VIGENTE PARA EL, UNA CUENTA DEL
      *> BENEFICIARIO CON CLABE VALIDA (PROGVCLA) Y UNA BASE CON SU
      *> PORCENTAJE O IMPORTE MAYOR A CERO.
       010-ALTA-ORDEN.
           DISPLAY "NUMERO DE EMPLEADO: "
           ACCEPT WS-NUMERO
           MOVE WS-NUMERO TO EM-NUMERO
           READ EMPMAST-FILE
               INVALID KEY
                   DISPLAY "NO EXISTE EL EMPLEADO: " WS-NUMERO
                   MOVE 08 TO WS-RC-NUEVO
                   MOVE "PENSIONES: NO EXISTE EL EMPLEADO"
                        TO WS-DESCRIPCION-ERROR
                   PERFORM 090-ACTUALIZA-RC THRU 090-FIN
                   GO TO 010-FIN
           END-READ
           IF EM-INACTIVO
               DISPLAY "EL EMPLEADO ESTA DADO DE BAJA: " WS-NUMERO
               MOVE 08 TO WS-RC-NUEVO
               MOVE "PENSIONES: EMPLEADO INACTIVO"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 090-ACTUALIZA-RC THRU 090-FIN
               GO TO 010-FIN
           END-IF
           DISPLAY "EXPEDIENTE DEL JUZGADO: "
           ACCEPT WS-EXPEDIENTE
           IF WS-EXPEDIENTE = SPACES
               DISPLAY "EL EXPEDIENTE ES OBLIGATORIO"
               MOVE 08 TO WS-RC-NUEVO
               MOVE "PENSIONES: SIN EXPEDIENTE"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 090-ACTUALIZA-RC THRU 090-FIN
               GO TO 010-FIN
           END-IF
           MOVE WS-NUMERO     TO OJ-NUMERO
           MOVE WS-EXPEDIENTE TO OJ-EXPEDIENTE
           READ ORDJUD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OJ-VIGENTE
                       DISPLAY "YA HAY UNA ORDEN VIGENTE CON ESE "
                               "EXPEDIENTE PARA EL EMPLEADO: "
                               WS-NUMERO
                       MOVE 08 TO WS-RC-NUEVO
                       MOVE "PENSIONES: YA HAY UNA VIGENTE"
                            TO WS-DESCRIPCION-ERROR
                       PERFORM 090-ACTUALIZA-RC THRU 090-FIN
                       GO TO 010-FIN
                   END-IF
           END-READ
           MOVE WS-NUMERO     TO OJ-NUMERO
           MOVE WS-EXPEDIENTE TO OJ-EXPEDIENTE
           DISPLAY "JUZGADO: "
           ACCEPT OJ-JUZGADO
           DISPLAY "NOMBRE DEL BENEFICIARIO: "
           ACCEPT OJ-BENEFICIARIO
           DISPLAY "BANCO DEL BENEFICIARIO (CLAVE DE 3): "
           ACCEPT OJ-BANCO
           DISPLAY "CLABE DEL BENEFICIARIO: "
           ACCEPT OJ-CLABE
           CALL "PROGVCLA" USING OJ-CLABE
                                  WS-CLABE-VALIDA
           IF OJ-BENEFICIARIO = SPACES OR OJ-BANCO = SPACES
              OR NOT CLABE-VALIDA
               DISPLAY "BENEFICIARIO, BANCO Y CLABE VALIDA SON "
                       "OBLIGATORIOS"
               MOVE 08 TO WS-RC-NUEVO
               MOVE "PENSIONES: CUENTA INVALIDA"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 090-ACTUALIZA-RC THRU 090-FIN
               GO TO 010-FIN
           END-IF
           DISPLAY "BASE (N-PCT DEL NETO B-PCT DEL BRUTO F-FIJO): "
           ACCEPT OJ-BASE
           MOVE ZERO TO OJ-PORCENTAJE
           MOVE ZERO TO OJ-IMPORTE
           EVALUATE TRUE
               WHEN OJ-PCT-NETO
               WHEN OJ-PCT-BRUTO
                   DISPLAY "PORCENTAJE (99.99): "
                   ACCEPT OJ-PORCENTAJE
               WHEN OJ-IMPORTE-FIJO
                   DISPLAY "IMPORTE FIJO POR NOMINA: "
                   ACCEPT OJ-IMPORTE
               WHEN OTHER
                   DISPLAY "BASE INVALIDA: " OJ-BASE
                   MOVE 08 TO WS-RC-NUEVO
                   MOVE "PENSIONES: BASE INVALIDA"
                        TO WS-DESCRIPCION-ERROR
                   PERFORM 090-ACTUALIZA-RC THRU 090-FIN
                   GO TO 010-FIN
           END-EVALUATE
           IF OJ-PORCENTAJE = ZERO AND OJ-IMPORTE = ZERO
               DISPLAY "EL PORCENTAJE O EL IMPORTE DEBE SER MAYOR A "
                       "CERO"
               MOVE 08 TO WS-RC-NUEVO
               MOVE "PENSIONES: DESCUENTO EN CERO"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 090-ACTUALIZA-RC THRU 090-FIN
               GO TO 010-FIN
           END-IF
           DISPLAY "FECHA DE INICIO (AAAAMMDD, 0 = HOY): "
           ACCEPT OJ-FECHA-INICIO
           IF OJ-FECHA-INICIO NOT NUMERIC OR OJ-FECHA-INICIO = ZERO
               ACCEPT OJ-FECHA-INICIO FROM DATE YYYYMMDD
           END-IF
           MOVE ZERO TO OJ-FECHA-FIN
           SET OJ-VIGENTE TO TRUE
           MOVE ZERO TO OJ-PERIODO
           MOVE ZERO TO OJ-RETENIDO-MES
           MOVE ZERO TO OJ-PERIODO-ANT
           MOVE ZERO TO OJ-RETENIDO-ANT
           MOVE ZERO TO OJ-ACUMULADO
           MOVE ZERO TO OJ-PERIODO-PAGO
           MOVE ZERO TO OJ-RETENIDO-PER
           WRITE OJ-REGISTRO
               INVALID KEY
                   REWRITE OJ-REGISTRO
           END-WRITE
           IF WS-ORDJUD-STATUS = "00"
               DISPLAY "ORDEN REGISTRADA PARA EL EMPLEADO: "
                       WS-NUMERO " EXPEDIENTE: " WS-EXPEDIENTE
               CALL "PROGAUDT" USING "OJALTA" OJ-NUMERO
                                      WS-OPERADOR
           ELSE
               DISPLAY "NO SE PUDO GRABAR LA ORDEN: "
                       WS-ORDJUD-STATUS
               MOVE 08 TO WS-RC-NUEVO
               MOVE "PENSIONES: NO SE GRABO EL ALTA"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 090-ACTUALIZA-RC THRU 090-FIN
           END-IF.
       010-FIN.  EXIT.

      *> CANCELA UNA ORDEN VIGENTE POR RESOLUCION DEL JUZGADO: DEJA
      *> DE RETENERSE DESDE LA SIGUIENTE NOMINA Y EL REGISTRO QUEDA
      *> CON SU FECHA DE FIN Y SUS ACUMULADOS PARA LOS INFORMES.
       020-CANCELA-ORDEN.
           DISPLAY "NUMERO DE EMPLEADO: "
           ACCEPT OJ-NUMERO
           DISPLAY "EXPEDIENTE DEL JUZGADO: "
           ACCEPT OJ-EXPEDIENTE
           READ ORDJUD-FILE
               INVALID KEY
                   DISPLAY "NO EXISTE ESA ORDEN"
                   MOVE 08 TO WS-RC-NUEVO
                   MOVE "PENSIONES: NO EXISTE LA ORDEN"
                        TO WS-DESCRIPCION-ERROR
                   PERFORM 090-ACTUALIZA-RC THRU 090-FIN
                   GO TO 020-FIN
           END-READ
           IF OJ-CANCELADA
               DISPLAY "LA ORDEN YA ESTABA CANCELADA"
               MOVE 08 TO WS-RC-NUEVO
               MOVE "PENSIONES: YA ESTABA CANCELADA"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 090-ACTUALIZA-RC THRU 090-FIN
               GO TO 020-FIN
           END-IF
           SET OJ-CANCELADA TO TRUE
           ACCEPT OJ-FECHA-FIN FROM DATE YYYYMMDD
           REWRITE OJ-REGISTRO
           IF WS-ORDJUD-STATUS = "00"
               DISPLAY "ORDEN CANCELADA"
               CALL "PROGAUDT" USING "OJCANC" OJ-NUMERO
                                      WS-OPERADOR
           ELSE
               DISPLAY "NO SE PUDO CANCELAR: " WS-ORDJUD-STATUS
               MOVE 08 TO WS-RC-NUEVO
               MOVE "PENSIONES: NO SE GRABO LA BAJA"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 090-ACTUALIZA-RC THRU 090-FIN
           END-IF.
       020-FIN.  EXIT.

      *> MUESTRA TODAS LAS ORDENES DEL EMPLEADO, VIGENTES Y
      *> CANCELADAS, CON LO RETENIDO EN EL MES Y EN TOTAL.
       030-CONSULTA.
           DISPLAY "NUMERO DE EMPLEADO: "
           ACCEPT WS-NUMERO
           MOVE ZERO TO WS-ORDENES
           MOVE WS-NUMERO TO OJ-NUMERO
           MOVE LOW-VALUES TO OJ-EXPEDIENTE
           START ORDJUD-FILE KEY IS NOT LESS THAN OJ-LLAVE
               INVALID KEY
                   MOVE "10" TO WS-ORDJUD-STATUS
           END-START
           PERFORM 035-MUESTRA-ORDEN THRU 035-FIN
                   UNTIL WS-ORDJUD-STATUS NOT = "00"
           IF WS-ORDENES = ZERO
               DISPLAY "EL EMPLEADO NO TIENE ORDENES JUDICIALES"
           END-IF.
       030-FIN.  EXIT.

       035-MUESTRA-ORDEN.
           READ ORDJUD-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-ORDJUD-STATUS
                   GO TO 035-FIN
           END-READ
           IF OJ-NUMERO NOT = WS-NUMERO
               MOVE "10" TO WS-ORDJUD-STATUS
               GO TO 035-FIN
           END-IF
           ADD 1 TO WS-ORDENES
           MOVE OJ-PORCENTAJE   TO WS-PORCENTAJE-ED
           MOVE OJ-IMPORTE      TO WS-IMPORTE-ED
           MOVE OJ-RETENIDO-MES TO WS-RETENIDO-ED
           MOVE OJ-ACUMULADO    TO WS-ACUMULADO-ED
           DISPLAY "EXPEDIENTE: " OJ-EXPEDIENTE
                   "  JUZGADO: " OJ-JUZGADO
           DISPLAY "BENEFICIARIO: " OJ-BENEFICIARIO
           DISPLAY "BANCO: " OJ-BANCO "  CLABE: " OJ-CLABE
           DISPLAY "BASE: " OJ-BASE "  PORCENTAJE: " WS-PORCENTAJE-ED
                   "  IMPORTE FIJO: " WS-IMPORTE-ED
           DISPLAY "INICIO: " OJ-FECHA-INICIO
                   "  FIN: " OJ-FECHA-FIN
           IF OJ-VIGENTE
               DISPLAY "ESTADO: VIGENTE"
           ELSE
               DISPLAY "ESTADO: CANCELADA"
           END-IF
           DISPLAY "MES: " OJ-PERIODO "  RETENIDO: " WS-RETENIDO-ED
                   "  ACUMULADO: " WS-ACUMULADO-ED.
       035-FIN.  EXIT.

      *> ELEVA WS-CODIGO-RETORNO A WS-RC-NUEVO SI ESTE ES MAS SEVERO,
      *> CON CONSTANCIA EN LA BITACORA COMUN DE ERRORES (ERRLOG).
       090-ACTUALIZA-RC.
           IF WS-RC-NUEVO GREATER WS-CODIGO-RETORNO
               MOVE WS-RC-NUEVO TO WS-CODIGO-RETORNO
           END-IF
           CALL "PROGERRL" USING "PROGOJUD" WS-RC-NUEVO
                   WS-DESCRIPCION-ERROR.
       090-FIN.  EXIT.
