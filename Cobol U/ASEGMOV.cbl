      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGASEG.
      *AUTHOR.                    FERNANDO TOLEDO.
      *INSTALLATION.              CENTRO DE CAPACITACION.
      *DATE-WRITTEN.              2026-10-15.
      *DATE-COMPILED.
      *SECURITY.                  NO ES CONFIDENCIAL.
      *> ------------------------------------------------------
      *> ARCHIVO MENSUAL DE MOVIMIENTOS PARA LA ASEGURADORA: BARRE
      *> LAS INSCRIPCIONES A PLANES DE SEGURO (BENINSC) Y A CADA
      *> INSCRITO VIGENTE LO COTEJA CONTRA EL MAESTRO. SI EL EMPLEADO
      *> YA NO ESTA ACTIVO LO DA DE BAJA DEL PLAN CON LA FECHA DE SU
      *> BAJA (EM-FECHA-BAJA), PARA QUE LA ASEGURADORA NO SIGA
      *> COBRANDO POR QUIEN YA SE FUE; SI SIGUE ACTIVO RECALCULA SU
      *> NIVEL DE COBERTURA Y SUS DEPENDIENTES CON PROGNBEN Y, SI
      *> CAMBIARON, REGRABA LA PRIMA DEL NUEVO NIVEL (PROGPLAN) Y LO
      *> MARCA COMO CAMBIO. LUEGO ESCRIBE EN ASEGMOV (COPY ASEGREG)
      *> UN DETALLE POR CADA ALTA, BAJA O CAMBIO PENDIENTE, ENTRE UN
      *> ENCABEZADO Y UN CIERRE CON LAS CUENTAS, Y LIMPIA LA MARCA
      *> DEL MOVIMIENTO ENVIADO. A LOS INSCRITOS QUE LA ULTIMA CRIBA
      *> DE PBAPERIF YA NO DEJO COMO ELEGIBLES LOS AVISA EN EL
      *> REPORTE CON RC 04, SIN DARLOS DE BAJA (ESO LO DECIDE
      *> PERSONAL CON PROGINSB). SE CORRE UNA VEZ AL MES, DESPUES DE
      *> REFRESCAR ELEGEMP.
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

           SELECT ASEGMOV-FILE    ASSIGN TO "ASEGMOV"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-ASEGMOV-STATUS.

           SELECT RPTASEG-FILE    ASSIGN TO "RPTASEG"
                                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BENINSC-FILE.
       COPY BINSREG.

       FD  EMPMAST-FILE.
       COPY EMPREC.

       FD  ELEGEMP-FILE.
       COPY ELEGREG.

       FD  ASEGMOV-FILE.
       COPY ASEGREG.

       FD  RPTASEG-FILE.
       01  RPTASEG-LINEA            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY RPTHDR.

       01  WS-AREAS.
           05 WS-BENINSC-STATUS   PIC X(02).
           05 WS-EMPMAST-STATUS   PIC X(02).
           05 WS-ELEGEMP-STATUS   PIC X(02).
           05 WS-ASEGMOV-STATUS   PIC X(02).
           05 WS-HAY-ELEGEMP      PIC X(01)      VALUE "N".
               88 HAY-ELEGEMP                    VALUE "S".
           05 WS-FIN-INSCRITOS    PIC X(01)      VALUE "N".
               88 FIN-INSCRITOS                  VALUE "S".
           05 WS-EMPLEADO-HALLADO PIC X(01).
               88 EMPLEADO-HALLADO               VALUE "S".
           05 WS-FECHA-HOY        PIC 9(08).
           05 WS-PERIODO          PIC 9(06).
           05 WS-NIVEL            PIC X(01).
           05 WS-DEPENDIENTES     PIC 9(02).
           05 WS-PRIMA            PIC 9(05)V99.
           05 WS-PCT-EMPLEADO     PIC 9(03)V99.
           05 WS-ASEGURADORA      PIC X(10).
           05 WS-POLIZA           PIC X(15).
           05 WS-PLAN-VALIDO      PIC X(01).
               88 PLAN-VALIDO                    VALUE "S".
           05 WS-TOT-INSCRITOS    PIC 9(06)      VALUE ZERO.
           05 WS-TOT-VIGENTES     PIC 9(06)      VALUE ZERO.
           05 WS-TOT-ALTAS        PIC 9(05)      VALUE ZERO.
           05 WS-TOT-BAJAS        PIC 9(05)      VALUE ZERO.
           05 WS-TOT-CAMBIOS      PIC 9(05)      VALUE ZERO.
           05 WS-TOT-NO-ELEGIBLES PIC 9(05)      VALUE ZERO.
           05 WS-CODIGO-RETORNO   PIC 9(02)      VALUE ZERO.
           05 WS-RC-NUEVO         PIC 9(02).
           05 WS-DESCRIPCION-ERROR PIC X(40).

       01  WS-LINEA-TITULOS.
           05 FILLER              PIC X(40)      VALUE
              "EMPL.  PL  MOV  NIV  DEP  OBSERVACION".
           05 FILLER              PIC X(40)      VALUE SPACES.

       01  WS-LINEA-DETALLE.
           05 WS-LD-NUMERO        PIC 9(05).
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-LD-PLAN          PIC X(02).
           05 FILLER              PIC X(03)      VALUE SPACES.
           05 WS-LD-MOVIMIENTO    PIC X(01).
           05 FILLER              PIC X(04)      VALUE SPACES.
           05 WS-LD-NIVEL         PIC X(01).
           05 FILLER              PIC X(03)      VALUE SPACES.
           05 WS-LD-DEPENDIENTES  PIC Z9.
           05 FILLER              PIC X(03)      VALUE SPACES.
           05 WS-LD-OBSERVACION   PIC X(54).

       01  WS-LINEA-CUENTA.
           05 WS-LC-ETIQUETA      PIC X(30).
           05 WS-LC-CUENTA        PIC ZZZZZ9.
           05 FILLER              PIC X(44)      VALUE SPACES.

       PROCEDURE DIVISION.
       000-RAIZ.
           MOVE ZERO TO RETURN-CODE
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           MOVE WS-FECHA-HOY (1:6) TO WS-PERIODO
           PERFORM 005-ABRE-EMPMAST THRU 005-FIN
           PERFORM 006-ABRE-BENINSC THRU 006-FIN
           OPEN OUTPUT ASEGMOV-FILE
           IF WS-ASEGMOV-STATUS NOT = "00"
               DISPLAY "NO SE PUEDE ABRIR ASEGMOV, SE TERMINA EL "
                       "PROCESO"
               MOVE 16 TO WS-RC-NUEVO
               MOVE "ASEGURADORA: NO SE ABRIO ASEGMOV"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               CLOSE EMPMAST-FILE
               CLOSE BENINSC-FILE
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT ELEGEMP-FILE
           IF WS-ELEGEMP-STATUS = "00"
               SET HAY-ELEGEMP TO TRUE
           ELSE
               DISPLAY "SIN ARCHIVO ELEGEMP; NO SE REVISA LA "
                       "ELEGIBILIDAD DE LOS INSCRITOS"
               MOVE 04 TO WS-RC-NUEVO
               MOVE "ASEGURADORA: SIN ARCHIVO ELEGEMP"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
           END-IF
           OPEN OUTPUT RPTASEG-FILE
           PERFORM 010-ESCRIBE-ENCABEZADO THRU 010-FIN
           MOVE SPACES TO AG-CONTROL
           MOVE "H" TO AG-CT-MARCA
           MOVE WS-PERIODO   TO AG-CT-PERIODO
           MOVE WS-FECHA-HOY TO AG-CT-FECHA
           MOVE ZERO TO AG-CT-ALTAS
           MOVE ZERO TO AG-CT-BAJAS
           MOVE ZERO TO AG-CT-CAMBIOS
           MOVE ZERO TO AG-CT-VIGENTES
           WRITE AG-CONTROL
           MOVE ZEROS TO BI-NUMERO
           MOVE LOW-VALUES TO BI-PLAN
           START BENINSC-FILE KEY IS NOT LESS THAN BI-LLAVE
               INVALID KEY
                   SET FIN-INSCRITOS TO TRUE
           END-START
           PERFORM 020-PROCESA-INSCRITO THRU 020-FIN
                   UNTIL FIN-INSCRITOS
           MOVE SPACES TO AG-CONTROL
           MOVE "T" TO AG-CT-MARCA
           MOVE WS-PERIODO      TO AG-CT-PERIODO
           MOVE WS-FECHA-HOY    TO AG-CT-FECHA
           MOVE WS-TOT-ALTAS    TO AG-CT-ALTAS
           MOVE WS-TOT-BAJAS    TO AG-CT-BAJAS
           MOVE WS-TOT-CAMBIOS  TO AG-CT-CAMBIOS
           MOVE WS-TOT-VIGENTES TO AG-CT-VIGENTES
           WRITE AG-CONTROL
           PERFORM 090-ESCRIBE-PIE THRU 090-FIN
           CLOSE BENINSC-FILE
           CLOSE EMPMAST-FILE
           CLOSE ASEGMOV-FILE
           CLOSE RPTASEG-FILE
           IF HAY-ELEGEMP
               CLOSE ELEGEMP-FILE
           END-IF
           DISPLAY "INSCRIPCIONES REVISADAS: " WS-TOT-INSCRITOS
                   " VIGENTES: " WS-TOT-VIGENTES
           DISPLAY "ALTAS: " WS-TOT-ALTAS " BAJAS: " WS-TOT-BAJAS
                   " CAMBIOS: " WS-TOT-CAMBIOS
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE
           GOBACK.

      *> ABRE EL MAESTRO DE EMPLEADOS EN INPUT; SI TODAVIA NO EXISTE LO
      *> CREA VACIO Y LO VUELVE A ABRIR.
       005-ABRE-EMPMAST.
           OPEN INPUT EMPMAST-FILE
           IF WS-EMPMAST-STATUS = "35"
               OPEN OUTPUT EMPMAST-FILE
               CLOSE EMPMAST-FILE
               OPEN INPUT EMPMAST-FILE
           END-IF.
       005-FIN.  EXIT.

      *> ABRE LAS INSCRIPCIONES EN I-O; SI TODAVIA NO EXISTEN LAS CREA
      *> VACIAS Y LAS VUELVE A ABRIR (SALE UN ARCHIVO SIN DETALLES).
       006-ABRE-BENINSC.
           OPEN I-O BENINSC-FILE
           IF WS-BENINSC-STATUS = "35"
               OPEN OUTPUT BENINSC-FILE
               CLOSE BENINSC-FILE
               OPEN I-O BENINSC-FILE
           END-IF.
       006-FIN.  EXIT.

       010-ESCRIBE-ENCABEZADO.
           MOVE "MOVIMIENTOS A LA ASEGURADORA - PROGASEG" TO RPT-TITULO
           ACCEPT RPT-FECHA FROM DATE
           MOVE RPT-ENCABEZADO TO RPTASEG-LINEA
           WRITE RPTASEG-LINEA
           MOVE WS-LINEA-TITULOS TO RPTASEG-LINEA
           WRITE RPTASEG-LINEA.
       010-FIN.  EXIT.

      *> LEE LA SIGUIENTE INSCRIPCION. A UN INSCRITO VIGENTE LO
      *> COTEJA CONTRA EL MAESTRO (BAJA O CAMBIO DE NIVEL) Y CONTRA
      *> ELEGEMP; LUEGO MANDA SU MOVIMIENTO PENDIENTE, SI LO HAY.
       020-PROCESA-INSCRITO.
           READ BENINSC-FILE NEXT RECORD
               AT END
                   SET FIN-INSCRITOS TO TRUE
                   GO TO 020-FIN
           END-READ
           ADD 1 TO WS-TOT-INSCRITOS
           MOVE "N" TO WS-EMPLEADO-HALLADO
           MOVE BI-NUMERO TO EM-NUMERO
           READ EMPMAST-FILE
               INVALID KEY
                   MOVE SPACES TO EM-NOMBRE
                   MOVE SPACES TO EM-RFC
                   MOVE SPACES TO EM-CURP
               NOT INVALID KEY
                   MOVE "S" TO WS-EMPLEADO-HALLADO
           END-READ
           IF BI-VIGENTE
               IF EMPLEADO-HALLADO AND EM-ACTIVO
                   PERFORM 030-REVISA-NIVEL THRU 030-FIN
                   PERFORM 035-REVISA-ELEGIBLE THRU 035-FIN
               ELSE
                   PERFORM 025-DA-BAJA THRU 025-FIN
               END-IF
           END-IF
           IF NOT BI-SIN-MOVIMIENTO
               PERFORM 040-ENVIA-MOVIMIENTO THRU 040-FIN
           END-IF
           IF BI-VIGENTE
               ADD 1 TO WS-TOT-VIGENTES
           END-IF
           REWRITE BI-REGISTRO
           IF WS-BENINSC-STATUS NOT = "00"
               DISPLAY "NO SE PUDO REGRABAR LA INSCRIPCION DE: "
                       BI-NUMERO " PLAN: " BI-PLAN
               MOVE 04 TO WS-RC-NUEVO
               MOVE "ASEGURADORA: FALLO AL REGRABAR BENINSC"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
           END-IF.
       020-FIN.  EXIT.

      *> EL EMPLEADO YA NO ESTA ACTIVO: SU INSCRIPCION SE DA DE BAJA
      *> CON LA FECHA DE LA BAJA DEL MAESTRO. UNA ALTA QUE NO HABIA
      *> SALIDO A LA ASEGURADORA SE CANCELA SIN MANDARLE NADA.
       025-DA-BAJA.
           SET BI-BAJA TO TRUE
           IF EMPLEADO-HALLADO AND EM-FECHA-BAJA NOT = ZERO
               MOVE EM-FECHA-BAJA TO BI-FECHA-BAJA
           ELSE
               MOVE WS-FECHA-HOY TO BI-FECHA-BAJA
           END-IF
           IF BI-MOV-ALTA
               SET BI-SIN-MOVIMIENTO TO TRUE
               MOVE "ALTA CANCELADA, EL EMPLEADO YA NO ESTA ACTIVO"
                    TO WS-LD-OBSERVACION
           ELSE
               SET BI-MOV-BAJA TO TRUE
               MOVE BI-FECHA-BAJA TO BI-FECHA-MOVIMIENTO
               MOVE "BAJA DEL PLAN POR BAJA DEL EMPLEADO"
                    TO WS-LD-OBSERVACION
           END-IF
           PERFORM 045-IMPRIME-LINEA THRU 045-FIN.
       025-FIN.  EXIT.

      *> RECALCULA EL NIVEL Y LOS DEPENDIENTES DEL INSCRITO CON LO QUE
      *> HOY DICE BENEFIC. SI CAMBIARON SE TOMA LA PRIMA DEL NUEVO
      *> NIVEL; SI EL PLAN NO TIENE ESE NIVEL EN EL CATALOGO SE AVISA
      *> Y SE QUEDA LA INSCRIPCION COMO ESTABA.
       030-REVISA-NIVEL.
           CALL "PROGNBEN" USING BI-NUMERO
                                  WS-NIVEL
                                  WS-DEPENDIENTES
           IF WS-NIVEL = BI-NIVEL
              AND WS-DEPENDIENTES = BI-DEPENDIENTES
               GO TO 030-FIN
           END-IF
           CALL "PROGPLAN" USING BI-PLAN
                                  WS-NIVEL
                                  WS-PRIMA
                                  WS-PCT-EMPLEADO
                                  WS-ASEGURADORA
                                  WS-POLIZA
                                  WS-PLAN-VALIDO
           IF NOT PLAN-VALIDO
               MOVE SPACES TO WS-LD-OBSERVACION
               STRING "EL PLAN NO TIENE NIVEL " DELIMITED BY SIZE
                      WS-NIVEL DELIMITED BY SIZE
                      " EN PLANBEN, NO SE CAMBIA"
                                 DELIMITED BY SIZE
                      INTO WS-LD-OBSERVACION
               PERFORM 045-IMPRIME-LINEA THRU 045-FIN
               MOVE 04 TO WS-RC-NUEVO
               MOVE "ASEGURADORA: NIVEL NO CATALOGADO"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               GO TO 030-FIN
           END-IF
           MOVE WS-NIVEL        TO BI-NIVEL
           MOVE WS-DEPENDIENTES TO BI-DEPENDIENTES
           MOVE WS-PRIMA        TO BI-PRIMA
           COMPUTE BI-CUOTA-EMPLEADO ROUNDED =
                   WS-PRIMA * WS-PCT-EMPLEADO / 100
      *> UNA ALTA QUE TODAVIA NO SALE YA VIAJA CON EL NIVEL NUEVO.
           IF NOT BI-MOV-ALTA
               SET BI-MOV-CAMBIO TO TRUE
               MOVE WS-FECHA-HOY TO BI-FECHA-MOVIMIENTO
           END-IF
           MOVE "CAMBIO DE NIVEL O DEPENDIENTES SEGUN BENEFIC"
                TO WS-LD-OBSERVACION
           PERFORM 045-IMPRIME-LINEA THRU 045-FIN.
       030-FIN.  EXIT.

      *> AVISA DEL INSCRITO QUE LA ULTIMA CRIBA YA NO DEJO COMO
      *> ELEGIBLE; NO SE LE DA DE BAJA AQUI.
       035-REVISA-ELEGIBLE.
           IF NOT HAY-ELEGEMP
               GO TO 035-FIN
           END-IF
           MOVE BI-NUMERO TO EL-NUMERO
           READ ELEGEMP-FILE
               INVALID KEY
                   MOVE "NO EVALUADO" TO EL-RESULTADO
           END-READ
           IF EL-ELEGIBLE
               GO TO 035-FIN
           END-IF
           ADD 1 TO WS-TOT-NO-ELEGIBLES
           MOVE SPACES TO WS-LD-OBSERVACION
           STRING "YA NO ES ELEGIBLE: " DELIMITED BY SIZE
                  EL-RESULTADO DELIMITED BY SIZE
                  INTO WS-LD-OBSERVACION
           PERFORM 045-IMPRIME-LINEA THRU 045-FIN
           MOVE 04 TO WS-RC-NUEVO
           MOVE "ASEGURADORA: INSCRITO NO ELEGIBLE"
                TO WS-DESCRIPCION-ERROR
           PERFORM 080-ACTUALIZA-RC THRU 080-FIN.
       035-FIN.  EXIT.

      *> ESCRIBE EL DETALLE DEL MOVIMIENTO PENDIENTE CON LA POLIZA
      *> DEL PLAN Y LOS DATOS DEL EMPLEADO, LO CUENTA Y LIMPIA LA
      *> MARCA PARA QUE NO SALGA OTRA VEZ.
       040-ENVIA-MOVIMIENTO.
           CALL "PROGPLAN" USING BI-PLAN
                                  BI-NIVEL
                                  WS-PRIMA
                                  WS-PCT-EMPLEADO
                                  WS-ASEGURADORA
                                  WS-POLIZA
                                  WS-PLAN-VALIDO
           MOVE SPACES TO AG-REGISTRO
           MOVE "D"                 TO AG-MARCA
           MOVE BI-MOVIMIENTO       TO AG-MOVIMIENTO
           MOVE WS-ASEGURADORA      TO AG-ASEGURADORA
           MOVE WS-POLIZA           TO AG-POLIZA
           MOVE BI-PLAN             TO AG-PLAN
           MOVE BI-NUMERO           TO AG-NUMERO
           MOVE EM-NOMBRE           TO AG-NOMBRE
           MOVE EM-RFC              TO AG-RFC
           MOVE EM-CURP             TO AG-CURP
           MOVE BI-NIVEL            TO AG-NIVEL
           MOVE BI-DEPENDIENTES     TO AG-DEPENDIENTES
           MOVE BI-FECHA-MOVIMIENTO TO AG-FECHA-EFECTIVA
           WRITE AG-REGISTRO
           EVALUATE TRUE
               WHEN BI-MOV-ALTA
                   ADD 1 TO WS-TOT-ALTAS
                   MOVE "ALTA ENVIADA A LA ASEGURADORA"
                        TO WS-LD-OBSERVACION
               WHEN BI-MOV-BAJA
                   ADD 1 TO WS-TOT-BAJAS
                   MOVE "BAJA ENVIADA A LA ASEGURADORA"
                        TO WS-LD-OBSERVACION
               WHEN OTHER
                   ADD 1 TO WS-TOT-CAMBIOS
                   MOVE "CAMBIO ENVIADO A LA ASEGURADORA"
                        TO WS-LD-OBSERVACION
           END-EVALUATE
           PERFORM 045-IMPRIME-LINEA THRU 045-FIN
           SET BI-SIN-MOVIMIENTO TO TRUE
           MOVE WS-PERIODO TO BI-ULT-ENVIO.
       040-FIN.  EXIT.

       045-IMPRIME-LINEA.
           MOVE BI-NUMERO       TO WS-LD-NUMERO
           MOVE BI-PLAN         TO WS-LD-PLAN
           MOVE BI-MOVIMIENTO   TO WS-LD-MOVIMIENTO
           MOVE BI-NIVEL        TO WS-LD-NIVEL
           MOVE BI-DEPENDIENTES TO WS-LD-DEPENDIENTES
           MOVE WS-LINEA-DETALLE TO RPTASEG-LINEA
           WRITE RPTASEG-LINEA
           ADD 1 TO RPT-TOTAL-REGS.
       045-FIN.  EXIT.

      *> ELEVA WS-CODIGO-RETORNO A WS-RC-NUEVO SI ESTE ES MAS SEVERO,
      *> CON CONSTANCIA EN LA BITACORA COMUN DE ERRORES (ERRLOG).
       080-ACTUALIZA-RC.
           IF WS-RC-NUEVO GREATER WS-CODIGO-RETORNO
               MOVE WS-RC-NUEVO TO WS-CODIGO-RETORNO
           END-IF
           CALL "PROGERRL" USING "PROGASEG" WS-RC-NUEVO
                   WS-DESCRIPCION-ERROR.
       080-FIN.  EXIT.

      *> CIERRA EL REPORTE CON LAS CUENTAS DEL ARCHIVO Y EL TOTAL DE
      *> RENGLONES IMPRESOS.
       090-ESCRIBE-PIE.
           MOVE SPACES TO RPTASEG-LINEA
           WRITE RPTASEG-LINEA
           MOVE "ALTAS ENVIADAS:" TO WS-LC-ETIQUETA
           MOVE WS-TOT-ALTAS TO WS-LC-CUENTA
           MOVE WS-LINEA-CUENTA TO RPTASEG-LINEA
           WRITE RPTASEG-LINEA
           MOVE "BAJAS ENVIADAS:" TO WS-LC-ETIQUETA
           MOVE WS-TOT-BAJAS TO WS-LC-CUENTA
           MOVE WS-LINEA-CUENTA TO RPTASEG-LINEA
           WRITE RPTASEG-LINEA
           MOVE "CAMBIOS ENVIADOS:" TO WS-LC-ETIQUETA
           MOVE WS-TOT-CAMBIOS TO WS-LC-CUENTA
           MOVE WS-LINEA-CUENTA TO RPTASEG-LINEA
           WRITE RPTASEG-LINEA
           MOVE "INSCRITOS VIGENTES:" TO WS-LC-ETIQUETA
           MOVE WS-TOT-VIGENTES TO WS-LC-CUENTA
           MOVE WS-LINEA-CUENTA TO RPTASEG-LINEA
           WRITE RPTASEG-LINEA
           MOVE "INSCRITOS YA NO ELEGIBLES:" TO WS-LC-ETIQUETA
           MOVE WS-TOT-NO-ELEGIBLES TO WS-LC-CUENTA
           MOVE WS-LINEA-CUENTA TO RPTASEG-LINEA
           WRITE RPTASEG-LINEA
           MOVE RPT-TOTAL-REGS TO RPT-TOTAL-REGS-ED
           MOVE RPT-PIE TO RPTASEG-LINEA
           WRITE RPTASEG-LINEA.
       090-FIN.  EXIT.
