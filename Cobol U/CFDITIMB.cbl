      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGCFDI.
      *AUTHOR.                    FERNANDO TOLEDO.
      *INSTALLATION.              CENTRO DE CAPACITACION.
      *DATE-WRITTEN.              2026-10-15.
      *DATE-COMPILED.
      *SECURITY.                  NO ES CONFIDENCIAL.
      *> ------------------------------------------------------
      *> TIMBRADO DE RECIBOS DE NOMINA (CFDI): CADA CICLO HACE TRES
      *> COSAS, EN ESTE ORDEN:
      *> 1. APLICA LA RESPUESTA DEL PAC (CFDIRESP, COPY CFDRREG) AL
      *>    CONTROL DE TIMBRADO (CFDIUUID, COPY CFDIREG, INDEXADO
      *>    POR PERIODO MAS EMPLEADO): CADA RECIBO TIMBRADO GUARDA
      *>    SU FOLIO FISCAL (UUID) Y CADA RECHAZADO SU MOTIVO.
      *> 2. ARMA LA SOLICITUD DE TIMBRADO DEL PERIODO (CFDISOL) DEL
      *>    DETALLE DE NOMINA (NOMIDET), CON LOS DATOS DEL RECEPTOR
      *>    DEL MAESTRO (RFC, CURP, FECHA DE ALTA, PUESTO) Y EL
      *>    NOMBRE DEL DEPARTAMENTO DE DEPTCAT, Y LAS PERCEPCIONES Y
      *>    DEDUCCIONES DESGLOSADAS POR CLAVE DEL SAT; CON ENCABEZADO
      *>    H Y CIERRE T, LA MISMA CONVENCION DE PAYEXTR. CADA
      *>    RECIBO ENVIADO QUEDA PENDIENTE EN CFDIUUID; LO YA
      *>    TIMBRADO NO SE VUELVE A ENVIAR.
      *> 3. IMPRIME LOS RECIBOS ABIERTOS (RPTCFDI): RECHAZADOS POR EL
      *>    PAC Y PENDIENTES DE DIAS ANTERIORES SIN RESPUESTA. UN
      *>    RECIBO SIN UUID NO ES DEDUCIBLE, ASI QUE CON UNO SOLO EL
      *>    PASO TERMINA CON RC 04 PARA QUE AMANEZCA A LA VISTA.
      *> ANTES CADA RECIBO SE RETECLEABA EN EL PORTAL DEL PAC.
      *> ------------------------------------------------------
      *> MODIFICACIONES:
      *> 2026-10-15  CON EL SUBSIDIO PARA EL EMPLEO EN NOMIDET
      *>             (ND-SUBSIDIO), LA DEDUCCION 002 ISR LLEVA SOLO
      *>             LO RETENIDO (ISR MENOS SUBSIDIO) Y CADA RECIBO
      *>             CON SUBSIDIO LLEVA SU RENGLON O DE OTRO PAGO 002
      *>             CON EL SUBSIDIO ENTREGADO Y EL CAUSADO, COMO LO
      *>             PIDE EL COMPLEMENTO DE NOMINA. EL RENGLON N
      *>             AGREGA EL TOTAL DE OTROS PAGOS ANTES DEL NETO.
      *> 2026-10-15  LA PENSION ALIMENTICIA RETENIDA POR ORDEN
      *>             JUDICIAL (ND-PENSION) SE DECLARA COMO DEDUCCION
      *>             007 Y SE RESTA DE LA 004 OTROS.
      *> 2026-10-15  LA DIFERENCIA RETROACTIVA DE SALARIO (ND-RETRO)
      *>             SE DECLARA COMO PERCEPCION 001 APARTE, CON LA
      *>             DESCRIPCION SUELDOS RETROACTIVOS.
      *> 2026-10-15  GRUPOS DE PAGO: CADA RECIBO TOMA EL PERIODO, LAS
      *>             FECHAS Y LOS DIAS PAGADOS DEL CALENDARIO DE SU
      *>             GRUPO (EM-GRUPO-PAGO, SUBRUTINA PROGGPER), Y CON
      *>             ESE PERIODO SE LLAVEA EN CFDIUUID; YA NO SE LEE
      *>             PERCAL AQUI. EL ENCABEZADO H SIGUE LLEVANDO EL
      *>             PERIODO MENSUAL. UN RECIBO CUYO GRUPO NO TIENE
      *>             PERIODO HOY NO SE ENVIA Y SE REPORTA.
      *> 2026-10-15  LA PRIMA VACACIONAL (ND-PRIMA-VAC) SE DECLARA
      *>             COMO PERCEPCION 021 APARTE.
      *> 2026-10-15  UNA SOLICITUD POR ENTIDAD PATRONAL (EMISOR): EL
      *>             CFDISOL LLEVA UN JUEGO H/T POR CADA ENTIDAD DEL
      *>             CATALOGO PATRCAT (PROGCPAT), EN SU ORDEN. EL H
      *>             AGREGA LA ENTIDAD, SU RFC Y SU RAZON SOCIAL, Y EL
      *>             T CUENTA Y SUMA SOLO LOS RECIBOS DE ESA ENTIDAD.
      *>             NOMIDET SE RELEE UNA VEZ POR ENTIDAD; LA ENTIDAD
      *>             DEL RECIBO SALE DEL REGISTRO PATRONAL DEL
      *>             EMPLEADO, Y UN EMPLEADO QUE NO ESTA EN EL MAESTRO
      *>             SE REPORTA EN LA PRIMERA.
      *> 2026-10-15  LA PERCEPCION 001 SUELDOS LLEVA EL SUELDO GANADO:
      *>             ND-BRUTO MAS EL PRORRATEO POR ALTA, BAJA O CAMBIO
      *>             DE SALARIO DENTRO DEL PERIODO (ND-PRORRATEO).
      *> 2026-10-15  LA PERCEPCION 019 HORAS EXTRA DECLARA LAS DOBLES
      *>             MAS LAS TRIPLES (ND-HE-DOBLE/ND-HE-TRIPLE) Y NO EL
      *>             AJUSTE NETO, Y LA DEDUCCION 020 AUSENTISMO LAS
      *>             FALTAS E INCAPACIDADES SIN GOCE (LAS HORAS EXTRA
      *>             MENOS ND-AJUSTE); ANTES UN PERIODO CON HORAS EXTRA
      *>             Y FALTAS DECLARABA SOLO LA DIFERENCIA. CADA
      *>             RENGLON P LLEVA SU GRAVADO Y SU EXENTO: LA 019 CON
      *>             ND-HE-EXENTA Y LA 021 CON LA PARTE EXENTA DE LA
      *>             PRIMA (ND-PRIMA-EXENTA).
      *> 2026-10-15  UN RECIBO QUE NO SE PUEDE ENVIAR QUEDA EN CFDIUUID
      *>             EN ESTADO N CON SU CAUSA Y SIGUE EN LA LISTA DE
      *>             RECIBOS SIN TIMBRAR HASTA QUE UN ENVIO POSTERIOR
      *>             LO REEMPLACE; ANTES SOLO SALIA EL DIA QUE FALLO.
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPMAST-FILE    ASSIGN TO "EMPMAST"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS EM-NUMERO
                                   ALTERNATE RECORD KEY IS EM-NOMBRE
                                       WITH DUPLICATES
                                   FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT CFDIUUID-FILE   ASSIGN TO "CFDIUUID"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS CU-LLAVE
                                   FILE STATUS IS WS-CFDIUUID-STATUS.

           SELECT NOMIDET-FILE    ASSIGN TO "NOMIDET"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-NOMIDET-STATUS.

           SELECT CFDIRESP-FILE   ASSIGN TO "CFDIRESP"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-CFDIRESP-STATUS.

           SELECT DEPTCAT-FILE    ASSIGN TO "DEPTCAT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-DEPTCAT-STATUS.

           SELECT CFDISOL-FILE    ASSIGN TO "CFDISOL"
                                   ORGANIZATION LINE SEQUENTIAL.

           SELECT RPTCFDI-FILE    ASSIGN TO "RPTCFDI"
                                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPMAST-FILE.
       COPY EMPREC.

       FD  CFDIUUID-FILE.
       COPY CFDIREG.

       FD  NOMIDET-FILE.
       COPY NOMDREG.

       FD  CFDIRESP-FILE.
       COPY CFDRREG.

       FD  DEPTCAT-FILE.
       COPY DEPCREC.

       FD  CFDISOL-FILE.
       01  CFDISOL-LINEA            PIC X(150).

       FD  RPTCFDI-FILE.
       01  RPTCFDI-LINEA            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY RPTHDR.
       COPY CICLOREG.
       COPY GRUPTAB.
       COPY PATRTAB.

       01  WS-TABLA-DEPTOS.
           05 WS-TD-RENGLON OCCURS 20 TIMES.
              10 WS-TD-CODIGO       PIC X(04).
              10 WS-TD-NOMBRE       PIC X(20).

       01  WS-FECHA-INI            PIC 9(08).
       01  WS-FECHA-INI-R REDEFINES WS-FECHA-INI.
           05 WS-FI-AA             PIC 9(04).
           05 WS-FI-MM             PIC 9(02).
           05 WS-FI-DD             PIC 9(02).

       01  WS-FECHA-FIN            PIC 9(08).
       01  WS-FECHA-FIN-R REDEFINES WS-FECHA-FIN.
           05 WS-FF-AA             PIC 9(04).
           05 WS-FF-MM             PIC 9(02).
           05 WS-FF-DD             PIC 9(02).

      *> RENGLON DE CONCEPTO QUE 042-ESCRIBE-CONCEPTO VUELCA A LA
      *> SOLICITUD: P-PERCEPCION O D-DEDUCCION, CON LA CLAVE DEL
      *> CATALOGO DEL SAT (TIPO PERCEPCION / TIPO DEDUCCION). UNA
      *> PERCEPCION LLEVA ADEMAS SU IMPORTE GRAVADO Y SU EXENTO.
       01  WS-CONCEPTO.
           05 WS-CON-MARCA        PIC X(01).
           05 WS-CON-CLAVE        PIC X(03).
           05 WS-CON-DESCRIPCION  PIC X(20).
           05 WS-CON-IMPORTE      PIC 9(07)V99.
           05 WS-CON-GRAVADO      PIC 9(07)V99.
           05 WS-CON-EXENTO       PIC 9(07)V99.

       01  WS-AREAS.
           05 WS-EMPMAST-STATUS   PIC X(02).
           05 WS-CFDIUUID-STATUS  PIC X(02).
           05 WS-NOMIDET-STATUS   PIC X(02).
           05 WS-CFDIRESP-STATUS  PIC X(02).
           05 WS-DEPTCAT-STATUS   PIC X(02).
           05 WS-NOMIDET-EOF      PIC X(01)      VALUE "N".
               88 NOMIDET-EOF                    VALUE "S".
           05 WS-CFDIRESP-EOF     PIC X(01)      VALUE "N".
               88 CFDIRESP-EOF                   VALUE "S".
           05 WS-DEPTCAT-EOF      PIC X(01)      VALUE "N".
               88 DEPTCAT-EOF                    VALUE "S".
           05 WS-CFDIUUID-FIN     PIC X(01)      VALUE "N".
               88 CFDIUUID-FIN                   VALUE "S".
           05 WS-HALLADO          PIC X(01).
               88 HALLADO                        VALUE "S".
           05 WS-EXISTE-CONTROL   PIC X(01).
               88 EXISTE-CONTROL                 VALUE "S".
           05 WS-FECHA-HOY        PIC 9(08).
           05 WS-PERIODO          PIC 9(06)      VALUE ZERO.
           05 WS-PERIODO-REC      PIC 9(06)      VALUE ZERO.
           05 WS-GRUPO-POS        PIC 9(01).
           05 WS-GRUPO-INDICE     PIC 9(01).
           05 WS-GRUPOS-CON-PER   PIC 9(01)      VALUE ZERO.
           05 WS-DIAS-PAGADOS     PIC 9(03).
           05 WS-NUM-DEPTOS       PIC 9(02)      VALUE ZERO.
           05 WS-INDICE           PIC 9(02).
           05 WS-NOMBRE-DEPTO     PIC X(20).
           05 WS-PERCEPCIONES     PIC 9(07)V99.
           05 WS-DEDUCCIONES      PIC 9(07)V99.
           05 WS-OTROS-PAGOS      PIC 9(07)V99.
           05 WS-HORAS-EXTRA      PIC 9(07)V99.
           05 WS-AUSENTISMO       PIC S9(07)V99.
           05 WS-FECHA-EXTRACTO   PIC 9(06).
           05 WS-CICLO-ID         PIC 9(06).
           05 WS-TOT-RESPUESTAS   PIC 9(05)      VALUE ZERO.
           05 WS-TOT-TIMBRADOS    PIC 9(05)      VALUE ZERO.
           05 WS-TOT-RECHAZOS-PAC PIC 9(05)      VALUE ZERO.
           05 WS-TOT-DETALLES     PIC 9(05)      VALUE ZERO.
           05 WS-TOT-SOLICITADOS  PIC 9(05)      VALUE ZERO.
           05 WS-TOT-YA-TIMBRADOS PIC 9(05)      VALUE ZERO.
           05 WS-TOT-NO-ENVIADOS  PIC 9(05)      VALUE ZERO.
           05 WS-TOT-ABIERTOS     PIC 9(05)      VALUE ZERO.
           05 WS-TOT-NETO         PIC 9(10)V99   VALUE ZERO.
           05 WS-ENT-LOTE         PIC 9(02).
           05 WS-ENT-POS          PIC 9(02).
           05 WS-REG-ACTUAL       PIC X(02).
           05 WS-REG-DESCONOCIDO  PIC X(01).
               88 REG-DESCONOCIDO                VALUE "S".
           05 WS-CON-DETALLE      PIC X(01).
               88 CON-DETALLE                    VALUE "S".
           05 WS-LOTE-SOLICITADOS PIC 9(05).
           05 WS-LOTE-NETO        PIC 9(10)V99.
           05 WS-CODIGO-RETORNO   PIC 9(02)      VALUE ZERO.
           05 WS-RC-NUEVO         PIC 9(02).
           05 WS-DESCRIPCION-ERROR PIC X(40).

       01  WS-EDITADOS.
           05 WS-IMPORTE-EXTR-ED  PIC 9(07).99.
           05 WS-GRAVADO-EXTR-ED  PIC 9(07).99.
           05 WS-EXENTO-EXTR-ED   PIC 9(07).99.
           05 WS-PERCEP-EXTR-ED   PIC 9(07).99.
           05 WS-DEDUC-EXTR-ED    PIC 9(07).99.
           05 WS-OTROS-EXTR-ED    PIC 9(07).99.
           05 WS-CAUSADO-EXTR-ED  PIC 9(07).99.
           05 WS-TOTAL-EXTR-ED    PIC 9(10).99.
           05 WS-IMPORTE-ED       PIC ZZZ,ZZ9.99.
           05 WS-CUENTA-ED        PIC ZZZZ9.

       PROCEDURE DIVISION.
       000-RAIZ.
           MOVE ZERO TO RETURN-CODE
           ACCEPT CC-HORA-INICIO FROM TIME
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           PERFORM 005-ABRE-EMPMAST THRU 005-FIN
           PERFORM 006-ABRE-CFDIUUID THRU 006-FIN
           PERFORM 007-CARGA-DEPTOS THRU 007-FIN
           CALL "PROGCPAT" USING PT-PATRONES
           OPEN OUTPUT RPTCFDI-FILE
           OPEN OUTPUT CFDISOL-FILE
           PERFORM 010-ESCRIBE-ENCABEZADO THRU 010-FIN
           PERFORM 012-UBICA-PERIODO THRU 012-FIN
           PERFORM 020-APLICA-RESPUESTAS THRU 020-FIN
           PERFORM 030-GENERA-SOLICITUD THRU 030-FIN
           PERFORM 050-REPORTA-ABIERTOS THRU 050-FIN
           PERFORM 090-ESCRIBE-PIE THRU 090-FIN
           CLOSE EMPMAST-FILE
           CLOSE CFDIUUID-FILE
           CLOSE CFDISOL-FILE
           CLOSE RPTCFDI-FILE
           PERFORM 085-CONTROL-CICLO THRU 085-FIN
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

      *> ABRE EL CONTROL DE TIMBRADO EN I-O; LA PRIMERA VEZ LO CREA
      *> VACIO Y LO VUELVE A ABRIR.
       006-ABRE-CFDIUUID.
           OPEN I-O CFDIUUID-FILE
           IF WS-CFDIUUID-STATUS = "35"
               OPEN OUTPUT CFDIUUID-FILE
               CLOSE CFDIUUID-FILE
               OPEN I-O CFDIUUID-FILE
           END-IF.
       006-FIN.  EXIT.

      *> CARGA LA TABLA DE NOMBRES DE DEPARTAMENTO DEL CATALOGO; UN
      *> DEPARTAMENTO SIN RENGLON VIAJA CON SU CODIGO COMO NOMBRE.
       007-CARGA-DEPTOS.
           OPEN INPUT DEPTCAT-FILE
           IF WS-DEPTCAT-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR DEPTCAT; LOS DEPARTAMENTOS "
                       "VIAJARAN SOLO CON SU CODIGO"
               MOVE 04 TO WS-RC-NUEVO
               MOVE "CFDI: NO SE PUDO ABRIR DEPTCAT"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               GO TO 007-FIN
           END-IF
           PERFORM 008-LEE-DEPTCAT THRU 008-FIN
           PERFORM 009-GUARDA-DEPTO THRU 009-FIN
                   UNTIL DEPTCAT-EOF
           CLOSE DEPTCAT-FILE.
       007-FIN.  EXIT.

       008-LEE-DEPTCAT.
           READ DEPTCAT-FILE
               AT END
                   SET DEPTCAT-EOF TO TRUE
           END-READ.
       008-FIN.  EXIT.

       009-GUARDA-DEPTO.
           IF WS-NUM-DEPTOS LESS 20
               ADD 1 TO WS-NUM-DEPTOS
               MOVE DC-CODIGO TO WS-TD-CODIGO (WS-NUM-DEPTOS)
               MOVE DC-NOMBRE TO WS-TD-NOMBRE (WS-NUM-DEPTOS)
           END-IF
           PERFORM 008-LEE-DEPTCAT THRU 008-FIN.
       009-FIN.  EXIT.

       010-ESCRIBE-ENCABEZADO.
           MOVE "TIMBRADO DE RECIBOS CFDI - PROGCFDI" TO RPT-TITULO
           ACCEPT RPT-FECHA FROM DATE
           MOVE RPT-ENCABEZADO TO RPTCFDI-LINEA
           WRITE RPTCFDI-LINEA
           MOVE SPACES TO RPTCFDI-LINEA
           WRITE RPTCFDI-LINEA.
       010-FIN.  EXIT.

      *> UBICA LA FECHA DE HOY EN EL CALENDARIO DE CADA GRUPO DE PAGO
      *> (VIA PROGGPER, COMO PROGNOMI); CADA RECIBO TOMA DESPUES EL
      *> PERIODO Y LAS FECHAS DE SU GRUPO. EL ENCABEZADO H LLEVA EL
      *> PERIODO DEL CALENDARIO MENSUAL. SI NINGUN GRUPO TIENE PERIODO
      *> NO HAY QUE TIMBRAR: LA SOLICITUD SALE VACIA Y EL PASO QUEDA EN
      *> RC 08.
       012-UBICA-PERIODO.
           CALL "PROGGPER" USING WS-FECHA-HOY GP-GRUPOS
           MOVE ZERO TO WS-GRUPOS-CON-PER
           IF GP-CON-CALENDARIO
               PERFORM 013-CUENTA-GRUPO THRU 013-FIN
                       VARYING WS-GRUPO-INDICE FROM 1 BY 1
                       UNTIL WS-GRUPO-INDICE GREATER 3
           END-IF
           IF WS-GRUPOS-CON-PER = ZERO
               MOVE ZERO TO WS-PERIODO
               DISPLAY "LA FECHA DE HOY NO CAE EN NINGUN PERIODO DE "
                       "PERCAL; NO SE ARMA SOLICITUD DE TIMBRADO"
               MOVE 08 TO WS-RC-NUEVO
               MOVE "CFDI: FECHA SIN PERIODO EN PERCAL"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               GO TO 012-FIN
           END-IF
           MOVE GP-PERIODO (3) TO WS-PERIODO.
       012-FIN.  EXIT.

       013-CUENTA-GRUPO.
           IF NOT GP-SIN-PERIODO (WS-GRUPO-INDICE)
               ADD 1 TO WS-GRUPOS-CON-PER
           END-IF.
       013-FIN.  EXIT.

      *> PERIODO, FECHAS Y DIAS PAGADOS DEL RECIBO SEGUN EL GRUPO DE
      *> PAGO DEL EMPLEADO LEIDO; LOS DIAS SON LOS QUE PAGO PROGNOMI
      *> (7 SEMANAL, 15 QUINCENAL) Y EN EL MENSUAL SOBRE BASE COMERCIAL
      *> DE 30 POR MES, EL MISMO CRITERIO DE PRORRATEO QUE PROGAGUI Y
      *> PROGFINI. SIN PERIODO DEL GRUPO DEVUELVE WS-PERIODO-REC EN
      *> CEROS.
       014-PERIODO-RECIBO.
           EVALUATE TRUE
               WHEN EM-PAGO-SEMANAL
                   MOVE 1 TO WS-GRUPO-POS
               WHEN EM-PAGO-QUINCENAL
                   MOVE 2 TO WS-GRUPO-POS
               WHEN OTHER
                   MOVE 3 TO WS-GRUPO-POS
           END-EVALUATE
           MOVE ZERO TO WS-PERIODO-REC
           IF GP-SIN-PERIODO (WS-GRUPO-POS)
               GO TO 014-FIN
           END-IF
           MOVE GP-PERIODO (WS-GRUPO-POS) TO WS-PERIODO-REC
           MOVE GP-INICIO (WS-GRUPO-POS)  TO WS-FECHA-INI
           MOVE GP-FIN (WS-GRUPO-POS)     TO WS-FECHA-FIN
           EVALUATE WS-GRUPO-POS
               WHEN 1
                   MOVE 7 TO WS-DIAS-PAGADOS
               WHEN 2
                   MOVE 15 TO WS-DIAS-PAGADOS
               WHEN OTHER
                   IF WS-FI-AA = WS-FF-AA AND WS-FI-MM = WS-FF-MM
                       COMPUTE WS-DIAS-PAGADOS = WS-FF-DD - WS-FI-DD + 1
                   ELSE
                       COMPUTE WS-DIAS-PAGADOS = (30 - WS-FI-DD + 1)
                                               + WS-FF-DD
                   END-IF
           END-EVALUATE.
       014-FIN.  EXIT.

      *> APLICA LA RESPUESTA DEL PAC AL CONTROL DE TIMBRADO. SIN
      *> ARCHIVO DE RESPUESTA NO HAY NADA QUE APLICAR (EL PAC TODAVIA
      *> NO CONTESTA); APLICAR DOS VECES LA MISMA RESPUESTA NO CAMBIA
      *> NADA.
       020-APLICA-RESPUESTAS.
           OPEN INPUT CFDIRESP-FILE
           IF WS-CFDIRESP-STATUS NOT = "00"
               DISPLAY "SIN RESPUESTA DEL PAC EN ESTE CICLO"
               GO TO 020-FIN
           END-IF
           PERFORM 022-LEE-RESPUESTA THRU 022-FIN
           PERFORM 025-APLICA-RESPUESTA THRU 025-FIN
                   UNTIL CFDIRESP-EOF
           CLOSE CFDIRESP-FILE.
       020-FIN.  EXIT.

       022-LEE-RESPUESTA.
           READ CFDIRESP-FILE
               AT END
                   SET CFDIRESP-EOF TO TRUE
           END-READ.
       022-FIN.  EXIT.

      *> UN RECIBO YA TIMBRADO CONSERVA SU UUID AUNQUE LLEGUE OTRA
      *> RESPUESTA; UNA RESPUESTA SIN SOLICITUD SE REPORTA.
       025-APLICA-RESPUESTA.
           ADD 1 TO WS-TOT-RESPUESTAS
           MOVE RP-PERIODO TO CU-PERIODO
           MOVE RP-NUMERO  TO CU-NUMERO
           READ CFDIUUID-FILE
               INVALID KEY
                   MOVE SPACES TO RPTCFDI-LINEA
                   STRING "RESPUESTA SIN SOLICITUD: PERIODO "
                                           DELIMITED BY SIZE
                          RP-PERIODO       DELIMITED BY SIZE
                          " EMPLEADO "     DELIMITED BY SIZE
                          RP-NUMERO        DELIMITED BY SIZE
                          INTO RPTCFDI-LINEA
                   WRITE RPTCFDI-LINEA
                   MOVE 04 TO WS-RC-NUEVO
                   MOVE "CFDI: RESPUESTA DEL PAC SIN SOLICITUD"
                        TO WS-DESCRIPCION-ERROR
                   PERFORM 080-ACTUALIZA-RC THRU 080-FIN
                   GO TO 025-SIGUIENTE
           END-READ
           IF CU-TIMBRADO
               GO TO 025-SIGUIENTE
           END-IF
           IF RP-TIMBRADO
               MOVE "T"             TO CU-ESTADO
               MOVE RP-UUID         TO CU-UUID
               MOVE RP-FECHA-TIMBRE TO CU-FECHA-TIMBRE
               MOVE SPACES          TO CU-MOTIVO
               ADD 1 TO WS-TOT-TIMBRADOS
           ELSE
               MOVE "R"             TO CU-ESTADO
               MOVE RP-MOTIVO       TO CU-MOTIVO
               ADD 1 TO WS-TOT-RECHAZOS-PAC
           END-IF
           REWRITE CU-REGISTRO.
       025-SIGUIENTE.
           PERFORM 022-LEE-RESPUESTA THRU 022-FIN.
       025-FIN.  EXIT.

      *> ARMA LA SOLICITUD DE TIMBRADO DEL PERIODO CON LOS RECIBOS
      *> DEL DETALLE DE NOMINA, UN JUEGO H/T POR ENTIDAD PATRONAL.
       030-GENERA-SOLICITUD.
           ACCEPT WS-FECHA-EXTRACTO FROM DATE
           ACCEPT WS-CICLO-ID FROM TIME
           MOVE "N" TO WS-CON-DETALLE
           IF WS-GRUPOS-CON-PER NOT = ZERO
               OPEN INPUT NOMIDET-FILE
               IF WS-NOMIDET-STATUS = "00"
                   SET CON-DETALLE TO TRUE
                   CLOSE NOMIDET-FILE
               ELSE
                   DISPLAY "NO SE PUDO ABRIR NOMIDET; SIN SOLICITUD"
                   MOVE 08 TO WS-RC-NUEVO
                   MOVE "CFDI: NO SE PUDO ABRIR NOMIDET"
                        TO WS-DESCRIPCION-ERROR
                   PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               END-IF
           END-IF
           PERFORM 031-LOTE-ENTIDAD THRU 031-FIN
                   VARYING WS-ENT-LOTE FROM 1 BY 1
                   UNTIL WS-ENT-LOTE GREATER PT-NUM-ENTIDADES.
       030-FIN.  EXIT.

      *> LA SOLICITUD DE UNA ENTIDAD: ENCABEZADO H CON SUS DATOS DE
      *> EMISOR, LOS RECIBOS DE SUS EMPLEADOS Y SU CIERRE T.
       031-LOTE-ENTIDAD.
           MOVE ZERO TO WS-LOTE-SOLICITADOS
           MOVE ZERO TO WS-LOTE-NETO
           MOVE SPACES TO CFDISOL-LINEA
           STRING "H,"              DELIMITED BY SIZE
                  WS-FECHA-EXTRACTO  DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  WS-CICLO-ID        DELIMITED BY SIZE
                  ",P"               DELIMITED BY SIZE
                  WS-PERIODO         DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  PT-E-ENTIDAD (WS-ENT-LOTE)
                                     DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  PT-E-RFC (WS-ENT-LOTE)
                                     DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  PT-E-RAZON (WS-ENT-LOTE)
                                     DELIMITED BY SIZE
                  INTO CFDISOL-LINEA
           WRITE CFDISOL-LINEA
           IF NOT CON-DETALLE
               GO TO 031-CIERRE
           END-IF
           MOVE "N" TO WS-NOMIDET-EOF
           OPEN INPUT NOMIDET-FILE
           PERFORM 032-LEE-DETALLE THRU 032-FIN
           PERFORM 035-SOLICITA-RECIBO THRU 035-FIN
                   UNTIL NOMIDET-EOF
           CLOSE NOMIDET-FILE.
       031-CIERRE.
           MOVE WS-LOTE-NETO TO WS-TOTAL-EXTR-ED
           MOVE SPACES TO CFDISOL-LINEA
           STRING "T,"               DELIMITED BY SIZE
                  WS-LOTE-SOLICITADOS DELIMITED BY SIZE
                  ","                 DELIMITED BY SIZE
                  WS-TOTAL-EXTR-ED    DELIMITED BY SIZE
                  INTO CFDISOL-LINEA
           WRITE CFDISOL-LINEA.
       031-FIN.  EXIT.

       032-LEE-DETALLE.
           READ NOMIDET-FILE
               AT END
                   SET NOMIDET-EOF TO TRUE
           END-READ.
       032-FIN.  EXIT.

      *> UN RECIBO DEL DETALLE: SI YA ESTA TIMBRADO NO SE REENVIA
      *> (SI SU NETO YA NO ES EL TIMBRADO SE AVISA PARA CANCELAR Y
      *> RETIMBRAR); SIN EMPLEADO EN EL MAESTRO, SIN PERIODO DE SU
      *> GRUPO DE PAGO O SIN RFC/CURP NO SE PUEDE TIMBRAR Y SE REPORTA
      *> CON RC 08.
       035-SOLICITA-RECIBO.
           MOVE ND-NUMERO TO EM-NUMERO
           READ EMPMAST-FILE
               INVALID KEY
                   IF WS-ENT-LOTE = 1
                       ADD 1 TO WS-TOT-DETALLES
                       MOVE ZERO TO WS-PERIODO-REC
                       MOVE "EMPLEADO NO EXISTE EN EL MAESTRO"
                            TO WS-DESCRIPCION-ERROR
                       PERFORM 048-REPORTA-NO-ENVIADO THRU 048-FIN
                   END-IF
                   GO TO 035-SIGUIENTE
           END-READ
           PERFORM 036-UBICA-ENTIDAD THRU 036-FIN
           IF WS-ENT-POS NOT = WS-ENT-LOTE
               GO TO 035-SIGUIENTE
           END-IF
           ADD 1 TO WS-TOT-DETALLES
           IF REG-DESCONOCIDO
               DISPLAY "REGISTRO PATRONAL " WS-REG-ACTUAL
                       " NO CATALOGADO, EMPLEADO " EM-NUMERO
               MOVE 04 TO WS-RC-NUEVO
               MOVE "CFDI: REG. PATRONAL NO CATALOGADO"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
           END-IF
           PERFORM 014-PERIODO-RECIBO THRU 014-FIN
           IF WS-PERIODO-REC = ZERO
               MOVE "GRUPO DE PAGO SIN PERIODO EN PERCAL"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 048-REPORTA-NO-ENVIADO THRU 048-FIN
               GO TO 035-SIGUIENTE
           END-IF
           MOVE WS-PERIODO-REC TO CU-PERIODO
           MOVE ND-NUMERO  TO CU-NUMERO
           MOVE "S" TO WS-EXISTE-CONTROL
           READ CFDIUUID-FILE
               INVALID KEY
                   MOVE "N" TO WS-EXISTE-CONTROL
           END-READ
           IF EXISTE-CONTROL AND CU-TIMBRADO
               ADD 1 TO WS-TOT-YA-TIMBRADOS
               IF CU-NETO NOT = ND-NETO
                   MOVE SPACES TO RPTCFDI-LINEA
                   STRING "YA TIMBRADO CON OTRO NETO: EMPLEADO "
                                           DELIMITED BY SIZE
                          ND-NUMERO        DELIMITED BY SIZE
                          " - CANCELAR Y RETIMBRAR"
                                           DELIMITED BY SIZE
                          INTO RPTCFDI-LINEA
                   WRITE RPTCFDI-LINEA
                   MOVE 04 TO WS-RC-NUEVO
                   MOVE "CFDI: NETO DISTINTO AL YA TIMBRADO"
                        TO WS-DESCRIPCION-ERROR
                   PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               END-IF
               GO TO 035-SIGUIENTE
           END-IF
           IF EM-RFC = SPACES OR EM-CURP = SPACES
               MOVE "EMPLEADO SIN RFC O SIN CURP"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 048-REPORTA-NO-ENVIADO THRU 048-FIN
               GO TO 035-SIGUIENTE
           END-IF
           PERFORM 040-RENGLON-RECEPTOR THRU 040-FIN
           PERFORM 044-RENGLONES-CONCEPTOS THRU 044-FIN
           PERFORM 046-REGISTRA-PENDIENTE THRU 046-FIN
           ADD 1 TO WS-TOT-SOLICITADOS
           ADD ND-NETO TO WS-TOT-NETO
           ADD 1 TO WS-LOTE-SOLICITADOS
           ADD ND-NETO TO WS-LOTE-NETO.
       035-SIGUIENTE.
           PERFORM 032-LEE-DETALLE THRU 032-FIN.
       035-FIN.  EXIT.

      *> ENTIDAD DEL EMPLEADO SEGUN SU REGISTRO PATRONAL (ESPACIOS ES
      *> EL 01); UN REGISTRO FUERA DEL CATALOGO VA A LA PRIMERA.
       036-UBICA-ENTIDAD.
           MOVE "N" TO WS-REG-DESCONOCIDO
           MOVE EM-REG-PATRONAL TO WS-REG-ACTUAL
           IF WS-REG-ACTUAL = SPACES
               MOVE "01" TO WS-REG-ACTUAL
           END-IF
           MOVE ZERO TO WS-ENT-POS
           PERFORM 037-BUSCA-REGISTRO THRU 037-FIN
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE GREATER PT-NUM-REGISTROS
                      OR WS-ENT-POS NOT = ZERO
           IF WS-ENT-POS = ZERO
               MOVE 1 TO WS-ENT-POS
               SET REG-DESCONOCIDO TO TRUE
           END-IF.
       036-FIN.  EXIT.

       037-BUSCA-REGISTRO.
           IF PT-R-CODIGO (WS-INDICE) = WS-REG-ACTUAL
               MOVE PT-R-ENT-POS (WS-INDICE) TO WS-ENT-POS
           END-IF.
       037-FIN.  EXIT.

      *> RENGLON E DEL RECIBO: DATOS DEL RECEPTOR Y DEL PAGO.
       040-RENGLON-RECEPTOR.
           MOVE ND-DEPARTAMENTO TO WS-NOMBRE-DEPTO
           MOVE "N" TO WS-HALLADO
           PERFORM 041-BUSCA-DEPTO THRU 041-FIN
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE GREATER WS-NUM-DEPTOS
                      OR HALLADO
           MOVE SPACES TO CFDISOL-LINEA
           STRING "E,"              DELIMITED BY SIZE
                  WS-PERIODO-REC     DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  EM-NUMERO          DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  EM-RFC             DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  EM-CURP            DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  EM-FECHA-ALTA      DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  EM-PUESTO          DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  WS-NOMBRE-DEPTO    DELIMITED BY "  "
                  ","                DELIMITED BY SIZE
                  WS-FECHA-INI       DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  WS-FECHA-FIN       DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  WS-DIAS-PAGADOS    DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  EM-NOMBRE          DELIMITED BY "  "
                  INTO CFDISOL-LINEA
           WRITE CFDISOL-LINEA.
       040-FIN.  EXIT.

       041-BUSCA-DEPTO.
           IF WS-TD-CODIGO (WS-INDICE) = ND-DEPARTAMENTO
               MOVE WS-TD-NOMBRE (WS-INDICE) TO WS-NOMBRE-DEPTO
               SET HALLADO TO TRUE
           END-IF.
       041-FIN.  EXIT.

      *> RENGLON P O D DE UN CONCEPTO DEL RECIBO; EL P AGREGA AL
      *> FINAL EL IMPORTE GRAVADO Y EL EXENTO.
       042-ESCRIBE-CONCEPTO.
           IF WS-CON-IMPORTE = ZERO
               GO TO 042-FIN
           END-IF
           MOVE WS-CON-IMPORTE TO WS-IMPORTE-EXTR-ED
           MOVE SPACES TO CFDISOL-LINEA
           IF WS-CON-MARCA = "P"
               MOVE WS-CON-GRAVADO TO WS-GRAVADO-EXTR-ED
               MOVE WS-CON-EXENTO  TO WS-EXENTO-EXTR-ED
               STRING WS-CON-MARCA       DELIMITED BY SIZE
                      ","                DELIMITED BY SIZE
                      ND-NUMERO          DELIMITED BY SIZE
                      ","                DELIMITED BY SIZE
                      WS-CON-CLAVE       DELIMITED BY SIZE
                      ","                DELIMITED BY SIZE
                      WS-CON-DESCRIPCION DELIMITED BY "  "
                      ","                DELIMITED BY SIZE
                      WS-IMPORTE-EXTR-ED DELIMITED BY SIZE
                      ","                DELIMITED BY SIZE
                      WS-GRAVADO-EXTR-ED DELIMITED BY SIZE
                      ","                DELIMITED BY SIZE
                      WS-EXENTO-EXTR-ED  DELIMITED BY SIZE
                      INTO CFDISOL-LINEA
           ELSE
               STRING WS-CON-MARCA       DELIMITED BY SIZE
                      ","                DELIMITED BY SIZE
                      ND-NUMERO          DELIMITED BY SIZE
                      ","                DELIMITED BY SIZE
                      WS-CON-CLAVE       DELIMITED BY SIZE
                      ","                DELIMITED BY SIZE
                      WS-CON-DESCRIPCION DELIMITED BY "  "
                      ","                DELIMITED BY SIZE
                      WS-IMPORTE-EXTR-ED DELIMITED BY SIZE
                      INTO CFDISOL-LINEA
           END-IF
           WRITE CFDISOL-LINEA.
       042-FIN.  EXIT.

      *> DESGLOSE POR CLAVE DEL SAT DE LO QUE PROGNOMI CALCULO:
      *> PERCEPCIONES 001 SUELDOS, 019 HORAS EXTRA (DOBLES MAS
      *> TRIPLES, CON SU PARTE EXENTA) Y 021 PRIMA VACACIONAL (CON SU
      *> PARTE EXENTA), CADA UNA CON SU GRAVADO Y SU EXENTO;
      *> DEDUCCIONES 001 SEGURIDAD SOCIAL, 002 ISR, 007 PENSION
      *> ALIMENTICIA, 004 OTROS (LOS DEMAS ABONOS DE DESCUENTOS) Y 020
      *> AUSENTISMO (FALTAS E INCAPACIDAD SIN GOCE: LAS HORAS EXTRA
      *> MENOS EL AJUSTE POR INCIDENCIAS, QUE LAS TRAE NETEADAS).
      *> EL ISR QUE SE DECLARA ES
      *> EL RETENIDO (ISR SEGUN TARIFA MENOS SUBSIDIO CAUSADO), Y EL
      *> SUBSIDIO VA EN SU PROPIO RENGLON O DE OTRO PAGO 002 CON EL
      *> IMPORTE ENTREGADO Y EL CAUSADO. CIERRA CON EL RENGLON N DE
      *> TOTALES, QUE CUADRA CONTRA EL NETO DEL REGISTRO
      *> (PERCEPCIONES MENOS DEDUCCIONES MAS OTROS PAGOS).
       044-RENGLONES-CONCEPTOS.
           MOVE ZERO TO WS-PERCEPCIONES
           MOVE ZERO TO WS-DEDUCCIONES
           MOVE ZERO TO WS-OTROS-PAGOS
           MOVE "P"        TO WS-CON-MARCA
           MOVE "001"      TO WS-CON-CLAVE
           MOVE "SUELDOS"  TO WS-CON-DESCRIPCION
           COMPUTE WS-CON-IMPORTE = ND-BRUTO + ND-PRORRATEO
           MOVE WS-CON-IMPORTE TO WS-CON-GRAVADO
           MOVE ZERO           TO WS-CON-EXENTO
           ADD WS-CON-IMPORTE TO WS-PERCEPCIONES
           PERFORM 042-ESCRIBE-CONCEPTO THRU 042-FIN
           COMPUTE WS-HORAS-EXTRA = ND-HE-DOBLE + ND-HE-TRIPLE
           IF WS-HORAS-EXTRA GREATER ZERO
               MOVE "P"            TO WS-CON-MARCA
               MOVE "019"          TO WS-CON-CLAVE
               MOVE "HORAS EXTRA"  TO WS-CON-DESCRIPCION
               MOVE WS-HORAS-EXTRA TO WS-CON-IMPORTE
               MOVE ND-HE-EXENTA   TO WS-CON-EXENTO
               COMPUTE WS-CON-GRAVADO = WS-HORAS-EXTRA - ND-HE-EXENTA
               ADD WS-HORAS-EXTRA  TO WS-PERCEPCIONES
               PERFORM 042-ESCRIBE-CONCEPTO THRU 042-FIN
           END-IF
           IF ND-RETRO GREATER ZERO
               MOVE "P"           TO WS-CON-MARCA
               MOVE "001"         TO WS-CON-CLAVE
               MOVE "SUELDOS RETROACTIVOS" TO WS-CON-DESCRIPCION
               MOVE ND-RETRO      TO WS-CON-IMPORTE
               MOVE ND-RETRO      TO WS-CON-GRAVADO
               MOVE ZERO          TO WS-CON-EXENTO
               ADD ND-RETRO       TO WS-PERCEPCIONES
               PERFORM 042-ESCRIBE-CONCEPTO THRU 042-FIN
           END-IF
           IF ND-PRIMA-VAC GREATER ZERO
               MOVE "P"           TO WS-CON-MARCA
               MOVE "021"         TO WS-CON-CLAVE
               MOVE "PRIMA VACACIONAL" TO WS-CON-DESCRIPCION
               MOVE ND-PRIMA-VAC  TO WS-CON-IMPORTE
               MOVE ND-PRIMA-EXENTA TO WS-CON-EXENTO
               COMPUTE WS-CON-GRAVADO = ND-PRIMA-VAC - ND-PRIMA-EXENTA
               ADD ND-PRIMA-VAC   TO WS-PERCEPCIONES
               PERFORM 042-ESCRIBE-CONCEPTO THRU 042-FIN
           END-IF
           MOVE "D"                 TO WS-CON-MARCA
           MOVE "001"               TO WS-CON-CLAVE
           MOVE "SEGURIDAD SOCIAL"  TO WS-CON-DESCRIPCION
           MOVE ND-IMSS             TO WS-CON-IMPORTE
           ADD ND-IMSS              TO WS-DEDUCCIONES
           PERFORM 042-ESCRIBE-CONCEPTO THRU 042-FIN
           MOVE "D"                 TO WS-CON-MARCA
           MOVE "002"               TO WS-CON-CLAVE
           MOVE "ISR"               TO WS-CON-DESCRIPCION
           IF ND-ISR GREATER ND-SUBSIDIO
               COMPUTE WS-CON-IMPORTE = ND-ISR - ND-SUBSIDIO
           ELSE
               MOVE ZERO            TO WS-CON-IMPORTE
               COMPUTE WS-OTROS-PAGOS = ND-SUBSIDIO - ND-ISR
           END-IF
           ADD WS-CON-IMPORTE       TO WS-DEDUCCIONES
           PERFORM 042-ESCRIBE-CONCEPTO THRU 042-FIN
           IF ND-PENSION GREATER ZERO
               MOVE "D"                 TO WS-CON-MARCA
               MOVE "007"               TO WS-CON-CLAVE
               MOVE "PENSION ALIMENTICIA" TO WS-CON-DESCRIPCION
               MOVE ND-PENSION          TO WS-CON-IMPORTE
               ADD ND-PENSION           TO WS-DEDUCCIONES
               PERFORM 042-ESCRIBE-CONCEPTO THRU 042-FIN
           END-IF
           MOVE "D"                 TO WS-CON-MARCA
           MOVE "004"               TO WS-CON-CLAVE
           MOVE "OTROS"             TO WS-CON-DESCRIPCION
           COMPUTE WS-CON-IMPORTE = ND-OTRAS-DED - ND-PENSION
           ADD WS-CON-IMPORTE       TO WS-DEDUCCIONES
           PERFORM 042-ESCRIBE-CONCEPTO THRU 042-FIN
           COMPUTE WS-AUSENTISMO = WS-HORAS-EXTRA - ND-AJUSTE
           IF WS-AUSENTISMO GREATER ZERO
               MOVE "D"             TO WS-CON-MARCA
               MOVE "020"           TO WS-CON-CLAVE
               MOVE "AUSENTISMO"    TO WS-CON-DESCRIPCION
               MOVE WS-AUSENTISMO   TO WS-CON-IMPORTE
               ADD WS-CON-IMPORTE   TO WS-DEDUCCIONES
               PERFORM 042-ESCRIBE-CONCEPTO THRU 042-FIN
           END-IF
           IF ND-SUBSIDIO GREATER ZERO
               MOVE WS-OTROS-PAGOS TO WS-OTROS-EXTR-ED
               MOVE ND-SUBSIDIO    TO WS-CAUSADO-EXTR-ED
               MOVE SPACES TO CFDISOL-LINEA
               STRING "O,"                     DELIMITED BY SIZE
                      ND-NUMERO                 DELIMITED BY SIZE
                      ",002,SUBSIDIO PARA EL EMPLEO,"
                                                DELIMITED BY SIZE
                      WS-OTROS-EXTR-ED          DELIMITED BY SIZE
                      ","                       DELIMITED BY SIZE
                      WS-CAUSADO-EXTR-ED        DELIMITED BY SIZE
                      INTO CFDISOL-LINEA
               WRITE CFDISOL-LINEA
           END-IF
           MOVE WS-PERCEPCIONES TO WS-PERCEP-EXTR-ED
           MOVE WS-DEDUCCIONES  TO WS-DEDUC-EXTR-ED
           MOVE WS-OTROS-PAGOS  TO WS-OTROS-EXTR-ED
           MOVE ND-NETO         TO WS-IMPORTE-EXTR-ED
           MOVE SPACES TO CFDISOL-LINEA
           STRING "N,"              DELIMITED BY SIZE
                  ND-NUMERO          DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  WS-PERCEP-EXTR-ED  DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  WS-DEDUC-EXTR-ED   DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  WS-OTROS-EXTR-ED   DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  WS-IMPORTE-EXTR-ED DELIMITED BY SIZE
                  INTO CFDISOL-LINEA
           WRITE CFDISOL-LINEA.
       044-FIN.  EXIT.

      *> DEJA EL RECIBO PENDIENTE DE RESPUESTA EN EL CONTROL DE
      *> TIMBRADO (NUEVO, O REENVIADO TRAS UN RECHAZO O TRAS NO
      *> HABERSE PODIDO ENVIAR). UN NO ENVIADO QUE SE LLAVEO CON EL
      *> PERIODO MENSUAL PORQUE NO SE SUPO EL DE SU GRUPO SE BORRA.
       046-REGISTRA-PENDIENTE.
           MOVE WS-PERIODO-REC TO CU-PERIODO
           MOVE ND-NUMERO    TO CU-NUMERO
           MOVE "P"          TO CU-ESTADO
           MOVE SPACES       TO CU-UUID
           MOVE WS-FECHA-HOY TO CU-FECHA-ENVIO
           MOVE ZERO         TO CU-FECHA-TIMBRE
           MOVE ND-NETO      TO CU-NETO
           MOVE SPACES       TO CU-MOTIVO
           IF EXISTE-CONTROL
               REWRITE CU-REGISTRO
           ELSE
               WRITE CU-REGISTRO
           END-IF
           IF WS-PERIODO-REC = WS-PERIODO
               GO TO 046-FIN
           END-IF
           MOVE WS-PERIODO TO CU-PERIODO
           MOVE ND-NUMERO  TO CU-NUMERO
           READ CFDIUUID-FILE
               INVALID KEY
                   GO TO 046-FIN
           END-READ
           IF CU-NO-ENVIADO
               DELETE CFDIUUID-FILE RECORD
           END-IF.
       046-FIN.  EXIT.

      *> DEJA EL RECIBO NO ENVIADO EN EL CONTROL DE TIMBRADO CON LA
      *> CAUSA, LLAVEADO CON EL PERIODO DE SU GRUPO (O EL MENSUAL SI
      *> NO SE SABE), PARA QUE SIGA EN LA LISTA DE RECIBOS SIN TIMBRAR
      *> HASTA QUE UN ENVIO LO REEMPLACE. UNO YA TIMBRADO NO SE TOCA.
       047-REGISTRA-NO-ENVIADO.
           IF WS-PERIODO-REC = ZERO
               MOVE WS-PERIODO     TO CU-PERIODO
           ELSE
               MOVE WS-PERIODO-REC TO CU-PERIODO
           END-IF
           MOVE ND-NUMERO TO CU-NUMERO
           MOVE "S" TO WS-EXISTE-CONTROL
           READ CFDIUUID-FILE
               INVALID KEY
                   MOVE "N" TO WS-EXISTE-CONTROL
           END-READ
           IF EXISTE-CONTROL AND CU-TIMBRADO
               GO TO 047-FIN
           END-IF
           MOVE "N"                  TO CU-ESTADO
           MOVE SPACES               TO CU-UUID
           MOVE WS-FECHA-HOY         TO CU-FECHA-ENVIO
           MOVE ZERO                 TO CU-FECHA-TIMBRE
           MOVE ND-NETO              TO CU-NETO
           MOVE WS-DESCRIPCION-ERROR TO CU-MOTIVO
           IF EXISTE-CONTROL
               REWRITE CU-REGISTRO
           ELSE
               WRITE CU-REGISTRO
           END-IF.
       047-FIN.  EXIT.

      *> REPORTA EL RECIBO QUE NO SE PUDO ENVIAR Y LO DEJA EN EL
      *> CONTROL DE TIMBRADO COMO NO ENVIADO.
       048-REPORTA-NO-ENVIADO.
           PERFORM 047-REGISTRA-NO-ENVIADO THRU 047-FIN
           MOVE SPACES TO RPTCFDI-LINEA
           STRING "NO ENVIADO: EMPLEADO "  DELIMITED BY SIZE
                  ND-NUMERO                 DELIMITED BY SIZE
                  " - "                     DELIMITED BY SIZE
                  WS-DESCRIPCION-ERROR      DELIMITED BY SIZE
                  INTO RPTCFDI-LINEA
           WRITE RPTCFDI-LINEA
           ADD 1 TO WS-TOT-NO-ENVIADOS
           MOVE 08 TO WS-RC-NUEVO
           MOVE "CFDI: RECIBO SIN DATOS PARA TIMBRAR"
                TO WS-DESCRIPCION-ERROR
           PERFORM 080-ACTUALIZA-RC THRU 080-FIN.
       048-FIN.  EXIT.

      *> RECORRE TODO EL CONTROL DE TIMBRADO E IMPRIME LOS RECIBOS
      *> QUE SIGUEN SIN UUID: RECHAZADOS POR EL PAC, NO ENVIADOS POR
      *> FALTA DE DATOS Y PENDIENTES ENVIADOS ANTES DE HOY. LOS
      *> ENVIADOS HOY NO SE LISTAN.
       050-REPORTA-ABIERTOS.
           MOVE SPACES TO RPTCFDI-LINEA
           WRITE RPTCFDI-LINEA
           MOVE "RECIBOS SIN TIMBRAR (SIN UUID):" TO RPTCFDI-LINEA
           WRITE RPTCFDI-LINEA
           MOVE LOW-VALUES TO CU-LLAVE
           START CFDIUUID-FILE KEY IS NOT LESS THAN CU-LLAVE
               INVALID KEY
                   SET CFDIUUID-FIN TO TRUE
           END-START
           PERFORM 055-REVISA-RECIBO THRU 055-FIN
                   UNTIL CFDIUUID-FIN
           IF WS-TOT-ABIERTOS GREATER ZERO
               MOVE 04 TO WS-RC-NUEVO
               MOVE "CFDI: HAY RECIBOS SIN TIMBRAR"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
           END-IF.
       050-FIN.  EXIT.

       055-REVISA-RECIBO.
           READ CFDIUUID-FILE NEXT RECORD
               AT END
                   SET CFDIUUID-FIN TO TRUE
                   GO TO 055-FIN
           END-READ
           IF CU-TIMBRADO
               GO TO 055-FIN
           END-IF
           IF CU-PENDIENTE AND CU-FECHA-ENVIO NOT LESS WS-FECHA-HOY
               GO TO 055-FIN
           END-IF
           ADD 1 TO WS-TOT-ABIERTOS
           MOVE CU-NETO TO WS-IMPORTE-ED
           MOVE SPACES TO RPTCFDI-LINEA
           EVALUATE TRUE
               WHEN CU-RECHAZADO
                   STRING CU-PERIODO        DELIMITED BY SIZE
                          " "               DELIMITED BY SIZE
                          CU-NUMERO         DELIMITED BY SIZE
                          " RECHAZADO "     DELIMITED BY SIZE
                          WS-IMPORTE-ED     DELIMITED BY SIZE
                          " "               DELIMITED BY SIZE
                          CU-MOTIVO (1:37)  DELIMITED BY SIZE
                          INTO RPTCFDI-LINEA
               WHEN CU-NO-ENVIADO
                   STRING CU-PERIODO        DELIMITED BY SIZE
                          " "               DELIMITED BY SIZE
                          CU-NUMERO         DELIMITED BY SIZE
                          " NO ENVIADO "    DELIMITED BY SIZE
                          WS-IMPORTE-ED     DELIMITED BY SIZE
                          " "               DELIMITED BY SIZE
                          CU-MOTIVO (1:36)  DELIMITED BY SIZE
                          INTO RPTCFDI-LINEA
               WHEN OTHER
                   STRING CU-PERIODO        DELIMITED BY SIZE
                          " "               DELIMITED BY SIZE
                          CU-NUMERO         DELIMITED BY SIZE
                          " PENDIENTE "     DELIMITED BY SIZE
                          WS-IMPORTE-ED     DELIMITED BY SIZE
                          " ENVIADO EL "    DELIMITED BY SIZE
                          CU-FECHA-ENVIO    DELIMITED BY SIZE
                          " SIN RESPUESTA"  DELIMITED BY SIZE
                          INTO RPTCFDI-LINEA
           END-EVALUATE
           WRITE RPTCFDI-LINEA.
       055-FIN.  EXIT.

      *> ELEVA WS-CODIGO-RETORNO A WS-RC-NUEVO SI ESTE ES MAS SEVERO Y
      *> DEJA CONSTANCIA EN LA BITACORA COMUN DE ERRORES (ERRLOG).
       080-ACTUALIZA-RC.
           IF WS-RC-NUEVO GREATER WS-CODIGO-RETORNO
               MOVE WS-RC-NUEVO TO WS-CODIGO-RETORNO
           END-IF
           CALL "PROGERRL" USING "PROGCFDI" WS-RC-NUEVO
                   WS-DESCRIPCION-ERROR.
       080-FIN.  EXIT.

      *> DEJA EL RENGLON DE ESTE PASO EN EL ARCHIVO DE CONTROL DEL
      *> CICLO, COMO TODOS LOS PASOS DEL CICLO DIARIO.
       085-CONTROL-CICLO.
           MOVE "PROGCFDI" TO CC-PROGRAMA
           COMPUTE CC-ENTRADA = WS-TOT-DETALLES + WS-TOT-RESPUESTAS
           MOVE WS-TOT-SOLICITADOS TO CC-SALIDA
           MOVE WS-TOT-NO-ENVIADOS TO CC-RECHAZADOS
           MOVE WS-CODIGO-RETORNO TO CC-RC
           ACCEPT CC-HORA-FIN FROM TIME
           CALL "PROGCCTL" USING "A" CC-REGISTRO.
       085-FIN.  EXIT.

      *> ESCRIBE EL PIE CON LOS CONTADORES DE LAS TRES FASES.
       090-ESCRIBE-PIE.
           MOVE SPACES TO RPTCFDI-LINEA
           WRITE RPTCFDI-LINEA
           MOVE WS-TOT-TIMBRADOS TO WS-CUENTA-ED
           MOVE SPACES TO RPTCFDI-LINEA
           STRING "RESPUESTAS TIMBRADAS: " DELIMITED BY SIZE
                  WS-CUENTA-ED              DELIMITED BY SIZE
                  INTO RPTCFDI-LINEA
           WRITE RPTCFDI-LINEA
           MOVE WS-TOT-RECHAZOS-PAC TO WS-CUENTA-ED
           MOVE SPACES TO RPTCFDI-LINEA
           STRING "RESPUESTAS RECHAZADAS: " DELIMITED BY SIZE
                  WS-CUENTA-ED               DELIMITED BY SIZE
                  INTO RPTCFDI-LINEA
           WRITE RPTCFDI-LINEA
           MOVE WS-TOT-SOLICITADOS TO WS-CUENTA-ED
           MOVE SPACES TO RPTCFDI-LINEA
           STRING "RECIBOS ENVIADOS A TIMBRAR: " DELIMITED BY SIZE
                  WS-CUENTA-ED                    DELIMITED BY SIZE
                  INTO RPTCFDI-LINEA
           WRITE RPTCFDI-LINEA
           MOVE WS-TOT-YA-TIMBRADOS TO WS-CUENTA-ED
           MOVE SPACES TO RPTCFDI-LINEA
           STRING "YA TIMBRADOS (NO SE REENVIAN): " DELIMITED BY SIZE
                  WS-CUENTA-ED                       DELIMITED BY SIZE
                  INTO RPTCFDI-LINEA
           WRITE RPTCFDI-LINEA
           MOVE WS-TOT-NO-ENVIADOS TO WS-CUENTA-ED
           MOVE SPACES TO RPTCFDI-LINEA
           STRING "NO ENVIADOS POR FALTA DE DATOS: " DELIMITED BY SIZE
                  WS-CUENTA-ED                        DELIMITED BY SIZE
                  INTO RPTCFDI-LINEA
           WRITE RPTCFDI-LINEA
           MOVE WS-TOT-ABIERTOS TO WS-CUENTA-ED
           MOVE SPACES TO RPTCFDI-LINEA
           STRING "RECIBOS ABIERTOS SIN UUID: " DELIMITED BY SIZE
                  WS-CUENTA-ED                   DELIMITED BY SIZE
                  INTO RPTCFDI-LINEA
           WRITE RPTCFDI-LINEA.
       090-FIN.  EXIT.
