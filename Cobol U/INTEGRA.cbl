      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGINTG.
      *AUTHOR.                    FERNANDO TOLEDO.
      *INSTALLATION.              CENTRO DE CAPACITACION.
      *DATE-WRITTEN.              2026-10-15.
      *DATE-COMPILED.
      *SECURITY.                  NO ES CONFIDENCIAL.
      *> ------------------------------------------------------
      *> AUDITORIA NOCTURNA DE INTEGRIDAD ENTRE EL MAESTRO DE
      *> EMPLEADOS Y SUS ARCHIVOS SATELITE CON LLAVE DE NUMERO DE
      *> EMPLEADO: PERSDAT, VACLEDG, DEDMAST, NOMACUM, ELEGEMP,
      *> SALHIST, TRASHIST, IMSSMOV Y EL HISTORICO EMPHIST. NADA
      *> REVISABA QUE COINCIDIERAN, Y APARECIAN ACTIVOS SIN LIBRO DE
      *> VACACIONES, PRESTAMOS VIGENTES DE INACTIVOS, EMPLEADOS EN EL
      *> MAESTRO Y EN EL HISTORICO A LA VEZ (UN ARCHIVADO QUE SE
      *> QUEDO A MEDIAS) Y MOVIMIENTOS DEL IMSS DE NUMEROS QUE NO
      *> EXISTEN. PRIMERO BARRE EL MAESTRO Y LUEGO CADA SATELITE,
      *> BUSCANDO CADA NUMERO EN EMPMAST Y, SI NO ESTA, EN EMPHIST
      *> (UN NUMERO ARCHIVADO CONSERVA SUS SATELITES LEGITIMAMENTE).
      *> CADA INCONSISTENCIA SE CLASIFICA EN UNA DE LAS CLASES DE
      *> WS-TABLA-CLASES CON SU SEVERIDAD: CRITICA (DINERO O
      *> AFILIACION EQUIVOCADOS, RC 08) O AVISO (DATO HUERFANO O
      *> FALTANTE, RC 04). IMPRIME EL REPORTE DE EXCEPCIONES
      *> (RPTINTG) CON UN RENGLON POR INCONSISTENCIA Y EL RESUMEN
      *> POR CLASE, DEJA UN RENGLON EN ERRLOG POR CADA CLASE
      *> ENCONTRADA Y SU RENGLON EN CICLOCTL, PARA QUE LA HOJA DE
      *> CONTROL (PROGCREP) LO MUESTRE. EN LOS HISTORIALES (SALHIST,
      *> TRASHIST, IMSSMOV) UN NUMERO HUERFANO SE REPORTA UNA SOLA
      *> VEZ AUNQUE TENGA VARIOS RENGLONES. UN SATELITE QUE NO SE
      *> PUEDE ABRIR NO SE REVISA Y EL PASO LO AVISA CON RC 04. EL
      *> PASO NO CORRIGE NADA.
      *> ------------------------------------------------------
      *> MODIFICACIONES:
      *> 2026-10-15  EL LAYOUT DE ELEGEMP SE TOMA DE LA COPIA ELEGREG
      *>             EN VEZ DE REPETIRLO AQUI.
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

           SELECT EMPHIST-FILE    ASSIGN TO "EMPHIST"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS HI-NUMERO
                                   FILE STATUS IS WS-EMPHIST-STATUS.

           SELECT PERSDAT-FILE    ASSIGN TO "PERSDAT"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS PE-NUMERO
                                   FILE STATUS IS WS-PERSDAT-STATUS.

           SELECT VACLEDG-FILE    ASSIGN TO "VACLEDG"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS VL-NUMERO
                                   FILE STATUS IS WS-VACLEDG-STATUS.

           SELECT DEDMAST-FILE    ASSIGN TO "DEDMAST"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS DD-LLAVE
                                   FILE STATUS IS WS-DEDMAST-STATUS.

           SELECT NOMACUM-FILE    ASSIGN TO "NOMACUM"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS AC-NUMERO
                                   FILE STATUS IS WS-NOMACUM-STATUS.

           SELECT ELEGEMP-FILE    ASSIGN TO "ELEGEMP"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS EL-NUMERO
                                   FILE STATUS IS WS-ELEGEMP-STATUS.

           SELECT SALHIST-FILE    ASSIGN TO "SALHIST"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-SALHIST-STATUS.

           SELECT TRASHIST-FILE   ASSIGN TO "TRASHIST"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-TRASHIST-STATUS.

           SELECT IMSSMOV-FILE    ASSIGN TO "IMSSMOV"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-IMSSMOV-STATUS.

           SELECT RPTINTG-FILE    ASSIGN TO "RPTINTG"
                                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPMAST-FILE.
       COPY EMPREC.

       FD  EMPHIST-FILE.
       COPY EMPHREC.

       FD  PERSDAT-FILE.
       COPY PERSREG.

       FD  VACLEDG-FILE.
       COPY VACREG.

       FD  DEDMAST-FILE.
       COPY DEDREC.

       FD  NOMACUM-FILE.
       COPY ACUMREG.

       FD  ELEGEMP-FILE.
       COPY ELEGREG.

       FD  SALHIST-FILE.
       COPY SALHREG.

       FD  TRASHIST-FILE.
       COPY TRASHREG.

       FD  IMSSMOV-FILE.
       COPY IMSSREG.

       FD  RPTINTG-FILE.
       01  RPTINTG-LINEA            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY RPTHDR.
       COPY CICLOREG.

      *> LAS CLASES DE INCONSISTENCIA, CADA UNA CON SU SEVERIDAD
      *> (C = CRITICA, RC 08; A = AVISO, RC 04) Y SU DESCRIPCION,
      *> QUE ES TAMBIEN LA QUE VA A ERRLOG.
       01  WS-CLASES-CONSTANTES.
           05 FILLER PIC X(29) VALUE "CDEDMAST VIGENTE DE INACTIVO ".
           05 FILLER PIC X(29) VALUE "CDEDMAST VIGENTE SIN EMPLEADO".
           05 FILLER PIC X(29) VALUE "CEN EMPMAST Y EN EMPHIST     ".
           05 FILLER PIC X(29) VALUE "CIMSSMOV SIN EMPLEADO        ".
           05 FILLER PIC X(29) VALUE "AACTIVO SIN VACLEDG          ".
           05 FILLER PIC X(29) VALUE "AVACLEDG SIN EMPLEADO        ".
           05 FILLER PIC X(29) VALUE "APERSDAT SIN EMPLEADO        ".
           05 FILLER PIC X(29) VALUE "ANOMACUM SIN EMPLEADO        ".
           05 FILLER PIC X(29) VALUE "ASALHIST SIN EMPLEADO        ".
           05 FILLER PIC X(29) VALUE "ATRASHIST SIN EMPLEADO       ".
           05 FILLER PIC X(29) VALUE "AELEGEMP DE NO ACTIVO        ".
           05 FILLER PIC X(29) VALUE "ADEDMAST SIN EMPLEADO        ".

       01  WS-TABLA-CLASES REDEFINES WS-CLASES-CONSTANTES.
           05 WS-CL-RENGLON OCCURS 12 TIMES.
              10 WS-CL-SEVERIDAD   PIC X(01).
                  88 CL-CRITICA                   VALUE "C".
              10 WS-CL-DESCRIPCION PIC X(28).

       01  WS-CUENTAS-CLASE.
           05 WS-CL-CUENTA         PIC 9(05) OCCURS 12 TIMES.

      *> NUMEROS HUERFANOS YA REPORTADOS DEL HISTORIAL EN TURNO, PARA
      *> NO REPETIR UN RENGLON POR CADA MOVIMIENTO DEL MISMO NUMERO.
       01  WS-TABLA-REPORTADOS.
           05 WS-RP-NUMERO         PIC 9(05) OCCURS 200 TIMES.

       01  WS-AREAS.
           05 WS-EMPMAST-STATUS   PIC X(02).
           05 WS-EMPHIST-STATUS   PIC X(02).
           05 WS-PERSDAT-STATUS   PIC X(02).
           05 WS-VACLEDG-STATUS   PIC X(02).
           05 WS-DEDMAST-STATUS   PIC X(02).
           05 WS-NOMACUM-STATUS   PIC X(02).
           05 WS-ELEGEMP-STATUS   PIC X(02).
           05 WS-SALHIST-STATUS   PIC X(02).
           05 WS-TRASHIST-STATUS  PIC X(02).
           05 WS-IMSSMOV-STATUS   PIC X(02).
           05 WS-HISTORICO-ABIERTO PIC X(01)     VALUE "N".
               88 HISTORICO-ABIERTO              VALUE "S".
           05 WS-LIBRO-ABIERTO    PIC X(01)      VALUE "N".
               88 LIBRO-ABIERTO                  VALUE "S".
           05 WS-FIN-ARCHIVO      PIC X(01).
               88 FIN-ARCHIVO                    VALUE "S".
           05 WS-FECHA-HOY        PIC 9(08).
           05 WS-INICIO-MES       PIC 9(08).
           05 WS-ANIVERSARIO      PIC 9(08).
           05 WS-NUMERO-BUSCADO   PIC 9(05).
           05 WS-SITUACION        PIC X(01).
               88 SIT-ACTIVO                     VALUE "A".
               88 SIT-INACTIVO                   VALUE "I".
               88 SIT-ARCHIVADO                  VALUE "H".
               88 SIT-INEXISTENTE                VALUE "N".
           05 WS-CLASE            PIC 9(02).
           05 WS-DETALLE          PIC X(25).
           05 WS-NOMBRE-ARCHIVO   PIC X(08).
           05 WS-INDICE           PIC 9(02).
           05 WS-POS              PIC 9(03).
           05 WS-NUM-REPORTADOS   PIC 9(03).
           05 WS-YA-REPORTADO     PIC X(01).
               88 YA-REPORTADO                   VALUE "S".
           05 WS-TOT-REVISADOS    PIC 9(07)      VALUE ZERO.
           05 WS-TOT-EXCEPCIONES  PIC 9(05)      VALUE ZERO.
           05 WS-TOT-CRITICAS     PIC 9(05)      VALUE ZERO.
           05 WS-TOT-NO-REVISADOS PIC 9(02)      VALUE ZERO.
           05 WS-CODIGO-RETORNO   PIC 9(02)      VALUE ZERO.
           05 WS-RC-NUEVO         PIC 9(02).
           05 WS-DESCRIPCION-ERROR PIC X(40).

       01  WS-EDITADOS.
           05 WS-CUENTA-ED        PIC ZZZZ9.
           05 WS-REVISADOS-ED     PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       000-RAIZ.
           MOVE ZERO TO RETURN-CODE
           ACCEPT CC-HORA-INICIO FROM TIME
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           MOVE WS-FECHA-HOY TO WS-INICIO-MES
           MOVE 01 TO WS-INICIO-MES (7:2)
           MOVE ZEROS TO WS-CUENTAS-CLASE
           OPEN INPUT EMPMAST-FILE
           IF WS-EMPMAST-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR EMPMAST, SE TERMINA"
               MOVE 16 TO WS-RC-NUEVO
               MOVE "INTEGRIDAD: NO SE PUDO ABRIR EMPMAST"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               PERFORM 095-REGISTRA-CONTROL THRU 095-FIN
               GOBACK
           END-IF
           OPEN OUTPUT RPTINTG-FILE
           PERFORM 010-ESCRIBE-ENCABEZADO THRU 010-FIN
           OPEN INPUT EMPHIST-FILE
           IF WS-EMPHIST-STATUS = "00"
               SET HISTORICO-ABIERTO TO TRUE
           ELSE
               MOVE "EMPHIST" TO WS-NOMBRE-ARCHIVO
               PERFORM 085-NO-REVISADO THRU 085-FIN
           END-IF
           OPEN INPUT VACLEDG-FILE
           IF WS-VACLEDG-STATUS = "00"
               SET LIBRO-ABIERTO TO TRUE
           ELSE
               MOVE "VACLEDG" TO WS-NOMBRE-ARCHIVO
               PERFORM 085-NO-REVISADO THRU 085-FIN
           END-IF
           PERFORM 020-REVISA-MAESTRO THRU 020-FIN
           PERFORM 030-REVISA-DEDMAST THRU 030-FIN
           PERFORM 032-REVISA-VACLEDG THRU 032-FIN
           PERFORM 034-REVISA-PERSDAT THRU 034-FIN
           PERFORM 036-REVISA-NOMACUM THRU 036-FIN
           PERFORM 038-REVISA-ELEGEMP THRU 038-FIN
           PERFORM 042-REVISA-SALHIST THRU 042-FIN
           PERFORM 044-REVISA-TRASHIST THRU 044-FIN
           PERFORM 046-REVISA-IMSSMOV THRU 046-FIN
           IF LIBRO-ABIERTO
               CLOSE VACLEDG-FILE
           END-IF
           IF HISTORICO-ABIERTO
               CLOSE EMPHIST-FILE
           END-IF
           CLOSE EMPMAST-FILE
           PERFORM 070-RESUMEN-CLASES THRU 070-FIN
           PERFORM 090-ESCRIBE-PIE THRU 090-FIN
           CLOSE RPTINTG-FILE
           DISPLAY "REGISTROS REVISADOS: " WS-TOT-REVISADOS
                   " INCONSISTENCIAS: " WS-TOT-EXCEPCIONES
                   " CRITICAS: " WS-TOT-CRITICAS
           PERFORM 095-REGISTRA-CONTROL THRU 095-FIN
           GOBACK.

       010-ESCRIBE-ENCABEZADO.
           MOVE "INTEGRIDAD DE ARCHIVOS SATELITE - PROGINTG"
                TO RPT-TITULO
           ACCEPT RPT-FECHA FROM DATE
           MOVE RPT-ENCABEZADO TO RPTINTG-LINEA
           WRITE RPTINTG-LINEA
           MOVE SPACES TO RPTINTG-LINEA
           STRING "  SEVERIDAD  NUM.  INCONSISTENCIA"
                                        DELIMITED BY SIZE
                  "               DETALLE"
                                        DELIMITED BY SIZE
                  INTO RPTINTG-LINEA
           WRITE RPTINTG-LINEA
           MOVE SPACES TO RPTINTG-LINEA
           WRITE RPTINTG-LINEA.
       010-FIN.  EXIT.

      *> BARRIDO DEL MAESTRO: UN NUMERO QUE TAMBIEN VIVE EN EL
      *> HISTORICO ES UN ARCHIVADO A MEDIAS; UN ACTIVO CUYO PRIMER
      *> ANIVERSARIO YA PASO ANTES DE ESTE MES (PROGVACR YA DEBIO
      *> ABRIRLE SU LIBRO EN EL CIERRE) Y NO TIENE VACLEDG, ES UN
      *> LIBRO FALTANTE.
       020-REVISA-MAESTRO.
           MOVE ZEROS TO EM-NUMERO
           START EMPMAST-FILE KEY IS NOT LESS THAN EM-NUMERO
               INVALID KEY
                   GO TO 020-FIN
           END-START
           MOVE "N" TO WS-FIN-ARCHIVO
           PERFORM 021-REVISA-EMPLEADO THRU 021-FIN
                   UNTIL FIN-ARCHIVO.
       020-FIN.  EXIT.

       021-REVISA-EMPLEADO.
           READ EMPMAST-FILE NEXT RECORD
               AT END
                   SET FIN-ARCHIVO TO TRUE
                   GO TO 021-FIN
           END-READ
           ADD 1 TO WS-TOT-REVISADOS
           MOVE EM-NUMERO TO WS-NUMERO-BUSCADO
           IF HISTORICO-ABIERTO
               MOVE EM-NUMERO TO HI-NUMERO
               READ EMPHIST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 03 TO WS-CLASE
                       MOVE EM-NOMBRE TO WS-DETALLE
                       PERFORM 060-REGISTRA-EXCEPCION THRU 060-FIN
               END-READ
           END-IF
           IF EM-INACTIVO OR NOT LIBRO-ABIERTO
               GO TO 021-FIN
           END-IF
           COMPUTE WS-ANIVERSARIO = EM-FECHA-ALTA + 10000
           IF WS-ANIVERSARIO NOT LESS WS-INICIO-MES
               GO TO 021-FIN
           END-IF
           MOVE EM-NUMERO TO VL-NUMERO
           READ VACLEDG-FILE
               INVALID KEY
                   MOVE 05 TO WS-CLASE
                   MOVE SPACES TO WS-DETALLE
                   STRING "ALTA " DELIMITED BY SIZE
                          EM-FECHA-ALTA DELIMITED BY SIZE
                          INTO WS-DETALLE
                   PERFORM 060-REGISTRA-EXCEPCION THRU 060-FIN
           END-READ.
       021-FIN.  EXIT.

      *> DESCUENTOS: UN PRESTAMO O CREDITO VIGENTE SOLO PUEDE SER DE
      *> UN ACTIVO (SE SEGUIRIA RETENIENDO O SE PERDERIA LA
      *> RECUPERACION); UNO YA LIQUIDADO O SUSPENDIDO SOLO DEBE
      *> APUNTAR A UN NUMERO QUE EXISTA.
       030-REVISA-DEDMAST.
           OPEN INPUT DEDMAST-FILE
           IF WS-DEDMAST-STATUS NOT = "00"
               MOVE "DEDMAST" TO WS-NOMBRE-ARCHIVO
               PERFORM 085-NO-REVISADO THRU 085-FIN
               GO TO 030-FIN
           END-IF
           MOVE LOW-VALUES TO DD-LLAVE
           START DEDMAST-FILE KEY IS NOT LESS THAN DD-LLAVE
               INVALID KEY
                   CLOSE DEDMAST-FILE
                   GO TO 030-FIN
           END-START
           MOVE "N" TO WS-FIN-ARCHIVO
           PERFORM 031-REVISA-DESCUENTO THRU 031-FIN
                   UNTIL FIN-ARCHIVO
           CLOSE DEDMAST-FILE.
       030-FIN.  EXIT.

       031-REVISA-DESCUENTO.
           READ DEDMAST-FILE NEXT RECORD
               AT END
                   SET FIN-ARCHIVO TO TRUE
                   GO TO 031-FIN
           END-READ
           ADD 1 TO WS-TOT-REVISADOS
           MOVE DD-NUMERO TO WS-NUMERO-BUSCADO
           PERFORM 050-BUSCA-EMPLEADO THRU 050-FIN
           MOVE SPACES TO WS-DETALLE
           STRING "TIPO "    DELIMITED BY SIZE
                  DD-TIPO    DELIMITED BY SIZE
                  " ESTADO " DELIMITED BY SIZE
                  DD-ESTADO  DELIMITED BY SIZE
                  INTO WS-DETALLE
           MOVE ZERO TO WS-CLASE
           IF DD-VIGENTE
               IF SIT-INACTIVO OR SIT-ARCHIVADO
                   MOVE 01 TO WS-CLASE
               END-IF
               IF SIT-INEXISTENTE
                   MOVE 02 TO WS-CLASE
               END-IF
           ELSE
               IF SIT-INEXISTENTE
                   MOVE 12 TO WS-CLASE
               END-IF
           END-IF
           IF WS-CLASE NOT = ZERO
               PERFORM 060-REGISTRA-EXCEPCION THRU 060-FIN
           END-IF.
       031-FIN.  EXIT.

      *> LIBRO DE VACACIONES: TODO LIBRO DEBE SER DE UN NUMERO QUE
      *> EXISTA (EL DE UN ARCHIVADO LO CONSERVA EL FINIQUITO).
       032-REVISA-VACLEDG.
           IF NOT LIBRO-ABIERTO
               GO TO 032-FIN
           END-IF
           MOVE ZEROS TO VL-NUMERO
           START VACLEDG-FILE KEY IS NOT LESS THAN VL-NUMERO
               INVALID KEY
                   GO TO 032-FIN
           END-START
           MOVE "N" TO WS-FIN-ARCHIVO
           PERFORM 033-REVISA-LIBRO THRU 033-FIN
                   UNTIL FIN-ARCHIVO.
       032-FIN.  EXIT.

       033-REVISA-LIBRO.
           READ VACLEDG-FILE NEXT RECORD
               AT END
                   SET FIN-ARCHIVO TO TRUE
                   GO TO 033-FIN
           END-READ
           ADD 1 TO WS-TOT-REVISADOS
           MOVE VL-NUMERO TO WS-NUMERO-BUSCADO
           PERFORM 050-BUSCA-EMPLEADO THRU 050-FIN
           IF SIT-INEXISTENTE
               MOVE 06 TO WS-CLASE
               MOVE SPACES TO WS-DETALLE
               PERFORM 060-REGISTRA-EXCEPCION THRU 060-FIN
           END-IF.
       033-FIN.  EXIT.

      *> DATOS PERSONALES: TODO REGISTRO DEBE SER DE UN NUMERO QUE
      *> EXISTA.
       034-REVISA-PERSDAT.
           OPEN INPUT PERSDAT-FILE
           IF WS-PERSDAT-STATUS NOT = "00"
               MOVE "PERSDAT" TO WS-NOMBRE-ARCHIVO
               PERFORM 085-NO-REVISADO THRU 085-FIN
               GO TO 034-FIN
           END-IF
           MOVE ZEROS TO PE-NUMERO
           START PERSDAT-FILE KEY IS NOT LESS THAN PE-NUMERO
               INVALID KEY
                   CLOSE PERSDAT-FILE
                   GO TO 034-FIN
           END-START
           MOVE "N" TO WS-FIN-ARCHIVO
           PERFORM 035-REVISA-DATOS THRU 035-FIN
                   UNTIL FIN-ARCHIVO
           CLOSE PERSDAT-FILE.
       034-FIN.  EXIT.

       035-REVISA-DATOS.
           READ PERSDAT-FILE NEXT RECORD
               AT END
                   SET FIN-ARCHIVO TO TRUE
                   GO TO 035-FIN
           END-READ
           ADD 1 TO WS-TOT-REVISADOS
           MOVE PE-NUMERO TO WS-NUMERO-BUSCADO
           PERFORM 050-BUSCA-EMPLEADO THRU 050-FIN
           IF SIT-INEXISTENTE
               MOVE 07 TO WS-CLASE
               MOVE PE-CIUDAD TO WS-DETALLE
               PERFORM 060-REGISTRA-EXCEPCION THRU 060-FIN
           END-IF.
       035-FIN.  EXIT.

      *> ACUMULADOS ANUALES DE NOMINA: TODO REGISTRO DEBE SER DE UN
      *> NUMERO QUE EXISTA (EL AJUSTE ANUAL LO NECESITA AUN DE LOS
      *> ARCHIVADOS).
       036-REVISA-NOMACUM.
           OPEN INPUT NOMACUM-FILE
           IF WS-NOMACUM-STATUS NOT = "00"
               MOVE "NOMACUM" TO WS-NOMBRE-ARCHIVO
               PERFORM 085-NO-REVISADO THRU 085-FIN
               GO TO 036-FIN
           END-IF
           MOVE ZEROS TO AC-NUMERO
           START NOMACUM-FILE KEY IS NOT LESS THAN AC-NUMERO
               INVALID KEY
                   CLOSE NOMACUM-FILE
                   GO TO 036-FIN
           END-START
           MOVE "N" TO WS-FIN-ARCHIVO
           PERFORM 037-REVISA-ACUMULADO THRU 037-FIN
                   UNTIL FIN-ARCHIVO
           CLOSE NOMACUM-FILE.
       036-FIN.  EXIT.

       037-REVISA-ACUMULADO.
           READ NOMACUM-FILE NEXT RECORD
               AT END
                   SET FIN-ARCHIVO TO TRUE
                   GO TO 037-FIN
           END-READ
           ADD 1 TO WS-TOT-REVISADOS
           MOVE AC-NUMERO TO WS-NUMERO-BUSCADO
           PERFORM 050-BUSCA-EMPLEADO THRU 050-FIN
           IF SIT-INEXISTENTE
               MOVE 08 TO WS-CLASE
               MOVE SPACES TO WS-DETALLE
               STRING "ANIO " DELIMITED BY SIZE
                      AC-ANIO DELIMITED BY SIZE
                      INTO WS-DETALLE
               PERFORM 060-REGISTRA-EXCEPCION THRU 060-FIN
           END-IF.
       037-FIN.  EXIT.

      *> ELEGIBILIDAD: PBAPERIF SOLO EVALUA ACTIVOS, ASI QUE UN
      *> RENGLON DE ALGUIEN QUE YA NO ESTA ACTIVO ES UN RESULTADO
      *> VIEJO QUE PRESTACIONES PODRIA SEGUIR USANDO.
       038-REVISA-ELEGEMP.
           OPEN INPUT ELEGEMP-FILE
           IF WS-ELEGEMP-STATUS NOT = "00"
               MOVE "ELEGEMP" TO WS-NOMBRE-ARCHIVO
               PERFORM 085-NO-REVISADO THRU 085-FIN
               GO TO 038-FIN
           END-IF
           MOVE ZEROS TO EL-NUMERO
           START ELEGEMP-FILE KEY IS NOT LESS THAN EL-NUMERO
               INVALID KEY
                   CLOSE ELEGEMP-FILE
                   GO TO 038-FIN
           END-START
           MOVE "N" TO WS-FIN-ARCHIVO
           PERFORM 039-REVISA-ELEGIBLE THRU 039-FIN
                   UNTIL FIN-ARCHIVO
           CLOSE ELEGEMP-FILE.
       038-FIN.  EXIT.

       039-REVISA-ELEGIBLE.
           READ ELEGEMP-FILE NEXT RECORD
               AT END
                   SET FIN-ARCHIVO TO TRUE
                   GO TO 039-FIN
           END-READ
           ADD 1 TO WS-TOT-REVISADOS
           MOVE EL-NUMERO TO WS-NUMERO-BUSCADO
           PERFORM 050-BUSCA-EMPLEADO THRU 050-FIN
           IF NOT SIT-ACTIVO
               MOVE 11 TO WS-CLASE
               MOVE EL-RESULTADO TO WS-DETALLE
               PERFORM 060-REGISTRA-EXCEPCION THRU 060-FIN
           END-IF.
       039-FIN.  EXIT.

      *> HISTORIAL DE SALARIOS: TODO MOVIMIENTO DEBE SER DE UN NUMERO
      *> QUE EXISTA.
       042-REVISA-SALHIST.
           OPEN INPUT SALHIST-FILE
           IF WS-SALHIST-STATUS NOT = "00"
               MOVE "SALHIST" TO WS-NOMBRE-ARCHIVO
               PERFORM 085-NO-REVISADO THRU 085-FIN
               GO TO 042-FIN
           END-IF
           MOVE ZERO TO WS-NUM-REPORTADOS
           MOVE "N" TO WS-FIN-ARCHIVO
           PERFORM 043-REVISA-SALARIO THRU 043-FIN
                   UNTIL FIN-ARCHIVO
           CLOSE SALHIST-FILE.
       042-FIN.  EXIT.

       043-REVISA-SALARIO.
           READ SALHIST-FILE
               AT END
                   SET FIN-ARCHIVO TO TRUE
                   GO TO 043-FIN
           END-READ
           ADD 1 TO WS-TOT-REVISADOS
           MOVE SH-NUMERO TO WS-NUMERO-BUSCADO
           PERFORM 050-BUSCA-EMPLEADO THRU 050-FIN
           IF SIT-INEXISTENTE
               MOVE 09 TO WS-CLASE
               MOVE SPACES TO WS-DETALLE
               STRING SH-FECHA    DELIMITED BY SIZE
                      " "         DELIMITED BY SIZE
                      SH-PROGRAMA DELIMITED BY SIZE
                      INTO WS-DETALLE
               PERFORM 065-REGISTRA-HUERFANO THRU 065-FIN
           END-IF.
       043-FIN.  EXIT.

      *> HISTORIAL DE TRASLADOS: TODO MOVIMIENTO DEBE SER DE UN
      *> NUMERO QUE EXISTA.
       044-REVISA-TRASHIST.
           OPEN INPUT TRASHIST-FILE
           IF WS-TRASHIST-STATUS NOT = "00"
               MOVE "TRASHIST" TO WS-NOMBRE-ARCHIVO
               PERFORM 085-NO-REVISADO THRU 085-FIN
               GO TO 044-FIN
           END-IF
           MOVE ZERO TO WS-NUM-REPORTADOS
           MOVE "N" TO WS-FIN-ARCHIVO
           PERFORM 045-REVISA-TRASLADO THRU 045-FIN
                   UNTIL FIN-ARCHIVO
           CLOSE TRASHIST-FILE.
       044-FIN.  EXIT.

       045-REVISA-TRASLADO.
           READ TRASHIST-FILE
               AT END
                   SET FIN-ARCHIVO TO TRUE
                   GO TO 045-FIN
           END-READ
           ADD 1 TO WS-TOT-REVISADOS
           MOVE TH-NUMERO TO WS-NUMERO-BUSCADO
           PERFORM 050-BUSCA-EMPLEADO THRU 050-FIN
           IF SIT-INEXISTENTE
               MOVE 10 TO WS-CLASE
               MOVE SPACES TO WS-DETALLE
               STRING TH-FECHA         DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                      TH-DEPTO-ORIGEN  DELIMITED BY SIZE
                      "-"              DELIMITED BY SIZE
                      TH-DEPTO-DESTINO DELIMITED BY SIZE
                      INTO WS-DETALLE
               PERFORM 065-REGISTRA-HUERFANO THRU 065-FIN
           END-IF.
       045-FIN.  EXIT.

      *> MOVIMIENTOS AFILIATORIOS: UN MOVIMIENTO DE UN NUMERO QUE NO
      *> EXISTE SE DECLARO (O SE VA A DECLARAR) AL IMSS POR NADIE.
       046-REVISA-IMSSMOV.
           OPEN INPUT IMSSMOV-FILE
           IF WS-IMSSMOV-STATUS NOT = "00"
               MOVE "IMSSMOV" TO WS-NOMBRE-ARCHIVO
               PERFORM 085-NO-REVISADO THRU 085-FIN
               GO TO 046-FIN
           END-IF
           MOVE ZERO TO WS-NUM-REPORTADOS
           MOVE "N" TO WS-FIN-ARCHIVO
           PERFORM 047-REVISA-MOVIMIENTO THRU 047-FIN
                   UNTIL FIN-ARCHIVO
           CLOSE IMSSMOV-FILE.
       046-FIN.  EXIT.

       047-REVISA-MOVIMIENTO.
           READ IMSSMOV-FILE
               AT END
                   SET FIN-ARCHIVO TO TRUE
                   GO TO 047-FIN
           END-READ
           ADD 1 TO WS-TOT-REVISADOS
           MOVE IM-NUMERO TO WS-NUMERO-BUSCADO
           PERFORM 050-BUSCA-EMPLEADO THRU 050-FIN
           IF SIT-INEXISTENTE
               MOVE 04 TO WS-CLASE
               MOVE SPACES TO WS-DETALLE
               STRING "TIPO "     DELIMITED BY SIZE
                      IM-TIPO     DELIMITED BY SIZE
                      " "         DELIMITED BY SIZE
                      IM-FECHA    DELIMITED BY SIZE
                      " "         DELIMITED BY SIZE
                      IM-ESTATUS  DELIMITED BY SIZE
                      INTO WS-DETALLE
               PERFORM 065-REGISTRA-HUERFANO THRU 065-FIN
           END-IF.
       047-FIN.  EXIT.

      *> SITUACION DEL NUMERO WS-NUMERO-BUSCADO: A (ACTIVO EN EL
      *> MAESTRO), I (INACTIVO EN EL MAESTRO), H (SOLO EN EL
      *> HISTORICO) O N (EN NINGUNO).
       050-BUSCA-EMPLEADO.
           MOVE WS-NUMERO-BUSCADO TO EM-NUMERO
           READ EMPMAST-FILE
               INVALID KEY
                   MOVE "N" TO WS-SITUACION
               NOT INVALID KEY
                   IF EM-ACTIVO
                       MOVE "A" TO WS-SITUACION
                   ELSE
                       MOVE "I" TO WS-SITUACION
                   END-IF
           END-READ
           IF NOT SIT-INEXISTENTE OR NOT HISTORICO-ABIERTO
               GO TO 050-FIN
           END-IF
           MOVE WS-NUMERO-BUSCADO TO HI-NUMERO
           READ EMPHIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "H" TO WS-SITUACION
           END-READ.
       050-FIN.  EXIT.

      *> IMPRIME LA INCONSISTENCIA WS-CLASE DEL NUMERO BUSCADO CON SU
      *> DETALLE Y LA CUENTA EN SU CLASE.
       060-REGISTRA-EXCEPCION.
           ADD 1 TO WS-CL-CUENTA (WS-CLASE)
           ADD 1 TO WS-TOT-EXCEPCIONES
           MOVE SPACES TO RPTINTG-LINEA
           IF CL-CRITICA (WS-CLASE)
               ADD 1 TO WS-TOT-CRITICAS
               MOVE "  CRITICA" TO RPTINTG-LINEA (1:11)
           ELSE
               MOVE "  AVISO"   TO RPTINTG-LINEA (1:11)
           END-IF
           MOVE WS-NUMERO-BUSCADO TO RPTINTG-LINEA (13:5)
           MOVE WS-CL-DESCRIPCION (WS-CLASE)
                TO RPTINTG-LINEA (19:28)
           MOVE WS-DETALLE TO RPTINTG-LINEA (48:25)
           WRITE RPTINTG-LINEA
           ADD 1 TO RPT-TOTAL-REGS.
       060-FIN.  EXIT.

      *> EN LOS HISTORIALES UN NUMERO HUERFANO SE REPORTA SOLO LA
      *> PRIMERA VEZ; SI LA TABLA DE YA REPORTADOS SE LLENA, LOS
      *> SIGUIENTES SE REPORTAN CADA VEZ.
       065-REGISTRA-HUERFANO.
           MOVE "N" TO WS-YA-REPORTADO
           PERFORM 066-BUSCA-REPORTADO THRU 066-FIN
                   VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS GREATER WS-NUM-REPORTADOS
                      OR YA-REPORTADO
           IF YA-REPORTADO
               GO TO 065-FIN
           END-IF
           IF WS-NUM-REPORTADOS LESS 200
               ADD 1 TO WS-NUM-REPORTADOS
               MOVE WS-NUMERO-BUSCADO
                    TO WS-RP-NUMERO (WS-NUM-REPORTADOS)
           END-IF
           PERFORM 060-REGISTRA-EXCEPCION THRU 060-FIN.
       065-FIN.  EXIT.

       066-BUSCA-REPORTADO.
           IF WS-RP-NUMERO (WS-POS) = WS-NUMERO-BUSCADO
               SET YA-REPORTADO TO TRUE
           END-IF.
       066-FIN.  EXIT.

      *> RESUMEN POR CLASE: CUANTAS DE CADA UNA Y SU SEVERIDAD. CADA
      *> CLASE ENCONTRADA DEJA SU RENGLON EN ERRLOG CON EL RC DE SU
      *> SEVERIDAD.
       070-RESUMEN-CLASES.
           MOVE SPACES TO RPTINTG-LINEA
           WRITE RPTINTG-LINEA
           MOVE "RESUMEN POR CLASE DE INCONSISTENCIA" TO RPTINTG-LINEA
           WRITE RPTINTG-LINEA
           PERFORM 071-RESUME-CLASE THRU 071-FIN
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE GREATER 12.
       070-FIN.  EXIT.

       071-RESUME-CLASE.
           MOVE WS-CL-CUENTA (WS-INDICE) TO WS-CUENTA-ED
           MOVE SPACES TO RPTINTG-LINEA
           IF CL-CRITICA (WS-INDICE)
               MOVE "  CRITICA" TO RPTINTG-LINEA (1:11)
           ELSE
               MOVE "  AVISO"   TO RPTINTG-LINEA (1:11)
           END-IF
           MOVE WS-CL-DESCRIPCION (WS-INDICE)
                TO RPTINTG-LINEA (13:28)
           MOVE WS-CUENTA-ED TO RPTINTG-LINEA (43:5)
           WRITE RPTINTG-LINEA
           IF WS-CL-CUENTA (WS-INDICE) = ZERO
               GO TO 071-FIN
           END-IF
           IF CL-CRITICA (WS-INDICE)
               MOVE 08 TO WS-RC-NUEVO
           ELSE
               MOVE 04 TO WS-RC-NUEVO
           END-IF
           MOVE SPACES TO WS-DESCRIPCION-ERROR
           STRING "INTEGRIDAD: "  DELIMITED BY SIZE
                  WS-CL-DESCRIPCION (WS-INDICE) DELIMITED BY SIZE
                  INTO WS-DESCRIPCION-ERROR
           PERFORM 080-ACTUALIZA-RC THRU 080-FIN.
       071-FIN.  EXIT.

      *> ELEVA WS-CODIGO-RETORNO A WS-RC-NUEVO SI ESTE ES MAS SEVERO Y
      *> DEJA CONSTANCIA EN LA BITACORA COMUN DE ERRORES (ERRLOG).
       080-ACTUALIZA-RC.
           IF WS-RC-NUEVO GREATER WS-CODIGO-RETORNO
               MOVE WS-RC-NUEVO TO WS-CODIGO-RETORNO
           END-IF
           CALL "PROGERRL" USING "PROGINTG" WS-RC-NUEVO
                   WS-DESCRIPCION-ERROR.
       080-FIN.  EXIT.

      *> UN ARCHIVO QUE NO SE PUDO ABRIR NO SE REVISA: SE DICE EN EL
      *> REPORTE Y EL PASO TERMINA AL MENOS CON RC 04.
       085-NO-REVISADO.
           ADD 1 TO WS-TOT-NO-REVISADOS
           DISPLAY "NO SE PUDO ABRIR " WS-NOMBRE-ARCHIVO
                   "; NO SE REVISA"
           MOVE SPACES TO RPTINTG-LINEA
           STRING "  *** "          DELIMITED BY SIZE
                  WS-NOMBRE-ARCHIVO DELIMITED BY SPACE
                  " NO SE PUDO ABRIR; NO SE REVISO"
                                    DELIMITED BY SIZE
                  INTO RPTINTG-LINEA
           WRITE RPTINTG-LINEA
           MOVE 04 TO WS-RC-NUEVO
           MOVE SPACES TO WS-DESCRIPCION-ERROR
           STRING "INTEGRIDAD: SIN " DELIMITED BY SIZE
                  WS-NOMBRE-ARCHIVO  DELIMITED BY SPACE
                  ", NO SE REVISO"   DELIMITED BY SIZE
                  INTO WS-DESCRIPCION-ERROR
           PERFORM 080-ACTUALIZA-RC THRU 080-FIN.
       085-FIN.  EXIT.

      *> ESCRIBE EL PIE CON LOS TOTALES DE LA AUDITORIA.
       090-ESCRIBE-PIE.
           MOVE SPACES TO RPTINTG-LINEA
           WRITE RPTINTG-LINEA
           MOVE WS-TOT-REVISADOS TO WS-REVISADOS-ED
           MOVE SPACES TO RPTINTG-LINEA
           STRING "REGISTROS REVISADOS:        " DELIMITED BY SIZE
                  WS-REVISADOS-ED                DELIMITED BY SIZE
                  INTO RPTINTG-LINEA
           WRITE RPTINTG-LINEA
           MOVE WS-TOT-EXCEPCIONES TO WS-CUENTA-ED
           MOVE SPACES TO RPTINTG-LINEA
           STRING "INCONSISTENCIAS:                " DELIMITED BY SIZE
                  WS-CUENTA-ED                       DELIMITED BY SIZE
                  INTO RPTINTG-LINEA
           WRITE RPTINTG-LINEA
           MOVE WS-TOT-CRITICAS TO WS-CUENTA-ED
           MOVE SPACES TO RPTINTG-LINEA
           STRING "  CRITICAS:                     " DELIMITED BY SIZE
                  WS-CUENTA-ED                       DELIMITED BY SIZE
                  INTO RPTINTG-LINEA
           WRITE RPTINTG-LINEA
           MOVE WS-TOT-NO-REVISADOS TO WS-CUENTA-ED
           MOVE SPACES TO RPTINTG-LINEA
           STRING "ARCHIVOS NO REVISADOS:          " DELIMITED BY SIZE
                  WS-CUENTA-ED                       DELIMITED BY SIZE
                  INTO RPTINTG-LINEA
           WRITE RPTINTG-LINEA
           MOVE RPT-TOTAL-REGS TO RPT-TOTAL-REGS-ED
           MOVE RPT-PIE TO RPTINTG-LINEA
           WRITE RPTINTG-LINEA.
       090-FIN.  EXIT.

      *> DEJA EL RENGLON DEL PASO EN EL ARCHIVO DE CONTROL DEL CICLO
      *> (REVISADOS, INCONSISTENCIAS Y CRITICAS, CON SU RC) Y FIJA EL
      *> RC DEL PASO.
       095-REGISTRA-CONTROL.
           MOVE "PROGINTG" TO CC-PROGRAMA
           MOVE WS-TOT-REVISADOS TO CC-ENTRADA
           MOVE WS-TOT-EXCEPCIONES TO CC-SALIDA
           MOVE WS-TOT-CRITICAS TO CC-RECHAZADOS
           MOVE WS-CODIGO-RETORNO TO CC-RC
           ACCEPT CC-HORA-FIN FROM TIME
           CALL "PROGCCTL" USING "A" CC-REGISTRO
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE.
       095-FIN.  EXIT.
