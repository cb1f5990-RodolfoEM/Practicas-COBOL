      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGNHPU.
      *AUTHOR.                    FERNANDO TOLEDO.
      *INSTALLATION.              CENTRO DE CAPACITACION.
      *DATE-WRITTEN.              2026-10-15.
      *DATE-COMPILED.
      *SECURITY.                  NO ES CONFIDENCIAL.
      *> ------------------------------------------------------
      *> RETENCION DEL HISTORICO DE NOMINA (NOMHIST, COPY NHISREG):
      *> CADA MES MUEVE A UNA GENERACION DE ARCHIVO (NOMHARCH) LOS
      *> PERIODOS CUYA FECHA DE FIN (NH-FECHA-FIN) QUEDO MAS ATRAS
      *> QUE LOS ANOS DE RETENCION Y LOS BORRA DEL HISTORICO, COMO
      *> PROGARCH HACE CON LOS INACTIVOS DEL MAESTRO, PARA QUE LAS
      *> CONSULTAS Y REIMPRESIONES DE PROGNHIS NO CARGUEN CON ANOS
      *> QUE YA NADIE PIDE. LO ARCHIVADO CONSERVA EL REGISTRO
      *> COMPLETO Y SE PUEDE RECARGAR SI UN JUICIO LO REQUIERE.
      *> EL SYSIN TRAE LOS ANOS DE RETENCION (0 = 5, LO QUE PIDE
      *> LA LEY PARA LA DOCUMENTACION DE NOMINA); EL CORTE ES LA
      *> FECHA DE HOY CON ESOS ANOS MENOS. SI UN REGISTRO NO SE
      *> PUDO COPIAR AL ARCHIVO NO SE BORRA. RC 08 SIN NOMHIST O SIN
      *> NOMHARCH, O SI ALGUN REGISTRO NO SE PUDO ARCHIVAR.
      *> ------------------------------------------------------
      *> MODIFICACIONES:
      *> 2026-10-15  NOMHARCH PASA A 212 POSICIONES: EL DETALLE DE
      *>             NOMHIST CRECE CON EL PRORRATEO DEL SUELDO.
      *> 2026-10-15  NOMHARCH PASA A 219 POSICIONES: EL DETALLE DE
      *>             NOMHIST LLEVA LA PARTE EXENTA DE LA PRIMA
      *>             VACACIONAL.
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOMHIST-FILE    ASSIGN TO "NOMHIST"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS NH-LLAVE
                                   FILE STATUS IS WS-NOMHIST-STATUS.

           SELECT NOMHARCH-FILE   ASSIGN TO "NOMHARCH"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-NOMHARCH-STATUS.

           SELECT RPTNHPU-FILE    ASSIGN TO "RPTNHPU"
                                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  NOMHIST-FILE.
       COPY NHISREG.

       FD  NOMHARCH-FILE.
       01  NHA-REGISTRO             PIC X(219).

       FD  RPTNHPU-FILE.
       01  RPTNHPU-LINEA            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY RPTHDR.

       01  WS-AREAS.
           05 WS-NOMHIST-STATUS   PIC X(02).
           05 WS-NOMHARCH-STATUS  PIC X(02).
           05 WS-NOMHIST-EOF      PIC X(01)      VALUE "N".
               88 NOMHIST-EOF                    VALUE "S".
           05 WS-ANOS-RETENCION   PIC 9(02).
           05 WS-FECHA-HOY        PIC 9(08).
           05 WS-FECHA-HOY-R      REDEFINES WS-FECHA-HOY.
              10 WS-HOY-ANO       PIC 9(04).
              10 WS-HOY-MESDIA    PIC 9(04).
           05 WS-FECHA-CORTE      PIC 9(08).
           05 WS-FECHA-CORTE-R    REDEFINES WS-FECHA-CORTE.
              10 WS-CORTE-ANO     PIC 9(04).
              10 WS-CORTE-MESDIA  PIC 9(04).
           05 WS-PERIODO-MENOR    PIC 9(06)      VALUE 999999.
           05 WS-PERIODO-MAYOR    PIC 9(06)      VALUE ZERO.
           05 WS-TOT-LEIDOS       PIC 9(07)      VALUE ZERO.
           05 WS-TOT-ARCHIVADOS   PIC 9(07)      VALUE ZERO.
           05 WS-TOT-CONSERVADOS  PIC 9(07)      VALUE ZERO.
           05 WS-TOT-ERRORES      PIC 9(07)      VALUE ZERO.
           05 WS-MOTIVO           PIC X(35).
           05 WS-CODIGO-RETORNO   PIC 9(02)      VALUE ZERO.
           05 WS-RC-NUEVO         PIC 9(02).
           05 WS-DESCRIPCION-ERROR PIC X(40).

       01  WS-EDITADOS.
           05 WS-CUENTA-ED        PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       000-RAIZ.
           MOVE ZERO TO RETURN-CODE
           DISPLAY "ANOS DE RETENCION DEL HISTORICO (0 = 5): "
           ACCEPT WS-ANOS-RETENCION
           IF WS-ANOS-RETENCION NOT NUMERIC
              OR WS-ANOS-RETENCION = ZERO
               MOVE 5 TO WS-ANOS-RETENCION
           END-IF
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           COMPUTE WS-CORTE-ANO = WS-HOY-ANO - WS-ANOS-RETENCION
           MOVE WS-HOY-MESDIA TO WS-CORTE-MESDIA
           OPEN OUTPUT RPTNHPU-FILE
           PERFORM 010-ESCRIBE-ENCABEZADO THRU 010-FIN
           PERFORM 012-DEPURA-HISTORICO THRU 012-FIN
           PERFORM 090-ESCRIBE-PIE THRU 090-FIN
           CLOSE RPTNHPU-FILE
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE
           GOBACK.

      *> ENCABEZADO CON LA RETENCION Y LA FECHA DE CORTE.
       010-ESCRIBE-ENCABEZADO.
           MOVE "RETENCION HISTORICO NOMINA - PROGNHPU"
                TO RPT-TITULO
           ACCEPT RPT-FECHA FROM DATE
           MOVE RPT-ENCABEZADO TO RPTNHPU-LINEA
           WRITE RPTNHPU-LINEA
           MOVE SPACES TO RPTNHPU-LINEA
           STRING "ANOS DE RETENCION: " DELIMITED BY SIZE
                  WS-ANOS-RETENCION      DELIMITED BY SIZE
                  "  SE ARCHIVAN PERIODOS TERMINADOS ANTES DE "
                                         DELIMITED BY SIZE
                  WS-FECHA-CORTE         DELIMITED BY SIZE
                  INTO RPTNHPU-LINEA
           WRITE RPTNHPU-LINEA
           MOVE SPACES TO RPTNHPU-LINEA
           WRITE RPTNHPU-LINEA.
       010-FIN.  EXIT.

      *> RECORRE TODO EL HISTORICO EN ORDEN DE LLAVE Y ARCHIVA LO QUE
      *> REBASA LA RETENCION.
       012-DEPURA-HISTORICO.
           OPEN I-O NOMHIST-FILE
           IF WS-NOMHIST-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR NOMHIST; NO SE DEPURA NADA"
               MOVE 08 TO WS-RC-NUEVO
               MOVE "RETENCION NOMINA: NO SE ABRIO NOMHIST"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               GO TO 012-FIN
           END-IF
           OPEN OUTPUT NOMHARCH-FILE
           IF WS-NOMHARCH-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR NOMHARCH; NO SE DEPURA NADA"
               MOVE 08 TO WS-RC-NUEVO
               MOVE "RETENCION NOMINA: NO SE ABRIO NOMHARCH"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               CLOSE NOMHIST-FILE
               GO TO 012-FIN
           END-IF
           MOVE LOW-VALUES TO NH-LLAVE
           START NOMHIST-FILE KEY IS NOT LESS THAN NH-LLAVE
               INVALID KEY
                   SET NOMHIST-EOF TO TRUE
           END-START
           PERFORM 020-REVISA-PERIODO THRU 020-FIN
                   UNTIL NOMHIST-EOF
           CLOSE NOMHIST-FILE
           CLOSE NOMHARCH-FILE.
       012-FIN.  EXIT.

      *> LEE EL SIGUIENTE REGISTRO DEL HISTORICO; SI SU PERIODO
      *> TERMINO ANTES DEL CORTE LO ARCHIVA.
       020-REVISA-PERIODO.
           READ NOMHIST-FILE NEXT RECORD
               AT END
                   SET NOMHIST-EOF TO TRUE
                   GO TO 020-FIN
           END-READ
           ADD 1 TO WS-TOT-LEIDOS
           IF NH-FECHA-FIN LESS WS-FECHA-CORTE
               PERFORM 030-ARCHIVA-PERIODO THRU 030-FIN
           ELSE
               ADD 1 TO WS-TOT-CONSERVADOS
           END-IF.
       020-FIN.  EXIT.

      *> COPIA EL REGISTRO A NOMHARCH Y SOLO ENTONCES LO BORRA DEL
      *> HISTORICO.
       030-ARCHIVA-PERIODO.
           MOVE NH-REGISTRO TO NHA-REGISTRO
           WRITE NHA-REGISTRO
           IF WS-NOMHARCH-STATUS NOT = "00"
               ADD 1 TO WS-TOT-ERRORES
               MOVE "NO SE PUDO COPIAR A NOMHARCH" TO WS-MOTIVO
               PERFORM 040-REPORTA-ERROR THRU 040-FIN
               GO TO 030-FIN
           END-IF
           DELETE NOMHIST-FILE
           IF WS-NOMHIST-STATUS NOT = "00"
               ADD 1 TO WS-TOT-ERRORES
               MOVE "COPIADO PERO NO SE BORRO DE NOMHIST"
                    TO WS-MOTIVO
               PERFORM 040-REPORTA-ERROR THRU 040-FIN
               GO TO 030-FIN
           END-IF
           ADD 1 TO WS-TOT-ARCHIVADOS
           IF NH-PERIODO LESS WS-PERIODO-MENOR
               MOVE NH-PERIODO TO WS-PERIODO-MENOR
           END-IF
           IF NH-PERIODO GREATER WS-PERIODO-MAYOR
               MOVE NH-PERIODO TO WS-PERIODO-MAYOR
           END-IF.
       030-FIN.  EXIT.

      *> LISTA LA LLAVE DEL REGISTRO CON SU MOTIVO Y DEJA EL PASO EN
      *> RC 08.
       040-REPORTA-ERROR.
           MOVE SPACES TO RPTNHPU-LINEA
           STRING "EMPLEADO "           DELIMITED BY SIZE
                  NH-NUMERO             DELIMITED BY SIZE
                  " PERIODO "           DELIMITED BY SIZE
                  NH-PERIODO            DELIMITED BY SIZE
                  " GRUPO "             DELIMITED BY SIZE
                  NH-GRUPO              DELIMITED BY SIZE
                  ": "                  DELIMITED BY SIZE
                  WS-MOTIVO             DELIMITED BY SIZE
                  INTO RPTNHPU-LINEA
           WRITE RPTNHPU-LINEA
           MOVE 08 TO WS-RC-NUEVO
           MOVE "RETENCION NOMINA: REGISTRO NO ARCHIVADO"
                TO WS-DESCRIPCION-ERROR
           PERFORM 080-ACTUALIZA-RC THRU 080-FIN.
       040-FIN.  EXIT.

      *> ELEVA WS-CODIGO-RETORNO A WS-RC-NUEVO SI ESTE ES MAS SEVERO Y
      *> DEJA CONSTANCIA EN LA BITACORA COMUN DE ERRORES (ERRLOG).
       080-ACTUALIZA-RC.
           IF WS-RC-NUEVO GREATER WS-CODIGO-RETORNO
               MOVE WS-RC-NUEVO TO WS-CODIGO-RETORNO
           END-IF
           CALL "PROGERRL" USING "PROGNHPU" WS-RC-NUEVO
                   WS-DESCRIPCION-ERROR.
       080-FIN.  EXIT.

      *> PIE CON LOS TOTALES Y EL RANGO DE PERIODOS ARCHIVADOS.
       090-ESCRIBE-PIE.
           MOVE SPACES TO RPTNHPU-LINEA
           WRITE RPTNHPU-LINEA
           IF WS-TOT-ARCHIVADOS GREATER ZERO
               MOVE SPACES TO RPTNHPU-LINEA
               STRING "PERIODOS ARCHIVADOS DEL " DELIMITED BY SIZE
                      WS-PERIODO-MENOR           DELIMITED BY SIZE
                      " AL "                     DELIMITED BY SIZE
                      WS-PERIODO-MAYOR           DELIMITED BY SIZE
                      INTO RPTNHPU-LINEA
               WRITE RPTNHPU-LINEA
           END-IF
           MOVE WS-TOT-LEIDOS TO WS-CUENTA-ED
           MOVE SPACES TO RPTNHPU-LINEA
           STRING "REGISTROS LEIDOS DE NOMHIST:  " DELIMITED BY SIZE
                  WS-CUENTA-ED                      DELIMITED BY SIZE
                  INTO RPTNHPU-LINEA
           WRITE RPTNHPU-LINEA
           MOVE WS-TOT-ARCHIVADOS TO WS-CUENTA-ED
           MOVE SPACES TO RPTNHPU-LINEA
           STRING "ARCHIVADOS Y BORRADOS:        " DELIMITED BY SIZE
                  WS-CUENTA-ED                      DELIMITED BY SIZE
                  INTO RPTNHPU-LINEA
           WRITE RPTNHPU-LINEA
           MOVE WS-TOT-CONSERVADOS TO WS-CUENTA-ED
           MOVE SPACES TO RPTNHPU-LINEA
           STRING "CONSERVADOS EN NOMHIST:       " DELIMITED BY SIZE
                  WS-CUENTA-ED                      DELIMITED BY SIZE
                  INTO RPTNHPU-LINEA
           WRITE RPTNHPU-LINEA
           MOVE WS-TOT-ERRORES TO WS-CUENTA-ED
           MOVE SPACES TO RPTNHPU-LINEA
           STRING "NO SE PUDIERON ARCHIVAR:      " DELIMITED BY SIZE
                  WS-CUENTA-ED                      DELIMITED BY SIZE
                  INTO RPTNHPU-LINEA
           WRITE RPTNHPU-LINEA.
       090-FIN.  EXIT.
