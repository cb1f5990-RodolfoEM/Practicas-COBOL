      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGASEM.
      *AUTHOR.                    FERNANDO TOLEDO.
      *INSTALLATION.              CENTRO DE CAPACITACION.
      *DATE-WRITTEN.              2026-10-15.
      *DATE-COMPILED.
      *SECURITY.                  NO ES CONFIDENCIAL.
      *> ------------------------------------------------------
      *> EXCEPCIONES DE ASISTENCIA DE LA SEMANA POR TURNO: CON EL
      *> HISTORICO ASISEXC (COPY ASISREG) QUE EL CONVERTIDOR DE
      *> CHECADAS (PROGCHEC) LLENA CADA DIA, IMPRIME PARA LOS 7 DIAS
      *> QUE TERMINAN EN LA FECHA DEL SYSIN LOS RETARDOS, SALIDAS
      *> ANTICIPADAS, FALTAS Y CHECADAS SIN PAREJA, AGRUPADOS POR EL
      *> TURNO QUE CADA EMPLEADO TENIA ESE DIA (CATALOGO TURNOCAT) Y
      *> DENTRO DEL TURNO POR EMPLEADO Y FECHA, CON LA HORA DEL
      *> TURNO, LA CHECADA Y LOS MINUTOS DE DIFERENCIA. MARCA A
      *> QUIEN JUNTO TRES O MAS RETARDOS EN LA SEMANA Y CIERRA CADA
      *> TURNO Y EL REPORTE CON SUS TOTALES POR TIPO. SI EL
      *> CONVERTIDOR SE REPITIO UN DIA, EL RENGLON REPETIDO (MISMA
      *> FECHA, EMPLEADO Y TIPO) SE IMPRIME UNA SOLA VEZ. RC 08 SIN
      *> HISTORICO.
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

           SELECT ASISEXC-FILE    ASSIGN TO "ASISEXC"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-ASISEXC-STATUS.

           SELECT TURNOCAT-FILE   ASSIGN TO "TURNOCAT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-TURNOCAT-STATUS.

           SELECT SRTASIS-FILE    ASSIGN TO "SRTASIS".

           SELECT ORDENADO-FILE   ASSIGN TO "ORDASIS"
                                   ORGANIZATION LINE SEQUENTIAL.

           SELECT RPTASIS-FILE    ASSIGN TO "RPTASIS"
                                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPMAST-FILE.
       COPY EMPREC.

       FD  ASISEXC-FILE.
       COPY ASISREG.

       FD  TURNOCAT-FILE.
       COPY TURNREG.

       SD  SRTASIS-FILE.
       01  SRT-REGISTRO.
           05 SRT-TURNO             PIC X(02).
           05 SRT-NUMERO            PIC 9(05).
           05 SRT-FECHA             PIC 9(08).
           05 SRT-TIPO              PIC X(02).
           05 SRT-HORA-TURNO        PIC 9(04).
           05 SRT-HORA-CHECADA      PIC 9(04).
           05 SRT-MINUTOS           PIC 9(04).

       FD  ORDENADO-FILE.
       01  ORD-REGISTRO.
           05 OR-TURNO              PIC X(02).
           05 OR-NUMERO             PIC 9(05).
           05 OR-FECHA              PIC 9(08).
           05 OR-TIPO               PIC X(02).
               88 OR-RETARDO                        VALUE "RE".
               88 OR-SALIDA-ANT                     VALUE "SA".
               88 OR-FALTA                          VALUE "FA".
               88 OR-SIN-PAREJA                     VALUE "SP".
           05 OR-HORA-TURNO         PIC 9(04).
           05 OR-HORA-CHECADA       PIC 9(04).
           05 OR-MINUTOS            PIC 9(04).

       FD  RPTASIS-FILE.
       01  RPTASIS-LINEA            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY RPTHDR.

      *> CATALOGO DE TURNOS, PARA EL ENCABEZADO DE CADA BLOQUE.
       01  WS-TABLA-TURNOS.
           05 WS-TURNO-RENGLON OCCURS 20 TIMES.
              10 WS-TU-CLAVE        PIC X(02).
              10 WS-TU-DESCRIPCION  PIC X(20).
              10 WS-TU-ENTRADA      PIC 9(04).
              10 WS-TU-SALIDA       PIC 9(04).
              10 WS-TU-TOLERANCIA   PIC 9(02).

      *> TOTALES POR TIPO: 1 DEL TURNO EN CURSO, 2 DEL REPORTE.
       01  WS-TABLA-TOTALES.
           05 WS-TOTAL-RENGLON OCCURS 2 TIMES.
              10 WS-TT-RETARDOS     PIC 9(05)      VALUE ZERO.
              10 WS-TT-SALIDAS      PIC 9(05)      VALUE ZERO.
              10 WS-TT-FALTAS       PIC 9(05)      VALUE ZERO.
              10 WS-TT-SIN-PAREJA   PIC 9(05)      VALUE ZERO.

       01  WS-CLAVE-ANTERIOR.
           05 WS-AN-TURNO           PIC X(02).
           05 WS-AN-NUMERO          PIC 9(05).
           05 WS-AN-FECHA           PIC 9(08).
           05 WS-AN-TIPO            PIC X(02).

       01  WS-AREAS.
           05 WS-EMPMAST-STATUS    PIC X(02).
           05 WS-ASISEXC-STATUS    PIC X(02).
           05 WS-ASISEXC-EOF       PIC X(01)      VALUE "N".
               88 ASISEXC-EOF                     VALUE "S".
           05 WS-TURNOCAT-STATUS   PIC X(02).
           05 WS-TURNOCAT-EOF      PIC X(01)      VALUE "N".
               88 TURNOCAT-EOF                    VALUE "S".
           05 WS-ORDENADO-EOF      PIC X(01)      VALUE "N".
               88 ORDENADO-EOF                    VALUE "S".
           05 WS-FECHA-FIN         PIC 9(08).
           05 WS-DIAS              PIC S9(05).
           05 WS-DIAS-SEMANA       PIC 9(01)      VALUE 7.
           05 WS-MAX-TURNOS        PIC 9(02)      VALUE 20.
           05 WS-NUM-TURNOS        PIC 9(02)      VALUE ZERO.
           05 WS-TU-INDICE         PIC 9(02).
           05 WS-TURNO-POS         PIC 9(02).
           05 WS-TURNO-ANTERIOR    PIC X(02)      VALUE LOW-VALUES.
           05 WS-NUMERO-ANTERIOR   PIC 9(05)      VALUE ZERO.
           05 WS-RETARDOS-EMP      PIC 9(03)      VALUE ZERO.
           05 WS-MAX-RETARDOS      PIC 9(01)      VALUE 3.
           05 WS-NOMBRE            PIC X(35).
           05 WS-DESCRIPCION-TIPO  PIC X(10).
           05 WS-LEYENDA           PIC X(16).
           05 WS-TOT-LEIDAS        PIC 9(05)      VALUE ZERO.
           05 WS-TOT-SEMANA        PIC 9(05)      VALUE ZERO.
           05 WS-TOT-REPETIDAS     PIC 9(05)      VALUE ZERO.
           05 WS-CODIGO-RETORNO    PIC 9(02)      VALUE ZERO.
           05 WS-RC-NUEVO          PIC 9(02).
           05 WS-DESCRIPCION-ERROR PIC X(40).

       01  WS-EDITADOS.
           05 WS-MINUTOS-ED        PIC ZZZ9.
           05 WS-TOLERANCIA-ED     PIC Z9.
           05 WS-RETARDOS-ED       PIC ZZ9.
           05 WS-RE-ED             PIC ZZZZ9.
           05 WS-SA-ED             PIC ZZZZ9.
           05 WS-FA-ED             PIC ZZZZ9.
           05 WS-SP-ED             PIC ZZZZ9.
           05 WS-HORA-TURNO-ED     PIC X(04).

       PROCEDURE DIVISION.
       000-RAIZ.
           MOVE ZERO TO RETURN-CODE
           DISPLAY "ULTIMO DIA DE LA SEMANA (AAAAMMDD, 0 = HOY): "
           ACCEPT WS-FECHA-FIN
           IF WS-FECHA-FIN NOT NUMERIC OR WS-FECHA-FIN = ZERO
               ACCEPT WS-FECHA-FIN FROM DATE YYYYMMDD
           END-IF
           OPEN INPUT ASISEXC-FILE
           IF WS-ASISEXC-STATUS NOT = "00"
               DISPLAY "SIN HISTORICO ASISEXC QUE RESUMIR"
               MOVE 08 TO WS-RC-NUEVO
               MOVE "ASISTENCIA: SIN HISTORICO ASISEXC"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE ASISEXC-FILE
           PERFORM 003-CARGA-TURNOS THRU 003-FIN
           SORT SRTASIS-FILE
                ON ASCENDING KEY SRT-TURNO
                                 SRT-NUMERO
                                 SRT-FECHA
                                 SRT-TIPO
                INPUT PROCEDURE 050-FILTRA-SEMANA THRU 050-FIN
                GIVING ORDENADO-FILE
           OPEN INPUT EMPMAST-FILE
           OPEN INPUT ORDENADO-FILE
           OPEN OUTPUT RPTASIS-FILE
           MOVE LOW-VALUES TO WS-CLAVE-ANTERIOR
           PERFORM 010-ESCRIBE-ENCABEZADO THRU 010-FIN
           PERFORM 005-LEE-ORDENADO THRU 005-FIN
           PERFORM 020-IMPRIME-EXCEPCION THRU 020-FIN
                   UNTIL ORDENADO-EOF
           IF WS-TURNO-ANTERIOR NOT = LOW-VALUES
               PERFORM 030-CIERRA-EMPLEADO THRU 030-FIN
               PERFORM 035-CIERRA-TURNO THRU 035-FIN
           ELSE
               MOVE SPACES TO RPTASIS-LINEA
               MOVE "SIN EXCEPCIONES DE ASISTENCIA EN LA SEMANA"
                    TO RPTASIS-LINEA
               WRITE RPTASIS-LINEA
           END-IF
           PERFORM 090-ESCRIBE-PIE THRU 090-FIN
           CLOSE EMPMAST-FILE
           CLOSE ORDENADO-FILE
           CLOSE RPTASIS-FILE
           DISPLAY "EXCEPCIONES LEIDAS: " WS-TOT-LEIDAS
                   " DE LA SEMANA: " WS-TOT-SEMANA
                   " REPETIDAS: " WS-TOT-REPETIDAS
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE
           GOBACK.

      *> CARGA EL CATALOGO DE TURNOS. SIN CATALOGO LOS BLOQUES SALEN
      *> SOLO CON LA CLAVE DEL TURNO.
       003-CARGA-TURNOS.
           OPEN INPUT TURNOCAT-FILE
           IF WS-TURNOCAT-STATUS NOT = "00"
               DISPLAY "NO HAY TURNOCAT; LOS TURNOS SALEN SIN "
                       "DESCRIPCION"
               GO TO 003-FIN
           END-IF
           PERFORM 004-LEE-TURNO THRU 004-FIN
           PERFORM 006-GUARDA-TURNO THRU 006-FIN
                   UNTIL TURNOCAT-EOF
           CLOSE TURNOCAT-FILE.
       003-FIN.  EXIT.

       004-LEE-TURNO.
           READ TURNOCAT-FILE
               AT END
                   SET TURNOCAT-EOF TO TRUE
           END-READ.
       004-FIN.  EXIT.

       006-GUARDA-TURNO.
           IF WS-NUM-TURNOS LESS WS-MAX-TURNOS
               ADD 1 TO WS-NUM-TURNOS
               MOVE TU-CLAVE TO WS-TU-CLAVE (WS-NUM-TURNOS)
               MOVE TU-DESCRIPCION
                    TO WS-TU-DESCRIPCION (WS-NUM-TURNOS)
               MOVE TU-ENTRADA TO WS-TU-ENTRADA (WS-NUM-TURNOS)
               MOVE TU-SALIDA TO WS-TU-SALIDA (WS-NUM-TURNOS)
               MOVE TU-TOLERANCIA TO WS-TU-TOLERANCIA (WS-NUM-TURNOS)
           END-IF
           PERFORM 004-LEE-TURNO THRU 004-FIN.
       006-FIN.  EXIT.

       005-LEE-ORDENADO.
           READ ORDENADO-FILE
               AT END
                   SET ORDENADO-EOF TO TRUE
           END-READ.
       005-FIN.  EXIT.

       010-ESCRIBE-ENCABEZADO.
           MOVE "EXCEPCIONES DE ASISTENCIA - PROGASEM" TO RPT-TITULO
           ACCEPT RPT-FECHA FROM DATE
           MOVE RPT-ENCABEZADO TO RPTASIS-LINEA
           WRITE RPTASIS-LINEA
           MOVE SPACES TO RPTASIS-LINEA
           STRING "SEMANA DE 7 DIAS QUE TERMINA EL " DELIMITED BY SIZE
                  WS-FECHA-FIN        DELIMITED BY SIZE
                  INTO RPTASIS-LINEA
           WRITE RPTASIS-LINEA.
       010-FIN.  EXIT.

      *> IMPRIME LA EXCEPCION EN TURNO, ABRIENDO UN BLOQUE NUEVO CADA
      *> VEZ QUE CAMBIA EL TURNO (EL ORDENADO VIENE AGRUPADO) Y
      *> CERRANDO AL EMPLEADO ANTERIOR CUANDO CAMBIA EL EMPLEADO.
       020-IMPRIME-EXCEPCION.
           IF ORD-REGISTRO (1:17) = WS-CLAVE-ANTERIOR
               ADD 1 TO WS-TOT-REPETIDAS
               GO TO 020-SIGUIENTE
           END-IF
           MOVE ORD-REGISTRO (1:17) TO WS-CLAVE-ANTERIOR
           IF OR-TURNO NOT = WS-TURNO-ANTERIOR
               IF WS-TURNO-ANTERIOR NOT = LOW-VALUES
                   PERFORM 030-CIERRA-EMPLEADO THRU 030-FIN
                   PERFORM 035-CIERRA-TURNO THRU 035-FIN
               END-IF
               PERFORM 025-ENCABEZA-TURNO THRU 025-FIN
               MOVE OR-TURNO TO WS-TURNO-ANTERIOR
               MOVE OR-NUMERO TO WS-NUMERO-ANTERIOR
           END-IF
           IF OR-NUMERO NOT = WS-NUMERO-ANTERIOR
               PERFORM 030-CIERRA-EMPLEADO THRU 030-FIN
               MOVE OR-NUMERO TO WS-NUMERO-ANTERIOR
           END-IF
           MOVE OR-NUMERO TO EM-NUMERO
           READ EMPMAST-FILE
               INVALID KEY
                   MOVE "NO EXISTE EN EL MAESTRO" TO WS-NOMBRE
               NOT INVALID KEY
                   MOVE EM-NOMBRE TO WS-NOMBRE
           END-READ
           EVALUATE TRUE
               WHEN OR-RETARDO
                   MOVE "RETARDO" TO WS-DESCRIPCION-TIPO
                   ADD 1 TO WS-RETARDOS-EMP
                   ADD 1 TO WS-TT-RETARDOS (1)
               WHEN OR-SALIDA-ANT
                   MOVE "SAL. ANT." TO WS-DESCRIPCION-TIPO
                   ADD 1 TO WS-TT-SALIDAS (1)
               WHEN OR-FALTA
                   MOVE "FALTA" TO WS-DESCRIPCION-TIPO
                   ADD 1 TO WS-TT-FALTAS (1)
               WHEN OTHER
                   MOVE "SIN PAREJA" TO WS-DESCRIPCION-TIPO
                   ADD 1 TO WS-TT-SIN-PAREJA (1)
           END-EVALUATE
           MOVE OR-MINUTOS TO WS-MINUTOS-ED
           MOVE SPACES TO WS-HORA-TURNO-ED
           IF OR-TURNO NOT = SPACES
               MOVE OR-HORA-TURNO TO WS-HORA-TURNO-ED
           END-IF
           MOVE SPACES TO RPTASIS-LINEA
           MOVE OR-NUMERO          TO RPTASIS-LINEA (1:5)
           MOVE WS-NOMBRE (1:25)   TO RPTASIS-LINEA (7:25)
           MOVE OR-FECHA           TO RPTASIS-LINEA (33:8)
           MOVE WS-DESCRIPCION-TIPO TO RPTASIS-LINEA (42:10)
           MOVE WS-HORA-TURNO-ED   TO RPTASIS-LINEA (54:4)
           IF NOT OR-FALTA
               MOVE OR-HORA-CHECADA TO RPTASIS-LINEA (61:4)
           END-IF
           IF OR-RETARDO OR OR-SALIDA-ANT
               MOVE WS-MINUTOS-ED  TO RPTASIS-LINEA (67:4)
           END-IF
           WRITE RPTASIS-LINEA
           ADD 1 TO RPT-TOTAL-REGS.
       020-SIGUIENTE.
           PERFORM 005-LEE-ORDENADO THRU 005-FIN.
       020-FIN.  EXIT.

       025-ENCABEZA-TURNO.
           MOVE ZERO TO WS-TT-RETARDOS (1)
           MOVE ZERO TO WS-TT-SALIDAS (1)
           MOVE ZERO TO WS-TT-FALTAS (1)
           MOVE ZERO TO WS-TT-SIN-PAREJA (1)
           MOVE SPACES TO RPTASIS-LINEA
           WRITE RPTASIS-LINEA
           MOVE SPACES TO RPTASIS-LINEA
           IF OR-TURNO = SPACES
               MOVE "SIN TURNO ASIGNADO (JORNADA DE 8 HORAS)"
                    TO RPTASIS-LINEA
               GO TO 025-COLUMNAS
           END-IF
           MOVE ZERO TO WS-TURNO-POS
           PERFORM 027-BUSCA-TURNO THRU 027-FIN
                   VARYING WS-TU-INDICE FROM 1 BY 1
                   UNTIL WS-TU-INDICE GREATER WS-NUM-TURNOS
                      OR WS-TURNO-POS NOT = ZERO
           IF WS-TURNO-POS = ZERO
               STRING "TURNO: "          DELIMITED BY SIZE
                      OR-TURNO           DELIMITED BY SIZE
                      " (NO ESTA EN EL CATALOGO)" DELIMITED BY SIZE
                      INTO RPTASIS-LINEA
               GO TO 025-COLUMNAS
           END-IF
           MOVE WS-TU-TOLERANCIA (WS-TURNO-POS) TO WS-TOLERANCIA-ED
           STRING "TURNO: "          DELIMITED BY SIZE
                  OR-TURNO           DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-TU-DESCRIPCION (WS-TURNO-POS) DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-TU-ENTRADA (WS-TURNO-POS) DELIMITED BY SIZE
                  "-"                DELIMITED BY SIZE
                  WS-TU-SALIDA (WS-TURNO-POS) DELIMITED BY SIZE
                  "  TOLERANCIA: "   DELIMITED BY SIZE
                  WS-TOLERANCIA-ED   DELIMITED BY SIZE
                  " MIN"             DELIMITED BY SIZE
                  INTO RPTASIS-LINEA.
       025-COLUMNAS.
           WRITE RPTASIS-LINEA
           MOVE SPACES TO RPTASIS-LINEA
           MOVE "NUM   NOMBRE                    FECHA    TIPO"
                TO RPTASIS-LINEA (1:45)
           MOVE "TURNO  CHECO   MIN" TO RPTASIS-LINEA (53:18)
           WRITE RPTASIS-LINEA.
       025-FIN.  EXIT.

       027-BUSCA-TURNO.
           IF WS-TU-CLAVE (WS-TU-INDICE) = OR-TURNO
               MOVE WS-TU-INDICE TO WS-TURNO-POS
           END-IF.
       027-FIN.  EXIT.

      *> CIERRA AL EMPLEADO ANTERIOR: CON TRES O MAS RETARDOS EN LA
      *> SEMANA SE MARCA PARA EL SUPERVISOR (EN EL PERIODO DE NOMINA
      *> CADA TERCER RETARDO YA SE CUENTA COMO FALTA).
       030-CIERRA-EMPLEADO.
           IF WS-RETARDOS-EMP NOT LESS WS-MAX-RETARDOS
               MOVE WS-RETARDOS-EMP TO WS-RETARDOS-ED
               MOVE SPACES TO RPTASIS-LINEA
               STRING "      *** "          DELIMITED BY SIZE
                      WS-NUMERO-ANTERIOR    DELIMITED BY SIZE
                      " JUNTO "             DELIMITED BY SIZE
                      WS-RETARDOS-ED        DELIMITED BY SIZE
                      " RETARDOS EN LA SEMANA ***" DELIMITED BY SIZE
                      INTO RPTASIS-LINEA
               WRITE RPTASIS-LINEA
           END-IF
           MOVE ZERO TO WS-RETARDOS-EMP.
       030-FIN.  EXIT.

      *> CIERRA EL TURNO: SUS TOTALES POR TIPO, QUE TAMBIEN SE SUMAN
      *> A LOS DEL REPORTE.
       035-CIERRA-TURNO.
           ADD WS-TT-RETARDOS (1)   TO WS-TT-RETARDOS (2)
           ADD WS-TT-SALIDAS (1)    TO WS-TT-SALIDAS (2)
           ADD WS-TT-FALTAS (1)     TO WS-TT-FALTAS (2)
           ADD WS-TT-SIN-PAREJA (1) TO WS-TT-SIN-PAREJA (2)
           MOVE 1 TO WS-TU-INDICE
           MOVE "TOTAL DEL TURNO" TO WS-LEYENDA
           PERFORM 040-IMPRIME-TOTALES THRU 040-FIN.
       035-FIN.  EXIT.

      *> IMPRIME LOS TOTALES DEL RENGLON WS-TU-INDICE DE LA TABLA
      *> CON LA LEYENDA QUE TRAE WS-LEYENDA.
       040-IMPRIME-TOTALES.
           MOVE WS-TT-RETARDOS (WS-TU-INDICE)   TO WS-RE-ED
           MOVE WS-TT-SALIDAS (WS-TU-INDICE)    TO WS-SA-ED
           MOVE WS-TT-FALTAS (WS-TU-INDICE)     TO WS-FA-ED
           MOVE WS-TT-SIN-PAREJA (WS-TU-INDICE) TO WS-SP-ED
           MOVE SPACES TO RPTASIS-LINEA
           STRING WS-LEYENDA       DELIMITED BY SIZE
                  " RETARDOS: "    DELIMITED BY SIZE
                  WS-RE-ED         DELIMITED BY SIZE
                  " SAL.ANT: "     DELIMITED BY SIZE
                  WS-SA-ED         DELIMITED BY SIZE
                  " FALTAS: "      DELIMITED BY SIZE
                  WS-FA-ED         DELIMITED BY SIZE
                  " SIN PAREJA: "  DELIMITED BY SIZE
                  WS-SP-ED         DELIMITED BY SIZE
                  INTO RPTASIS-LINEA
           WRITE RPTASIS-LINEA.
       040-FIN.  EXIT.

      *> INPUT PROCEDURE DEL SORT: SUELTA SOLO LAS EXCEPCIONES DE LOS
      *> 7 DIAS QUE TERMINAN EN LA FECHA DEL REPORTE.
       050-FILTRA-SEMANA.
           OPEN INPUT ASISEXC-FILE
           PERFORM 055-FILTRA-EXCEPCION THRU 055-FIN
                   UNTIL ASISEXC-EOF
           CLOSE ASISEXC-FILE.
       050-FIN.  EXIT.

       055-FILTRA-EXCEPCION.
           READ ASISEXC-FILE
               AT END
                   SET ASISEXC-EOF TO TRUE
                   GO TO 055-FIN
           END-READ
           ADD 1 TO WS-TOT-LEIDAS
           IF AX-FECHA IS NOT NUMERIC
               GO TO 055-FIN
           END-IF
           CALL "PROGCDIA" USING AX-FECHA WS-FECHA-FIN WS-DIAS
           IF WS-DIAS LESS ZERO OR WS-DIAS NOT LESS WS-DIAS-SEMANA
               GO TO 055-FIN
           END-IF
           MOVE AX-TURNO        TO SRT-TURNO
           MOVE AX-NUMERO       TO SRT-NUMERO
           MOVE AX-FECHA        TO SRT-FECHA
           MOVE AX-TIPO         TO SRT-TIPO
           MOVE AX-HORA-TURNO   TO SRT-HORA-TURNO
           MOVE AX-HORA-CHECADA TO SRT-HORA-CHECADA
           MOVE AX-MINUTOS      TO SRT-MINUTOS
           RELEASE SRT-REGISTRO
           ADD 1 TO WS-TOT-SEMANA.
       055-FIN.  EXIT.

       090-ESCRIBE-PIE.
           MOVE SPACES TO RPTASIS-LINEA
           WRITE RPTASIS-LINEA
           MOVE 2 TO WS-TU-INDICE
           MOVE "TOTAL SEMANA" TO WS-LEYENDA
           PERFORM 040-IMPRIME-TOTALES THRU 040-FIN
           MOVE RPT-TOTAL-REGS TO RPT-TOTAL-REGS-ED
           MOVE RPT-PIE TO RPTASIS-LINEA
           WRITE RPTASIS-LINEA.
       090-FIN.  EXIT.

      *> ELEVA WS-CODIGO-RETORNO A WS-RC-NUEVO SI ESTE ES MAS SEVERO Y
      *> DEJA CONSTANCIA EN LA BITACORA COMUN DE ERRORES (ERRLOG).
       080-ACTUALIZA-RC.
           IF WS-RC-NUEVO GREATER WS-CODIGO-RETORNO
               MOVE WS-RC-NUEVO TO WS-CODIGO-RETORNO
           END-IF
           CALL "PROGERRL" USING "PROGASEM" WS-RC-NUEVO
                   WS-DESCRIPCION-ERROR.
       080-FIN.  EXIT.
