      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGINCR.
      *AUTHOR.                    FERNANDO TOLEDO.
      *INSTALLATION.              CENTRO DE CAPACITACION.
      *DATE-WRITTEN.              2026-10-15.
      *DATE-COMPILED.
      *SECURITY.                  NO ES CONFIDENCIAL.
      *> ------------------------------------------------------
      *> REPORTE MENSUAL DE INCAPACIDADES DEL IMSS: RECORRE EL
      *> MAESTRO INCAPAC (COPY INCPREG, POR EMPLEADO Y FOLIO) Y LISTA
      *> CADA CERTIFICADO QUE TOCA EL MES PEDIDO, CON SUS DIAS DENTRO
      *> DEL MES Y SI QUEDO CERRADO (TERMINA EN EL MES) O SIGUE
      *> ABIERTO AL CIERRE DEL MES, MAS LOS TOTALES POR RAMO. LOS
      *> DIAS DE RIESGO DE TRABAJO DE CADA EMPLEADO SE ASIENTAN EN EL
      *> CASILLERO DEL MES DEL ACUMULADO ANUAL RIESGOAC (COPY
      *> RIESREG), DE DONDE SALEN LOS DIAS SUBSIDIADOS PARA LA
      *> REVISION ANUAL DE LA PRIMA DE RIESGO; EL PIE IMPRIME LO
      *> ACUMULADO EN EL ANIO. EL CASILLERO SE REESCRIBE, ASI QUE
      *> REPETIR EL MES NO DUPLICA DIAS. EL MES (AAAAMM, 0 = MES EN
      *> CURSO) LLEGA POR SYSIN.
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCAPAC-FILE    ASSIGN TO "INCAPAC"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS IC-LLAVE
                                   FILE STATUS IS WS-INCAPAC-STATUS.

           SELECT EMPMAST-FILE    ASSIGN TO "EMPMAST"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS EM-NUMERO
                                   ALTERNATE RECORD KEY IS EM-NOMBRE
                                       WITH DUPLICATES
                                   FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT RIESGOAC-FILE   ASSIGN TO "RIESGOAC"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS RA-LLAVE
                                   FILE STATUS IS WS-RIESGOAC-STATUS.

           SELECT RPTINCR-FILE    ASSIGN TO "RPTINCR"
                                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INCAPAC-FILE.
       COPY INCPREG.

       FD  EMPMAST-FILE.
       COPY EMPREC.

       FD  RIESGOAC-FILE.
       COPY RIESREG.

       FD  RPTINCR-FILE.
       01  RPTINCR-LINEA            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY RPTHDR.

      *> DIAS DE CADA MES (FEBRERO SE CORRIGE EN BISIESTO), PARA EL
      *> ULTIMO DIA DEL MES QUE SE REPORTA.
       01  WS-TABLA-MESES.
           05 WS-DIAS-MESES       PIC X(24)
                                  VALUE "312831303130313130313031".
           05 WS-DIAS-MESES-R REDEFINES WS-DIAS-MESES.
              10 WS-DIAS-DEL-MES  PIC 9(02)  OCCURS 12 TIMES.

       01  WS-FECHAS-MES.
           05 WS-MES-INICIO       PIC 9(08).
           05 WS-MES-FIN          PIC 9(08).
           05 WS-MES-FIN-R REDEFINES WS-MES-FIN.
              10 WS-MF-AA         PIC 9(04).
              10 WS-MF-MM         PIC 9(02).
              10 WS-MF-DD         PIC 9(02).
           05 WS-INC-DESDE        PIC 9(08).
           05 WS-INC-HASTA        PIC 9(08).

       01  WS-AREAS.
           05 WS-INCAPAC-STATUS   PIC X(02).
           05 WS-EMPMAST-STATUS   PIC X(02).
           05 WS-RIESGOAC-STATUS  PIC X(02).
           05 WS-PERIODO          PIC 9(06).
           05 WS-PERIODO-R REDEFINES WS-PERIODO.
              10 WS-PE-AA         PIC 9(04).
              10 WS-PE-MM         PIC 9(02).
           05 WS-FECHA-HOY        PIC 9(08).
           05 WS-NOMBRE           PIC X(35).
           05 WS-RAMO-DESC        PIC X(02).
           05 WS-ESTADO-DESC      PIC X(07).
           05 WS-DIAS-INC         PIC S9(05).
           05 WS-DIAS-MES-ED      PIC ZZ9.
           05 WS-DIAS-CERT-ED     PIC ZZ9.
           05 WS-EMPLEADO-RT      PIC 9(05)      VALUE ZERO.
           05 WS-DIAS-RT-EMP      PIC 9(03)      VALUE ZERO.
           05 WS-MES-INDICE       PIC 9(02).
           05 WS-FIN-RIESGO       PIC X(01).
               88 FIN-RIESGO                     VALUE "S".
           05 WS-TOT-EG           PIC 9(05)      VALUE ZERO.
           05 WS-TOT-RT           PIC 9(05)      VALUE ZERO.
           05 WS-TOT-MA           PIC 9(05)      VALUE ZERO.
           05 WS-TOT-ABIERTAS     PIC 9(05)      VALUE ZERO.
           05 WS-TOT-CERRADAS     PIC 9(05)      VALUE ZERO.
           05 WS-RT-ANIO          PIC 9(07)      VALUE ZERO.
           05 WS-RT-EMPLEADOS     PIC 9(05)      VALUE ZERO.
           05 WS-BISIESTO-COC     PIC 9(04).
           05 WS-BISIESTO-RES     PIC 9(03).
           05 WS-CODIGO-RETORNO   PIC 9(02)      VALUE ZERO.
           05 WS-RC-NUEVO         PIC 9(02).
           05 WS-DESCRIPCION-ERROR PIC X(40).

       01  WS-EDITADOS.
           05 WS-CUENTA-ED        PIC ZZZZ9.
           05 WS-DIAS-ANIO-ED     PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       000-RAIZ.
           MOVE ZERO TO RETURN-CODE
           ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
           DISPLAY "MES A REPORTAR (AAAAMM, 0 = MES EN CURSO): "
           ACCEPT WS-PERIODO
           IF WS-PERIODO NOT NUMERIC OR WS-PERIODO = ZERO
               MOVE WS-FECHA-HOY (1:6) TO WS-PERIODO
           END-IF
           PERFORM 005-LIMITES-MES THRU 005-FIN
           OPEN INPUT INCAPAC-FILE
           IF WS-INCAPAC-STATUS NOT = "00"
               DISPLAY "SIN MAESTRO DE INCAPACIDADES QUE REPORTAR"
               GOBACK
           END-IF
           OPEN INPUT EMPMAST-FILE
           PERFORM 007-ABRE-RIESGOAC THRU 007-FIN
           OPEN OUTPUT RPTINCR-FILE
           PERFORM 010-ESCRIBE-ENCABEZADO THRU 010-FIN
           MOVE LOW-VALUES TO IC-LLAVE
           START INCAPAC-FILE KEY IS NOT LESS THAN IC-LLAVE
               INVALID KEY
                   MOVE "10" TO WS-INCAPAC-STATUS
           END-START
           PERFORM 020-PROCESA-CERTIFICADO THRU 020-FIN
                   UNTIL WS-INCAPAC-STATUS NOT = "00"
           PERFORM 040-ASIENTA-RIESGO THRU 040-FIN
           PERFORM 050-TOTAL-ANIO THRU 050-FIN
           PERFORM 090-ESCRIBE-PIE THRU 090-FIN
           CLOSE INCAPAC-FILE
           CLOSE EMPMAST-FILE
           CLOSE RIESGOAC-FILE
           CLOSE RPTINCR-FILE
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE
           GOBACK.

      *> PRIMER Y ULTIMO DIA DEL MES PEDIDO.
       005-LIMITES-MES.
           MOVE WS-PE-AA TO WS-MF-AA
           MOVE WS-PE-MM TO WS-MF-MM
           MOVE WS-DIAS-DEL-MES (WS-MF-MM) TO WS-MF-DD
           IF WS-MF-MM = 2
               DIVIDE WS-MF-AA BY 4 GIVING WS-BISIESTO-COC
                      REMAINDER WS-BISIESTO-RES
               IF WS-BISIESTO-RES = ZERO
                   MOVE 29 TO WS-MF-DD
               END-IF
           END-IF
           MOVE WS-MES-FIN TO WS-MES-INICIO
           MOVE "01" TO WS-MES-INICIO (7:2).
       005-FIN.  EXIT.

      *> ABRE EL ACUMULADO DE RIESGO EN I-O; SI TODAVIA NO EXISTE LO
      *> CREA VACIO Y LO VUELVE A ABRIR.
       007-ABRE-RIESGOAC.
           OPEN I-O RIESGOAC-FILE
           IF WS-RIESGOAC-STATUS = "35"
               OPEN OUTPUT RIESGOAC-FILE
               CLOSE RIESGOAC-FILE
               OPEN I-O RIESGOAC-FILE
           END-IF.
       007-FIN.  EXIT.

       010-ESCRIBE-ENCABEZADO.
           MOVE "INCAPACIDADES DEL MES - PROGINCR" TO RPT-TITULO
           ACCEPT RPT-FECHA FROM DATE
           MOVE RPT-ENCABEZADO TO RPTINCR-LINEA
           WRITE RPTINCR-LINEA
           MOVE SPACES TO RPTINCR-LINEA
           STRING "MES: " DELIMITED BY SIZE
                  WS-PERIODO DELIMITED BY SIZE
                  "  (RAMO RT-RIESGO DE TRABAJO, EG-ENFERMEDAD "
                             DELIMITED BY SIZE
                  "GENERAL, MA-MATERNIDAD)" DELIMITED BY SIZE
                  INTO RPTINCR-LINEA
           WRITE RPTINCR-LINEA
           MOVE SPACES TO RPTINCR-LINEA
           WRITE RPTINCR-LINEA
           MOVE "NUM.  NOMBRE               FOLIO    RAMO INICIO   FIN"
                TO RPTINCR-LINEA
           MOVE "DIAS MES ESTADO" TO RPTINCR-LINEA (59:15)
           WRITE RPTINCR-LINEA.
       010-FIN.  EXIT.

      *> ---------------------------------------------------------
      *> UN CERTIFICADO QUE TOCA EL MES: SUS DIAS DENTRO DEL MES, SU
      *> ESTADO AL CIERRE DEL MES Y SU RENGLON. AL CAMBIAR DE
      *> EMPLEADO SE ASIENTAN LOS DIAS DE RIESGO DEL ANTERIOR.
      *> ---------------------------------------------------------
       020-PROCESA-CERTIFICADO.
           READ INCAPAC-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-INCAPAC-STATUS
                   GO TO 020-FIN
           END-READ
           IF IC-FECHA-FIN LESS WS-MES-INICIO
              OR IC-FECHA-INICIO GREATER WS-MES-FIN
               GO TO 020-FIN
           END-IF
           IF IC-NUMERO NOT = WS-EMPLEADO-RT
               PERFORM 040-ASIENTA-RIESGO THRU 040-FIN
               MOVE IC-NUMERO TO WS-EMPLEADO-RT
           END-IF
           MOVE IC-FECHA-INICIO TO WS-INC-DESDE
           IF WS-INC-DESDE LESS WS-MES-INICIO
               MOVE WS-MES-INICIO TO WS-INC-DESDE
           END-IF
           MOVE IC-FECHA-FIN TO WS-INC-HASTA
           IF WS-INC-HASTA GREATER WS-MES-FIN
               MOVE WS-MES-FIN TO WS-INC-HASTA
           END-IF
           CALL "PROGCDIA" USING WS-INC-DESDE WS-INC-HASTA WS-DIAS-INC
           ADD 1 TO WS-DIAS-INC
           EVALUATE TRUE
               WHEN IC-RIESGO-TRABAJO
                   MOVE "RT" TO WS-RAMO-DESC
                   ADD WS-DIAS-INC TO WS-TOT-RT
                   ADD WS-DIAS-INC TO WS-DIAS-RT-EMP
               WHEN IC-MATERNIDAD
                   MOVE "MA" TO WS-RAMO-DESC
                   ADD WS-DIAS-INC TO WS-TOT-MA
               WHEN OTHER
                   MOVE "EG" TO WS-RAMO-DESC
                   ADD WS-DIAS-INC TO WS-TOT-EG
           END-EVALUATE
           IF IC-FECHA-FIN GREATER WS-MES-FIN
               MOVE "ABIERTA" TO WS-ESTADO-DESC
               ADD 1 TO WS-TOT-ABIERTAS
           ELSE
               MOVE "CERRADA" TO WS-ESTADO-DESC
               ADD 1 TO WS-TOT-CERRADAS
           END-IF
           PERFORM 030-NOMBRE-EMPLEADO THRU 030-FIN
           MOVE IC-DIAS TO WS-DIAS-CERT-ED
           MOVE WS-DIAS-INC TO WS-DIAS-MES-ED
           MOVE SPACES TO RPTINCR-LINEA
           STRING IC-NUMERO          DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-NOMBRE (1:20)   DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  IC-FOLIO           DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-RAMO-DESC       DELIMITED BY SIZE
                  "   "              DELIMITED BY SIZE
                  IC-FECHA-INICIO    DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  IC-FECHA-FIN       DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-DIAS-CERT-ED    DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  WS-DIAS-MES-ED     DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-ESTADO-DESC     DELIMITED BY SIZE
                  INTO RPTINCR-LINEA
           WRITE RPTINCR-LINEA
           ADD 1 TO RPT-TOTAL-REGS.
       020-FIN.  EXIT.

       030-NOMBRE-EMPLEADO.
           MOVE IC-NUMERO TO EM-NUMERO
           READ EMPMAST-FILE
               INVALID KEY
                   MOVE "*** NO ESTA EN EL MAESTRO ***" TO WS-NOMBRE
               NOT INVALID KEY
                   MOVE EM-NOMBRE TO WS-NOMBRE
           END-READ.
       030-FIN.  EXIT.

      *> ASIENTA EN EL CASILLERO DEL MES DE RIESGOAC LOS DIAS DE
      *> RIESGO DE TRABAJO DEL EMPLEADO QUE SE ACABA DE RECORRER (SI
      *> TUVO) Y RECALCULA EL TOTAL DEL ANIO.
       040-ASIENTA-RIESGO.
           IF WS-DIAS-RT-EMP = ZERO
               GO TO 040-FIN
           END-IF
           MOVE WS-PE-AA TO RA-ANIO
           MOVE WS-EMPLEADO-RT TO RA-NUMERO
           READ RIESGOAC-FILE
               INVALID KEY
                   PERFORM 045-NUEVO-RIESGO THRU 045-FIN
           END-READ
           MOVE WS-DIAS-RT-EMP TO RA-DIAS-MES (WS-PE-MM)
           MOVE ZERO TO RA-DIAS-ANIO
           PERFORM 047-SUMA-MES THRU 047-FIN
                   VARYING WS-MES-INDICE FROM 1 BY 1
                   UNTIL WS-MES-INDICE GREATER 12
           REWRITE RA-REGISTRO
           IF WS-RIESGOAC-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ASENTAR EL RIESGO DE TRABAJO DE: "
                       WS-EMPLEADO-RT
               MOVE 04 TO WS-RC-NUEVO
               MOVE "INCAPACIDADES: FALLO EL ACUMULADO DE RIESGO"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
           END-IF
           MOVE ZERO TO WS-DIAS-RT-EMP.
       040-FIN.  EXIT.

      *> PRIMER RIESGO DEL EMPLEADO EN EL ANIO: SE DA DE ALTA SU
      *> RENGLON EN CEROS PARA QUE EL REWRITE DE 040 LO ACTUALICE.
       045-NUEVO-RIESGO.
           PERFORM 046-LIMPIA-MES THRU 046-FIN
                   VARYING WS-MES-INDICE FROM 1 BY 1
                   UNTIL WS-MES-INDICE GREATER 12
           MOVE ZERO TO RA-DIAS-ANIO
           WRITE RA-REGISTRO.
       045-FIN.  EXIT.

       046-LIMPIA-MES.
           MOVE ZERO TO RA-DIAS-MES (WS-MES-INDICE).
       046-FIN.  EXIT.

       047-SUMA-MES.
           ADD RA-DIAS-MES (WS-MES-INDICE) TO RA-DIAS-ANIO.
       047-FIN.  EXIT.

      *> DIAS DE RIESGO DE TRABAJO ACUMULADOS EN EL ANIO DEL MES
      *> PEDIDO, DE TODOS LOS EMPLEADOS, PARA EL PIE.
       050-TOTAL-ANIO.
           MOVE WS-PE-AA TO RA-ANIO
           MOVE ZERO TO RA-NUMERO
           START RIESGOAC-FILE KEY IS NOT LESS THAN RA-LLAVE
               INVALID KEY
                   GO TO 050-FIN
           END-START
           MOVE "N" TO WS-FIN-RIESGO
           PERFORM 055-SUMA-RIESGO THRU 055-FIN
                   UNTIL FIN-RIESGO.
       050-FIN.  EXIT.

       055-SUMA-RIESGO.
           READ RIESGOAC-FILE NEXT RECORD
               AT END
                   SET FIN-RIESGO TO TRUE
                   GO TO 055-FIN
           END-READ
           IF RA-ANIO NOT = WS-PE-AA
               SET FIN-RIESGO TO TRUE
               GO TO 055-FIN
           END-IF
           ADD RA-DIAS-ANIO TO WS-RT-ANIO
           ADD 1 TO WS-RT-EMPLEADOS.
       055-FIN.  EXIT.

      *> ELEVA WS-CODIGO-RETORNO A WS-RC-NUEVO SI ESTE ES MAS SEVERO Y
      *> DEJA CONSTANCIA EN LA BITACORA COMUN DE ERRORES (ERRLOG).
       080-ACTUALIZA-RC.
           IF WS-RC-NUEVO GREATER WS-CODIGO-RETORNO
               MOVE WS-RC-NUEVO TO WS-CODIGO-RETORNO
           END-IF
           CALL "PROGERRL" USING "PROGINCR" WS-RC-NUEVO
                   WS-DESCRIPCION-ERROR.
       080-FIN.  EXIT.

      *> ESCRIBE EL PIE CON LOS DIAS DEL MES POR RAMO, LOS
      *> CERTIFICADOS ABIERTOS Y CERRADOS, Y LO ACUMULADO DE RIESGO
      *> DE TRABAJO EN EL ANIO.
       090-ESCRIBE-PIE.
           MOVE SPACES TO RPTINCR-LINEA
           WRITE RPTINCR-LINEA
           MOVE SPACES TO RPTINCR-LINEA
           STRING "DIAS EN EL MES  RT: " DELIMITED BY SIZE
                  WS-TOT-RT              DELIMITED BY SIZE
                  "  EG: "               DELIMITED BY SIZE
                  WS-TOT-EG              DELIMITED BY SIZE
                  "  MA: "               DELIMITED BY SIZE
                  WS-TOT-MA              DELIMITED BY SIZE
                  INTO RPTINCR-LINEA
           WRITE RPTINCR-LINEA
           MOVE SPACES TO RPTINCR-LINEA
           STRING "CERTIFICADOS CERRADOS EN EL MES: " DELIMITED BY SIZE
                  WS-TOT-CERRADAS         DELIMITED BY SIZE
                  "  ABIERTOS AL CIERRE: " DELIMITED BY SIZE
                  WS-TOT-ABIERTAS         DELIMITED BY SIZE
                  INTO RPTINCR-LINEA
           WRITE RPTINCR-LINEA
           MOVE WS-RT-ANIO TO WS-DIAS-ANIO-ED
           MOVE WS-RT-EMPLEADOS TO WS-CUENTA-ED
           MOVE SPACES TO RPTINCR-LINEA
           STRING "RIESGO DE TRABAJO EN EL ANIO " DELIMITED BY SIZE
                  WS-PE-AA                DELIMITED BY SIZE
                  " - DIAS SUBSIDIADOS: " DELIMITED BY SIZE
                  WS-DIAS-ANIO-ED         DELIMITED BY SIZE
                  "  EMPLEADOS: "         DELIMITED BY SIZE
                  WS-CUENTA-ED            DELIMITED BY SIZE
                  INTO RPTINCR-LINEA
           WRITE RPTINCR-LINEA
           MOVE RPT-TOTAL-REGS TO RPT-TOTAL-REGS-ED
           MOVE RPT-PIE TO RPTINCR-LINEA
           WRITE RPTINCR-LINEA.
       090-FIN.  EXIT.
