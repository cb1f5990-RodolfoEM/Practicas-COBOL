      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGPRES.
      *AUTHOR.                    FERNANDO TOLEDO.
      *INSTALLATION.              CENTRO DE CAPACITACION.
      *DATE-WRITTEN.              2026-10-15.
      *DATE-COMPILED.
      *SECURITY.                  NO ES CONFIDENCIAL.
      *> ------------------------------------------------------
      *> CARGA Y AJUSTE DEL PRESUPUESTO DE NOMINA: LEE LOS RENGLONES
      *> QUE ARMA FINANZAS (PRESCARG, COPY PRCGREG) Y LOS APLICA AL
      *> MAESTRO PRESUP (COPY PRESREG), UN REGISTRO POR ANIO Y
      *> DEPARTAMENTO. LA CARGA ANUAL (TIPO C) FIJA LOS DOCE MESES
      *> DE SUELDOS Y DE CUOTAS PATRONALES; EL AJUSTE (TIPO A)
      *> CAMBIA UN SOLO MES. EL DEPARTAMENTO DEBE ESTAR VIGENTE EN EL
      *> CATALOGO DEPTCAT, DE DONDE SE TOMA SU CENTRO DE COSTO. LO
      *> REAL QUE YA TUVIERA EL MAESTRO (LO ASIENTAN PROGPATR Y
      *> PROGPRRP EN EL CIERRE) NUNCA SE TOCA, ASI QUE UNA CARGA A
      *> MEDIO ANIO NO BORRA LO YA COMPARADO. CADA RENGLON SALE EN EL
      *> REPORTE (RPTPRES) CON LO QUE QUEDO; LO RECHAZADO SE LISTA
      *> CON SU MOTIVO Y EL PASO TERMINA CON RC 04.
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRESCARG-FILE   ASSIGN TO "PRESCARG"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-PRESCARG-STATUS.

           SELECT PRESUP-FILE     ASSIGN TO "PRESUP"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS PP-LLAVE
                                   FILE STATUS IS WS-PRESUP-STATUS.

           SELECT DEPTCAT-FILE    ASSIGN TO "DEPTCAT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-DEPTCAT-STATUS.

           SELECT RPTPRES-FILE    ASSIGN TO "RPTPRES"
                                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PRESCARG-FILE.
       COPY PRCGREG.

       FD  PRESUP-FILE.
       COPY PRESREG.

       FD  DEPTCAT-FILE.
       COPY DEPCREC.

       FD  RPTPRES-FILE.
       01  RPTPRES-LINEA            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY RPTHDR.

      *> DEPARTAMENTOS DEL CATALOGO CON SU CENTRO DE COSTO Y SU
      *> VIGENCIA (MISMO TOPE DE 20 QUE PROGPATR Y PROGGLIF).
       01  WS-TABLA-DEPTOS.
           05 WS-TD-RENGLON OCCURS 20 TIMES.
              10 WS-TD-DEPARTAMENTO PIC X(04).
              10 WS-TD-CENTRO       PIC X(06).
              10 WS-TD-ESTADO       PIC X(01).

       01  WS-AREAS.
           05 WS-PRESCARG-STATUS  PIC X(02).
           05 WS-PRESUP-STATUS    PIC X(02).
           05 WS-DEPTCAT-STATUS   PIC X(02).
           05 WS-DEPTCAT-EOF      PIC X(01)      VALUE "N".
               88 DEPTCAT-EOF                    VALUE "S".
           05 WS-PRESCARG-EOF     PIC X(01)      VALUE "N".
               88 PRESCARG-EOF                   VALUE "S".
           05 WS-NUM-DEPTOS       PIC 9(02)      VALUE ZERO.
           05 WS-INDICE           PIC 9(02).
           05 WS-MES              PIC 9(02).
           05 WS-CENTRO           PIC X(06).
           05 WS-HALLADO          PIC X(01).
               88 HALLADO                        VALUE "S".
           05 WS-EXISTE           PIC X(01).
               88 EXISTE                         VALUE "S".
           05 WS-IMPORTES-OK      PIC X(01).
               88 IMPORTES-OK                    VALUE "S".
           05 WS-MOTIVO           PIC X(40).
           05 WS-ANTES-NOMINA     PIC 9(09)V99.
           05 WS-ANTES-PATRONAL   PIC 9(09)V99.
           05 WS-ANUAL-NOMINA     PIC 9(11)V99.
           05 WS-ANUAL-PATRONAL   PIC 9(11)V99.
           05 WS-TOT-RENGLONES    PIC 9(05)      VALUE ZERO.
           05 WS-TOT-APLICADOS    PIC 9(05)      VALUE ZERO.
           05 WS-TOT-RECHAZADOS   PIC 9(05)      VALUE ZERO.
           05 WS-CODIGO-RETORNO   PIC 9(02)      VALUE ZERO.
           05 WS-RC-NUEVO         PIC 9(02).
           05 WS-DESCRIPCION-ERROR PIC X(40).

       01  WS-EDITADOS.
           05 WS-NOMINA-ED        PIC ZZZ,ZZZ,ZZ9.99.
           05 WS-PATRONAL-ED      PIC ZZZ,ZZZ,ZZ9.99.
           05 WS-CUENTA-ED        PIC ZZZZ9.

       PROCEDURE DIVISION.
       000-RAIZ.
           MOVE ZERO TO RETURN-CODE
           PERFORM 004-CARGA-DEPTOS THRU 004-FIN
           PERFORM 005-ABRE-PRESUP THRU 005-FIN
           OPEN OUTPUT RPTPRES-FILE
           PERFORM 010-ESCRIBE-ENCABEZADO THRU 010-FIN
           OPEN INPUT PRESCARG-FILE
           IF WS-PRESCARG-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR PRESCARG, NO SE CARGA NADA"
               MOVE "  SIN ARCHIVO DE CARGA" TO RPTPRES-LINEA
               WRITE RPTPRES-LINEA
               MOVE 08 TO WS-RC-NUEVO
               MOVE "PRESUPUESTO: NO SE PUDO ABRIR PRESCARG"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
           ELSE
               PERFORM 015-LEE-CARGA THRU 015-FIN
               PERFORM 020-APLICA-RENGLON THRU 020-FIN
                       UNTIL PRESCARG-EOF
               CLOSE PRESCARG-FILE
           END-IF
           PERFORM 090-ESCRIBE-PIE THRU 090-FIN
           CLOSE PRESUP-FILE
           CLOSE RPTPRES-FILE
           DISPLAY "PRESUPUESTO: " WS-TOT-RENGLONES " RENGLONES, "
                   WS-TOT-APLICADOS " APLICADOS, "
                   WS-TOT-RECHAZADOS " RECHAZADOS"
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE
           GOBACK.

      *> CARGA LA TABLA DE DEPARTAMENTOS DEL CATALOGO; SIN CATALOGO
      *> NINGUN RENGLON PUEDE VALIDARSE Y TODOS SE RECHAZAN.
       004-CARGA-DEPTOS.
           OPEN INPUT DEPTCAT-FILE
           IF WS-DEPTCAT-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR DEPTCAT; SE RECHAZARA TODO"
               MOVE 08 TO WS-RC-NUEVO
               MOVE "PRESUPUESTO: NO SE PUDO ABRIR DEPTCAT"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               GO TO 004-FIN
           END-IF
           PERFORM 006-LEE-DEPTCAT THRU 006-FIN
           PERFORM 007-GUARDA-DEPTO THRU 007-FIN
                   UNTIL DEPTCAT-EOF
           CLOSE DEPTCAT-FILE.
       004-FIN.  EXIT.

       006-LEE-DEPTCAT.
           READ DEPTCAT-FILE
               AT END
                   SET DEPTCAT-EOF TO TRUE
           END-READ.
       006-FIN.  EXIT.

       007-GUARDA-DEPTO.
           IF WS-NUM-DEPTOS LESS 20
               ADD 1 TO WS-NUM-DEPTOS
               MOVE DC-CODIGO
                    TO WS-TD-DEPARTAMENTO (WS-NUM-DEPTOS)
               MOVE DC-CENTRO-COSTO
                    TO WS-TD-CENTRO (WS-NUM-DEPTOS)
               MOVE DC-ESTADO
                    TO WS-TD-ESTADO (WS-NUM-DEPTOS)
           END-IF
           PERFORM 006-LEE-DEPTCAT THRU 006-FIN.
       007-FIN.  EXIT.

      *> ABRE EL MAESTRO DE PRESUPUESTO EN I-O; SI TODAVIA NO EXISTE
      *> LO CREA VACIO Y LO VUELVE A ABRIR (LA PRIMERA CARGA ANUAL).
       005-ABRE-PRESUP.
           OPEN I-O PRESUP-FILE
           IF WS-PRESUP-STATUS = "35"
               OPEN OUTPUT PRESUP-FILE
               CLOSE PRESUP-FILE
               OPEN I-O PRESUP-FILE
           END-IF.
       005-FIN.  EXIT.

       010-ESCRIBE-ENCABEZADO.
           MOVE "CARGA DE PRESUPUESTO DE NOMINA - PROGPRES"
                TO RPT-TITULO
           ACCEPT RPT-FECHA FROM DATE
           MOVE RPT-ENCABEZADO TO RPTPRES-LINEA
           WRITE RPTPRES-LINEA
           MOVE SPACES TO RPTPRES-LINEA
           WRITE RPTPRES-LINEA
           MOVE SPACES TO RPTPRES-LINEA
           STRING "  DEPTO ANIO MOVIMIENTO"       DELIMITED BY SIZE
                  "             SUELDOS"          DELIMITED BY SIZE
                  "         CUOTAS"               DELIMITED BY SIZE
                  INTO RPTPRES-LINEA
           WRITE RPTPRES-LINEA.
       010-FIN.  EXIT.

       015-LEE-CARGA.
           READ PRESCARG-FILE
               AT END
                   SET PRESCARG-EOF TO TRUE
           END-READ.
       015-FIN.  EXIT.

      *> VALIDA UN RENGLON Y LO APLICA AL REGISTRO DEL ANIO Y
      *> DEPARTAMENTO, CREANDOLO EN CEROS SI AUN NO EXISTE.
       020-APLICA-RENGLON.
           ADD 1 TO WS-TOT-RENGLONES
           IF NOT PC-CARGA-ANUAL AND NOT PC-AJUSTE
               MOVE "TIPO DE RENGLON INVALIDO" TO WS-MOTIVO
               PERFORM 035-RECHAZA THRU 035-FIN
               GO TO 020-SIGUIENTE
           END-IF
           IF PC-ANIO NOT NUMERIC OR PC-ANIO LESS 2000
               MOVE "ANIO INVALIDO" TO WS-MOTIVO
               PERFORM 035-RECHAZA THRU 035-FIN
               GO TO 020-SIGUIENTE
           END-IF
           MOVE "N" TO WS-HALLADO
           PERFORM 022-BUSCA-DEPTO THRU 022-FIN
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE GREATER WS-NUM-DEPTOS
                      OR HALLADO
           IF NOT HALLADO
               MOVE "DEPARTAMENTO NO CATALOGADO O NO VIGENTE"
                    TO WS-MOTIVO
               PERFORM 035-RECHAZA THRU 035-FIN
               GO TO 020-SIGUIENTE
           END-IF
           IF PC-AJUSTE
              AND (PC-MES NOT NUMERIC OR PC-MES LESS 1
                   OR PC-MES GREATER 12)
               MOVE "MES DEL AJUSTE INVALIDO" TO WS-MOTIVO
               PERFORM 035-RECHAZA THRU 035-FIN
               GO TO 020-SIGUIENTE
           END-IF
           MOVE "S" TO WS-IMPORTES-OK
           IF PC-AJUSTE
               IF PC-IMPORTES (1) NOT NUMERIC
                   MOVE "N" TO WS-IMPORTES-OK
               END-IF
           ELSE
               PERFORM 024-REVISA-IMPORTE THRU 024-FIN
                       VARYING WS-MES FROM 1 BY 1
                       UNTIL WS-MES GREATER 12
           END-IF
           IF NOT IMPORTES-OK
               MOVE "IMPORTES NO NUMERICOS" TO WS-MOTIVO
               PERFORM 035-RECHAZA THRU 035-FIN
               GO TO 020-SIGUIENTE
           END-IF
           MOVE PC-ANIO         TO PP-ANIO
           MOVE PC-DEPARTAMENTO TO PP-DEPARTAMENTO
           READ PRESUP-FILE
               INVALID KEY
                   MOVE "N" TO WS-EXISTE
                   MOVE PC-ANIO         TO PP-ANIO
                   MOVE PC-DEPARTAMENTO TO PP-DEPARTAMENTO
                   PERFORM 026-LIMPIA-MES THRU 026-FIN
                           VARYING WS-MES FROM 1 BY 1
                           UNTIL WS-MES GREATER 12
               NOT INVALID KEY
                   MOVE "S" TO WS-EXISTE
           END-READ
           MOVE WS-CENTRO TO PP-CENTRO-COSTO
           IF PC-CARGA-ANUAL
               PERFORM 027-FIJA-MES THRU 027-FIN
                       VARYING WS-MES FROM 1 BY 1
                       UNTIL WS-MES GREATER 12
           ELSE
               MOVE PP-PRES-NOMINA (PC-MES)   TO WS-ANTES-NOMINA
               MOVE PP-PRES-PATRONAL (PC-MES) TO WS-ANTES-PATRONAL
               MOVE PC-NOMINA (1)   TO PP-PRES-NOMINA (PC-MES)
               MOVE PC-PATRONAL (1) TO PP-PRES-PATRONAL (PC-MES)
           END-IF
           IF EXISTE
               REWRITE PP-REGISTRO
           ELSE
               WRITE PP-REGISTRO
           END-IF
           IF WS-PRESUP-STATUS NOT = "00"
               MOVE "NO SE PUDO GRABAR EN PRESUP" TO WS-MOTIVO
               PERFORM 035-RECHAZA THRU 035-FIN
               GO TO 020-SIGUIENTE
           END-IF
           ADD 1 TO WS-TOT-APLICADOS
           PERFORM 030-IMPRIME-RENGLON THRU 030-FIN.
       020-SIGUIENTE.
           PERFORM 015-LEE-CARGA THRU 015-FIN.
       020-FIN.  EXIT.

      *> SOLO UN DEPARTAMENTO VIGENTE ACEPTA PRESUPUESTO.
       022-BUSCA-DEPTO.
           IF WS-TD-DEPARTAMENTO (WS-INDICE) = PC-DEPARTAMENTO
              AND WS-TD-ESTADO (WS-INDICE) = "A"
               MOVE WS-TD-CENTRO (WS-INDICE) TO WS-CENTRO
               SET HALLADO TO TRUE
           END-IF.
       022-FIN.  EXIT.

       024-REVISA-IMPORTE.
           IF PC-IMPORTES (WS-MES) NOT NUMERIC
               MOVE "N" TO WS-IMPORTES-OK
           END-IF.
       024-FIN.  EXIT.

       026-LIMPIA-MES.
           MOVE ZERO TO PP-PRES-NOMINA (WS-MES)
                        PP-PRES-PATRONAL (WS-MES)
                        PP-REAL-NOMINA (WS-MES)
                        PP-REAL-PATRONAL (WS-MES).
       026-FIN.  EXIT.

       027-FIJA-MES.
           MOVE PC-NOMINA (WS-MES)   TO PP-PRES-NOMINA (WS-MES)
           MOVE PC-PATRONAL (WS-MES) TO PP-PRES-PATRONAL (WS-MES).
       027-FIN.  EXIT.

      *> UN RENGLON APLICADO SE IMPRIME CON LO QUE QUEDO: LA CARGA
      *> ANUAL CON LOS TOTALES DEL ANIO Y EL AJUSTE CON EL MES ANTES Y
      *> DESPUES.
       030-IMPRIME-RENGLON.
           MOVE SPACES TO RPTPRES-LINEA
           IF PC-CARGA-ANUAL
               MOVE ZERO TO WS-ANUAL-NOMINA WS-ANUAL-PATRONAL
               PERFORM 032-SUMA-ANUAL THRU 032-FIN
                       VARYING WS-MES FROM 1 BY 1
                       UNTIL WS-MES GREATER 12
               MOVE WS-ANUAL-NOMINA   TO WS-NOMINA-ED
               MOVE WS-ANUAL-PATRONAL TO WS-PATRONAL-ED
               STRING "  "                DELIMITED BY SIZE
                      PP-DEPARTAMENTO     DELIMITED BY SIZE
                      "  "                DELIMITED BY SIZE
                      PP-ANIO             DELIMITED BY SIZE
                      " CARGA ANUAL     " DELIMITED BY SIZE
                      WS-NOMINA-ED        DELIMITED BY SIZE
                      " "                 DELIMITED BY SIZE
                      WS-PATRONAL-ED      DELIMITED BY SIZE
                      INTO RPTPRES-LINEA
               WRITE RPTPRES-LINEA
               ADD 1 TO RPT-TOTAL-REGS
               GO TO 030-FIN
           END-IF
           MOVE PP-PRES-NOMINA (PC-MES)   TO WS-NOMINA-ED
           MOVE PP-PRES-PATRONAL (PC-MES) TO WS-PATRONAL-ED
           STRING "  "                DELIMITED BY SIZE
                  PP-DEPARTAMENTO     DELIMITED BY SIZE
                  "  "                DELIMITED BY SIZE
                  PP-ANIO             DELIMITED BY SIZE
                  " AJUSTE MES "      DELIMITED BY SIZE
                  PC-MES              DELIMITED BY SIZE
                  "   "               DELIMITED BY SIZE
                  WS-NOMINA-ED        DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-PATRONAL-ED      DELIMITED BY SIZE
                  INTO RPTPRES-LINEA
           WRITE RPTPRES-LINEA
           MOVE WS-ANTES-NOMINA   TO WS-NOMINA-ED
           MOVE WS-ANTES-PATRONAL TO WS-PATRONAL-ED
           MOVE SPACES TO RPTPRES-LINEA
           STRING "             ANTES:          " DELIMITED BY SIZE
                  WS-NOMINA-ED                    DELIMITED BY SIZE
                  " "                             DELIMITED BY SIZE
                  WS-PATRONAL-ED                  DELIMITED BY SIZE
                  INTO RPTPRES-LINEA
           WRITE RPTPRES-LINEA
           ADD 1 TO RPT-TOTAL-REGS.
       030-FIN.  EXIT.

       032-SUMA-ANUAL.
           ADD PP-PRES-NOMINA (WS-MES)   TO WS-ANUAL-NOMINA
           ADD PP-PRES-PATRONAL (WS-MES) TO WS-ANUAL-PATRONAL.
       032-FIN.  EXIT.

       035-RECHAZA.
           MOVE SPACES TO RPTPRES-LINEA
           STRING "  "              DELIMITED BY SIZE
                  PC-DEPARTAMENTO    DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  PC-ANIO            DELIMITED BY SIZE
                  " RECHAZADO: "     DELIMITED BY SIZE
                  WS-MOTIVO          DELIMITED BY SIZE
                  INTO RPTPRES-LINEA
           WRITE RPTPRES-LINEA
           ADD 1 TO WS-TOT-RECHAZADOS
           MOVE 04 TO WS-RC-NUEVO
           MOVE "PRESUPUESTO: RENGLON RECHAZADO EN CARGA"
                TO WS-DESCRIPCION-ERROR
           PERFORM 080-ACTUALIZA-RC THRU 080-FIN.
       035-FIN.  EXIT.

      *> ELEVA WS-CODIGO-RETORNO A WS-RC-NUEVO SI ESTE ES MAS SEVERO Y
      *> DEJA CONSTANCIA EN LA BITACORA COMUN DE ERRORES (ERRLOG).
       080-ACTUALIZA-RC.
           IF WS-RC-NUEVO GREATER WS-CODIGO-RETORNO
               MOVE WS-RC-NUEVO TO WS-CODIGO-RETORNO
           END-IF
           CALL "PROGERRL" USING "PROGPRES" WS-RC-NUEVO
                   WS-DESCRIPCION-ERROR.
       080-FIN.  EXIT.

       090-ESCRIBE-PIE.
           MOVE SPACES TO RPTPRES-LINEA
           WRITE RPTPRES-LINEA
           MOVE WS-TOT-RENGLONES TO WS-CUENTA-ED
           MOVE SPACES TO RPTPRES-LINEA
           STRING "RENGLONES LEIDOS:     " DELIMITED BY SIZE
                  WS-CUENTA-ED              DELIMITED BY SIZE
                  INTO RPTPRES-LINEA
           WRITE RPTPRES-LINEA
           MOVE WS-TOT-APLICADOS TO WS-CUENTA-ED
           MOVE SPACES TO RPTPRES-LINEA
           STRING "RENGLONES APLICADOS:  " DELIMITED BY SIZE
                  WS-CUENTA-ED              DELIMITED BY SIZE
                  INTO RPTPRES-LINEA
           WRITE RPTPRES-LINEA
           MOVE WS-TOT-RECHAZADOS TO WS-CUENTA-ED
           MOVE SPACES TO RPTPRES-LINEA
           STRING "RENGLONES RECHAZADOS: " DELIMITED BY SIZE
                  WS-CUENTA-ED              DELIMITED BY SIZE
                  INTO RPTPRES-LINEA
           WRITE RPTPRES-LINEA
           MOVE RPT-TOTAL-REGS TO RPT-TOTAL-REGS-ED
           MOVE RPT-PIE TO RPTPRES-LINEA
           WRITE RPTPRES-LINEA.
       090-FIN.  EXIT.
