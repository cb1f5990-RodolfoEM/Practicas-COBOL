      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGBLAY.
      *AUTHOR.                    FERNANDO TOLEDO.
      *INSTALLATION.              CENTRO DE CAPACITACION.
      *DATE-WRITTEN.              2026-10-15.
      *DATE-COMPILED.
      *SECURITY.                  NO ES CONFIDENCIAL.
      *> ------------------------------------------------------
      *> ARCHIVOS DE DISPERSION POR BANCO RECEPTOR: LEE EL ARCHIVO
      *> GENERICO DE DISPERSION (DISPERS, EL QUE ARMA PROGBANC O
      *> PROGNEXT) Y REPARTE CADA PAGO SEGUN EL BANCO DE LA CUENTA
      *> DESTINO (DI-BANCO, QUE VIENE DE EM-BANCO):
      *>   DISPPROP  PAGOS A CUENTAS DE NUESTRO BANCO PAGADOR (EL
      *>             SYSIN TRAE SU CLAVE), EN SU LAYOUT DE MISMO BANCO.
      *>   DISPBC01  PAGOS A CUENTAS DE OTRO BANCO CON EL QUE HAY
      *>   ..04      CONVENIO Y QUE TIENE SU PROPIO LAYOUT EN EL
      *>             CATALOGO; LOS ARCHIVOS SE ASIGNAN EN EL ORDEN EN
      *>             QUE SUS LAYOUTS APARECEN EN BANCLAY.
      *>   DISPSPEI  TODOS LOS DEMAS, EN EL LAYOUT INTERBANCARIO SPEI.
      *> LAS COLUMNAS DE CADA ARCHIVO NO ESTAN EN EL PROGRAMA: SALEN
      *> DEL CATALOGO DE LAYOUTS (BANCLAY, COPY BLAYREG), CAMPO POR
      *> CAMPO, PARA EL ENCABEZADO, EL DETALLE Y EL CIERRE. CADA LOTE
      *> H/T DE DISPERS (UNO POR ENTIDAD PATRONAL) ABRE EN CADA
      *> ARCHIVO QUE RECIBE PAGOS SU PROPIO ENCABEZADO Y LO CIERRA
      *> CON SU TRAILER DE CUENTA E IMPORTE. LA CUENTA Y EL IMPORTE
      *> DE CADA LOTE SE CUADRAN CONTRA EL TRAILER DE DISPERS.
      *> EL REPORTE CIERRA CON LA CUENTA Y EL IMPORTE DE CADA
      *> ARCHIVO, LOS QUE TESORERIA SUBE AL PORTAL DE CADA BANCO.
      *> EL SYSIN TRAE EN EL PRIMER RENGLON LA CLAVE DEL BANCO
      *> PAGADOR Y EN EL SEGUNDO EL ORIGEN: C ES EL CICLO DIARIO
      *> (DEJA SU RENGLON EN CICLOCTL); X ES UNA NOMINA
      *> EXTRAORDINARIA, CUYO ENCABEZADO NO TRAE ENTIDAD Y SALE CON
      *> LA PRIMERA DEL CATALOGO PATRCAT.
      *> RC 16 SIN DISPERS, SIN CATALOGO DE LAYOUTS O SIN LAYOUT DE
      *> DETALLE PARA EL BANCO PAGADOR O PARA SPEI; RC 08 SI UN LOTE
      *> NO CUADRA CON SU TRAILER O SI EL CATALOGO TRAE RENGLONES
      *> INVALIDOS.
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPERS-FILE    ASSIGN TO "DISPERS"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-DISPERS-STATUS.

           SELECT BANCLAY-FILE    ASSIGN TO "BANCLAY"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-BANCLAY-STATUS.

           SELECT DISPPROP-FILE   ASSIGN TO "DISPPROP"
                                   ORGANIZATION LINE SEQUENTIAL.

           SELECT DISPSPEI-FILE   ASSIGN TO "DISPSPEI"
                                   ORGANIZATION LINE SEQUENTIAL.

           SELECT DISPBC01-FILE   ASSIGN TO "DISPBC01"
                                   ORGANIZATION LINE SEQUENTIAL.

           SELECT DISPBC02-FILE   ASSIGN TO "DISPBC02"
                                   ORGANIZATION LINE SEQUENTIAL.

           SELECT DISPBC03-FILE   ASSIGN TO "DISPBC03"
                                   ORGANIZATION LINE SEQUENTIAL.

           SELECT DISPBC04-FILE   ASSIGN TO "DISPBC04"
                                   ORGANIZATION LINE SEQUENTIAL.

           SELECT RPTBLAY-FILE    ASSIGN TO "RPTBLAY"
                                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPERS-FILE.
       01  DISPERS-REGISTRO.
           05 DI-MARCA              PIC X(01).
           05 DI-BANCO              PIC X(03).
           05 DI-CLABE              PIC X(18).
           05 DI-NUMERO             PIC 9(05).
           05 DI-NOMBRE             PIC X(35).
           05 DI-IMPORTE            PIC 9(07)V99.
       01  DISPERS-ENCABEZADO.
           05 DH-MARCA              PIC X(01).
           05 DH-ENTIDAD            PIC X(02).
           05 DH-RFC                PIC X(13).
           05 DH-RAZON              PIC X(30).
           05 DH-FECHA              PIC 9(08).
           05 FILLER                PIC X(17).
       01  DISPERS-CONTROL.
           05 DX-MARCA              PIC X(01).
           05 DX-TIPO               PIC X(14).
           05 DX-SECUENCIA          PIC 9(06).
           05 DX-FECHA              PIC 9(08).
           05 FILLER                PIC X(42).

       FD  BANCLAY-FILE.
       COPY BLAYREG.

       FD  DISPPROP-FILE.
       01  DISPPROP-LINEA           PIC X(200).

       FD  DISPSPEI-FILE.
       01  DISPSPEI-LINEA           PIC X(200).

       FD  DISPBC01-FILE.
       01  DISPBC01-LINEA           PIC X(200).

       FD  DISPBC02-FILE.
       01  DISPBC02-LINEA           PIC X(200).

       FD  DISPBC03-FILE.
       01  DISPBC03-LINEA           PIC X(200).

       FD  DISPBC04-FILE.
       01  DISPBC04-LINEA           PIC X(200).

       FD  RPTBLAY-FILE.
       01  RPTBLAY-LINEA            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY RPTHDR.
       COPY CICLOREG.
       COPY PATRTAB.

      *> LOS CAMPOS DE TODOS LOS LAYOUTS DEL CATALOGO, EN EL ORDEN EN
      *> QUE VIENEN.
       01  WS-TABLA-CAMPOS.
           05 WS-CA-RENGLON OCCURS 300 TIMES.
              10 WS-CA-LAYOUT       PIC X(04).
              10 WS-CA-TIPO         PIC X(01).
              10 WS-CA-POSICION     PIC 9(03).
              10 WS-CA-LONGITUD     PIC 9(03).
              10 WS-CA-CAMPO        PIC X(03).
                  88 WS-CA-NUMERICO              VALUE "NUM" "IMP"
                                                 "FEC" "REG" "TOT"
                                                 "SEC".
              10 WS-CA-LITERAL      PIC X(30).

      *> LOS SEIS ARCHIVOS DE SALIDA: 1 MISMO BANCO, 2 SPEI Y 3 A 6
      *> LOS BANCOS CON CONVENIO, CON EL LAYOUT QUE LES TOCO.
       01  WS-NOMBRES-DD.
           05 FILLER PIC X(08) VALUE "DISPPROP".
           05 FILLER PIC X(08) VALUE "DISPSPEI".
           05 FILLER PIC X(08) VALUE "DISPBC01".
           05 FILLER PIC X(08) VALUE "DISPBC02".
           05 FILLER PIC X(08) VALUE "DISPBC03".
           05 FILLER PIC X(08) VALUE "DISPBC04".
       01  WS-TABLA-DD REDEFINES WS-NOMBRES-DD.
           05 WS-DD-NOMBRE         PIC X(08) OCCURS 6 TIMES.

       01  WS-TABLA-ARCHIVOS.
           05 WS-AR-RENGLON OCCURS 6 TIMES.
              10 WS-AR-LAYOUT       PIC X(04)      VALUE SPACES.
              10 WS-AR-CAMPOS-D     PIC 9(03)      VALUE ZERO.
              10 WS-AR-LOTE-ESTADO  PIC X(01)      VALUE "N".
                  88 WS-AR-CON-LOTE              VALUE "S".
              10 WS-AR-LOTES        PIC 9(03)      VALUE ZERO.
              10 WS-AR-LOTE-CUENTA  PIC 9(05)      VALUE ZERO.
              10 WS-AR-LOTE-IMPORTE PIC 9(10)V99   VALUE ZERO.
              10 WS-AR-CUENTA       PIC 9(05)      VALUE ZERO.
              10 WS-AR-IMPORTE      PIC 9(10)V99   VALUE ZERO.

       01  WS-AREAS.
           05 WS-DISPERS-STATUS   PIC X(02).
           05 WS-DISPERS-EOF      PIC X(01)      VALUE "N".
               88 DISPERS-EOF                    VALUE "S".
           05 WS-BANCLAY-STATUS   PIC X(02).
           05 WS-BANCLAY-EOF      PIC X(01)      VALUE "N".
               88 BANCLAY-EOF                    VALUE "S".
           05 WS-BANCO-PAGADOR    PIC X(03).
           05 WS-ORIGEN           PIC X(01).
               88 ORIGEN-EXTRAORDINARIA          VALUE "X".
           05 WS-FECHA-CORRIDA    PIC 9(08).
           05 WS-NUM-CAMPOS       PIC 9(03)      VALUE ZERO.
           05 WS-CA-INDICE        PIC 9(03).
           05 WS-ARCHIVO          PIC 9(01).
           05 WS-AR-INDICE        PIC 9(01).
           05 WS-ULTIMO-SIN-ARCHIVO PIC X(04)    VALUE SPACES.
           05 WS-REG-TIPO         PIC X(01).
           05 WS-SECUENCIA        PIC 9(05).
           05 WS-POS              PIC 9(03).
           05 WS-LON              PIC 9(03).
           05 WS-DESDE            PIC 9(03).
           05 WS-FIN-CAMPO        PIC 9(03).
           05 WS-CAMPOS-PUESTOS   PIC 9(03).
           05 WS-CAMPO-NUM        PIC 9(15).
           05 WS-CAMPO-ALFA       PIC X(40).
           05 WS-LINEA            PIC X(200).
           05 WS-LOTE-ESTADO      PIC X(01)      VALUE "N".
               88 LOTE-ABIERTO                   VALUE "S".
           05 WS-LT-ENTIDAD       PIC X(02).
           05 WS-LT-RFC           PIC X(13).
           05 WS-LT-RAZON         PIC X(30).
           05 WS-LT-FECHA         PIC 9(08).
           05 WS-LT-CUENTA        PIC 9(05).
           05 WS-LT-IMPORTE       PIC 9(10)V99.
           05 WS-TOT-LOTES        PIC 9(05)      VALUE ZERO.
           05 WS-TOT-LEIDOS       PIC 9(05)      VALUE ZERO.
           05 WS-TOT-ESCRITOS     PIC 9(05)      VALUE ZERO.
           05 WS-TOT-DESCUADRES   PIC 9(05)      VALUE ZERO.
           05 WS-TOT-IMPORTE      PIC 9(10)V99   VALUE ZERO.
           05 WS-CODIGO-RETORNO   PIC 9(02)      VALUE ZERO.
           05 WS-RC-NUEVO         PIC 9(02).
           05 WS-DESCRIPCION-ERROR PIC X(40).

       01  WS-EDITADOS.
           05 WS-TOTAL-ED         PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 WS-CUENTA-ED        PIC ZZZZ9.
           05 WS-LOTES-ED         PIC ZZ9.
           05 WS-RENGLON-ED       PIC ZZ9.

       PROCEDURE DIVISION.
       000-RAIZ.
           MOVE ZERO TO RETURN-CODE
           ACCEPT CC-HORA-INICIO FROM TIME
           ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD
           DISPLAY "CLAVE DEL BANCO PAGADOR: "
           ACCEPT WS-BANCO-PAGADOR
           DISPLAY "ORIGEN (C = CICLO DIARIO, X = EXTRAORDINARIA): "
           ACCEPT WS-ORIGEN
           IF NOT ORIGEN-EXTRAORDINARIA
               MOVE "C" TO WS-ORIGEN
           END-IF
           MOVE WS-BANCO-PAGADOR TO WS-AR-LAYOUT (1)
           MOVE "SPEI" TO WS-AR-LAYOUT (2)
           OPEN INPUT DISPERS-FILE
           IF WS-DISPERS-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR DISPERS, SE TERMINA"
               MOVE 16 TO WS-RC-NUEVO
               MOVE "LAYOUTS: NO SE PUDO ABRIR DISPERS"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               PERFORM 085-CONTROL-CICLO THRU 085-FIN
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               GOBACK
           END-IF
           IF ORIGEN-EXTRAORDINARIA
               CALL "PROGCPAT" USING PT-PATRONES
           END-IF
           OPEN OUTPUT RPTBLAY-FILE
           PERFORM 010-ESCRIBE-ENCABEZADO THRU 010-FIN
           PERFORM 003-CARGA-LAYOUTS THRU 003-FIN
           IF WS-AR-CAMPOS-D (1) = ZERO
              OR WS-AR-CAMPOS-D (2) = ZERO
               MOVE SPACES TO RPTBLAY-LINEA
               STRING "SIN LAYOUT DE DETALLE PARA EL BANCO PAGADOR "
                                         DELIMITED BY SIZE
                      WS-BANCO-PAGADOR   DELIMITED BY SIZE
                      " O PARA SPEI"     DELIMITED BY SIZE
                      INTO RPTBLAY-LINEA
               WRITE RPTBLAY-LINEA
               MOVE 16 TO WS-RC-NUEVO
               MOVE "LAYOUTS: FALTA LAYOUT PROPIO O SPEI"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               CLOSE DISPERS-FILE
               CLOSE RPTBLAY-FILE
               PERFORM 085-CONTROL-CICLO THRU 085-FIN
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 012-IMPRIME-ARCHIVO THRU 012-FIN
                   VARYING WS-AR-INDICE FROM 1 BY 1
                   UNTIL WS-AR-INDICE GREATER 6
           MOVE SPACES TO RPTBLAY-LINEA
           WRITE RPTBLAY-LINEA
           OPEN OUTPUT DISPPROP-FILE
           OPEN OUTPUT DISPSPEI-FILE
           OPEN OUTPUT DISPBC01-FILE
           OPEN OUTPUT DISPBC02-FILE
           OPEN OUTPUT DISPBC03-FILE
           OPEN OUTPUT DISPBC04-FILE
           PERFORM 020-LEE-DISPERS THRU 020-FIN
           PERFORM 022-PROCESA-RENGLON THRU 022-FIN
                   UNTIL DISPERS-EOF
           IF LOTE-ABIERTO
               MOVE SPACES TO RPTBLAY-LINEA
               MOVE "DISPERS TERMINA SIN EL TRAILER DEL ULTIMO LOTE"
                    TO RPTBLAY-LINEA
               WRITE RPTBLAY-LINEA
               MOVE 08 TO WS-RC-NUEVO
               MOVE "LAYOUTS: LOTE DE DISPERS SIN TRAILER"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               PERFORM 040-CIERRA-ARCHIVOS THRU 040-FIN
           END-IF
           PERFORM 090-ESCRIBE-PIE THRU 090-FIN
           CLOSE DISPERS-FILE
           CLOSE DISPPROP-FILE
           CLOSE DISPSPEI-FILE
           CLOSE DISPBC01-FILE
           CLOSE DISPBC02-FILE
           CLOSE DISPBC03-FILE
           CLOSE DISPBC04-FILE
           CLOSE RPTBLAY-FILE
           PERFORM 085-CONTROL-CICLO THRU 085-FIN
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE
           GOBACK.

      *> DEJA EL RENGLON DE ESTE PASO EN EL ARCHIVO DE CONTROL DEL
      *> CICLO, COMO TODOS LOS PASOS DEL CICLO DIARIO; UNA NOMINA
      *> EXTRAORDINARIA CORRE FUERA DEL CICLO Y NO LO DEJA.
       085-CONTROL-CICLO.
           IF ORIGEN-EXTRAORDINARIA
               GO TO 085-FIN
           END-IF
           MOVE "PROGBLAY" TO CC-PROGRAMA
           MOVE WS-TOT-LEIDOS TO CC-ENTRADA
           MOVE WS-TOT-ESCRITOS TO CC-SALIDA
           MOVE WS-TOT-DESCUADRES TO CC-RECHAZADOS
           MOVE WS-CODIGO-RETORNO TO CC-RC
           ACCEPT CC-HORA-FIN FROM TIME
           CALL "PROGCCTL" USING "A" CC-REGISTRO.
       085-FIN.  EXIT.

      *> CARGA EL CATALOGO DE LAYOUTS. SIN CATALOGO NINGUN ARCHIVO
      *> TIENE LAYOUT Y EL PASO TERMINA CON RC 16 AL VOLVER.
       003-CARGA-LAYOUTS.
           OPEN INPUT BANCLAY-FILE
           IF WS-BANCLAY-STATUS NOT = "00"
               MOVE "NO SE PUDO ABRIR EL CATALOGO DE LAYOUTS BANCLAY"
                    TO RPTBLAY-LINEA
               WRITE RPTBLAY-LINEA
               GO TO 003-FIN
           END-IF
           PERFORM 004-LEE-LAYOUT THRU 004-FIN
           PERFORM 005-GUARDA-CAMPO THRU 005-FIN
                   UNTIL BANCLAY-EOF
           CLOSE BANCLAY-FILE.
       003-FIN.  EXIT.

       004-LEE-LAYOUT.
           READ BANCLAY-FILE
               AT END
                   SET BANCLAY-EOF TO TRUE
           END-READ.
       004-FIN.  EXIT.

      *> UN RENGLON DEL CATALOGO QUE NO SE PUEDE ACOMODAR EN UN
      *> REGISTRO DE 200 POSICIONES SE REPORTA Y NO SE USA.
       005-GUARDA-CAMPO.
           IF BL-POSICION NOT NUMERIC
              OR BL-LONGITUD NOT NUMERIC
               PERFORM 007-RECHAZA-CAMPO THRU 007-FIN
               GO TO 005-SIGUIENTE
           END-IF
           COMPUTE WS-FIN-CAMPO = BL-POSICION + BL-LONGITUD - 1
           IF BL-LAYOUT = SPACES
              OR NOT BL-TIPO-VALIDO
              OR BL-POSICION = ZERO
              OR BL-LONGITUD = ZERO
              OR BL-POSICION GREATER 200
              OR BL-LONGITUD GREATER 200
              OR WS-FIN-CAMPO GREATER 200
              OR (BL-CAMPO-NUMERICO AND BL-LONGITUD GREATER 15)
              OR (BL-CAMPO-TEXTO AND BL-LONGITUD GREATER 40)
              OR (NOT BL-CAMPO-NUMERICO AND NOT BL-CAMPO-TEXTO)
               PERFORM 007-RECHAZA-CAMPO THRU 007-FIN
               GO TO 005-SIGUIENTE
           END-IF
           IF WS-NUM-CAMPOS NOT LESS 300
               PERFORM 007-RECHAZA-CAMPO THRU 007-FIN
               GO TO 005-SIGUIENTE
           END-IF
           ADD 1 TO WS-NUM-CAMPOS
           MOVE BL-LAYOUT    TO WS-CA-LAYOUT (WS-NUM-CAMPOS)
           MOVE BL-TIPO      TO WS-CA-TIPO (WS-NUM-CAMPOS)
           MOVE BL-POSICION  TO WS-CA-POSICION (WS-NUM-CAMPOS)
           MOVE BL-LONGITUD  TO WS-CA-LONGITUD (WS-NUM-CAMPOS)
           MOVE BL-CAMPO     TO WS-CA-CAMPO (WS-NUM-CAMPOS)
           MOVE BL-LITERAL   TO WS-CA-LITERAL (WS-NUM-CAMPOS)
           PERFORM 006-ASIGNA-ARCHIVO THRU 006-FIN.
       005-SIGUIENTE.
           PERFORM 004-LEE-LAYOUT THRU 004-FIN.
       005-FIN.  EXIT.

      *> EL LAYOUT DEL BANCO PAGADOR VA AL ARCHIVO 1 Y EL DE SPEI AL
      *> 2; CADA OTRO BANCO TOMA EL PRIMER ARCHIVO DE CONVENIO LIBRE.
      *> SIN ARCHIVO LIBRE SUS PAGOS SALEN POR SPEI.
       006-ASIGNA-ARCHIVO.
           MOVE ZERO TO WS-ARCHIVO
           PERFORM 008-BUSCA-LAYOUT THRU 008-FIN
                   VARYING WS-AR-INDICE FROM 1 BY 1
                   UNTIL WS-AR-INDICE GREATER 6
                      OR WS-ARCHIVO NOT = ZERO
           IF WS-ARCHIVO = ZERO
               PERFORM 009-ARCHIVO-LIBRE THRU 009-FIN
                       VARYING WS-AR-INDICE FROM 3 BY 1
                       UNTIL WS-AR-INDICE GREATER 6
                          OR WS-ARCHIVO NOT = ZERO
           END-IF
           IF WS-ARCHIVO = ZERO
               IF BL-LAYOUT NOT = WS-ULTIMO-SIN-ARCHIVO
                   MOVE BL-LAYOUT TO WS-ULTIMO-SIN-ARCHIVO
                   MOVE SPACES TO RPTBLAY-LINEA
                   STRING "SIN ARCHIVO LIBRE PARA EL LAYOUT "
                                          DELIMITED BY SIZE
                          BL-LAYOUT       DELIMITED BY SIZE
                          ", SUS PAGOS SALEN POR SPEI"
                                          DELIMITED BY SIZE
                          INTO RPTBLAY-LINEA
                   WRITE RPTBLAY-LINEA
                   MOVE 08 TO WS-RC-NUEVO
                   MOVE "LAYOUTS: MAS BANCOS QUE ARCHIVOS"
                        TO WS-DESCRIPCION-ERROR
                   PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               END-IF
               GO TO 006-FIN
           END-IF
           IF BL-DETALLE
               ADD 1 TO WS-AR-CAMPOS-D (WS-ARCHIVO)
           END-IF.
       006-FIN.  EXIT.

       007-RECHAZA-CAMPO.
           MOVE SPACES TO RPTBLAY-LINEA
           STRING "RENGLON DE BANCLAY INVALIDO O SIN LUGAR: "
                                   DELIMITED BY SIZE
                  BL-LAYOUT        DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  BL-TIPO          DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  BL-POSICION      DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  BL-LONGITUD      DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  BL-CAMPO         DELIMITED BY SIZE
                  INTO RPTBLAY-LINEA
           WRITE RPTBLAY-LINEA
           MOVE 08 TO WS-RC-NUEVO
           MOVE "LAYOUTS: RENGLON DE BANCLAY INVALIDO"
                TO WS-DESCRIPCION-ERROR
           PERFORM 080-ACTUALIZA-RC THRU 080-FIN.
       007-FIN.  EXIT.

       008-BUSCA-LAYOUT.
           IF WS-AR-LAYOUT (WS-AR-INDICE) = BL-LAYOUT
               MOVE WS-AR-INDICE TO WS-ARCHIVO
           END-IF.
       008-FIN.  EXIT.

       009-ARCHIVO-LIBRE.
           IF WS-AR-LAYOUT (WS-AR-INDICE) = SPACES
               MOVE BL-LAYOUT TO WS-AR-LAYOUT (WS-AR-INDICE)
               MOVE WS-AR-INDICE TO WS-ARCHIVO
           END-IF.
       009-FIN.  EXIT.

       010-ESCRIBE-ENCABEZADO.
           MOVE "DISPERSION POR BANCO - PROGBLAY"
                TO RPT-TITULO
           ACCEPT RPT-FECHA FROM DATE
           MOVE RPT-ENCABEZADO TO RPTBLAY-LINEA
           WRITE RPTBLAY-LINEA
           MOVE SPACES TO RPTBLAY-LINEA
           WRITE RPTBLAY-LINEA
           MOVE SPACES TO RPTBLAY-LINEA
           STRING "BANCO PAGADOR: "  DELIMITED BY SIZE
                  WS-BANCO-PAGADOR   DELIMITED BY SIZE
                  "  ORIGEN: "       DELIMITED BY SIZE
                  WS-ORIGEN          DELIMITED BY SIZE
                  INTO RPTBLAY-LINEA
           WRITE RPTBLAY-LINEA
           MOVE SPACES TO RPTBLAY-LINEA
           WRITE RPTBLAY-LINEA.
       010-FIN.  EXIT.

      *> QUE LAYOUT SALE EN CADA ARCHIVO.
       012-IMPRIME-ARCHIVO.
           IF WS-AR-LAYOUT (WS-AR-INDICE) = SPACES
               GO TO 012-FIN
           END-IF
           MOVE WS-AR-CAMPOS-D (WS-AR-INDICE) TO WS-RENGLON-ED
           MOVE SPACES TO RPTBLAY-LINEA
           STRING "ARCHIVO "                    DELIMITED BY SIZE
                  WS-DD-NOMBRE (WS-AR-INDICE)   DELIMITED BY SIZE
                  " LAYOUT "                    DELIMITED BY SIZE
                  WS-AR-LAYOUT (WS-AR-INDICE)   DELIMITED BY SIZE
                  " CAMPOS DE DETALLE: "        DELIMITED BY SIZE
                  WS-RENGLON-ED                 DELIMITED BY SIZE
                  INTO RPTBLAY-LINEA
           WRITE RPTBLAY-LINEA.
       012-FIN.  EXIT.

       020-LEE-DISPERS.
           READ DISPERS-FILE
               AT END
                   SET DISPERS-EOF TO TRUE
           END-READ.
       020-FIN.  EXIT.

       022-PROCESA-RENGLON.
           EVALUATE DI-MARCA
               WHEN "H"
                   PERFORM 024-ABRE-LOTE THRU 024-FIN
               WHEN "D"
                   PERFORM 030-DETALLE THRU 030-FIN
               WHEN "T"
                   PERFORM 036-CIERRA-LOTE THRU 036-FIN
               WHEN OTHER
                   MOVE SPACES TO RPTBLAY-LINEA
                   STRING "RENGLON DE DISPERS SIN MARCA H/D/T: "
                                           DELIMITED BY SIZE
                          DI-MARCA         DELIMITED BY SIZE
                          INTO RPTBLAY-LINEA
                   WRITE RPTBLAY-LINEA
                   MOVE 08 TO WS-RC-NUEVO
                   MOVE "LAYOUTS: RENGLON DE DISPERS INVALIDO"
                        TO WS-DESCRIPCION-ERROR
                   PERFORM 080-ACTUALIZA-RC THRU 080-FIN
           END-EVALUATE
           PERFORM 020-LEE-DISPERS THRU 020-FIN.
       022-FIN.  EXIT.

      *> ENCABEZADO DE UN LOTE DE DISPERS: GUARDA LA ENTIDAD Y LA
      *> FECHA PARA LOS ENCABEZADOS DE LOS ARCHIVOS. EL DE UNA NOMINA
      *> EXTRAORDINARIA SOLO TRAE LA FECHA.
       024-ABRE-LOTE.
           IF LOTE-ABIERTO
               MOVE SPACES TO RPTBLAY-LINEA
               MOVE "ENCABEZADO DE DISPERS SIN EL TRAILER DEL LOTE ANTE
      -             "RIOR" TO RPTBLAY-LINEA
               WRITE RPTBLAY-LINEA
               MOVE 08 TO WS-RC-NUEVO
               MOVE "LAYOUTS: LOTE DE DISPERS SIN TRAILER"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               PERFORM 040-CIERRA-ARCHIVOS THRU 040-FIN
           END-IF
           IF ORIGEN-EXTRAORDINARIA
               MOVE PT-E-ENTIDAD (1) TO WS-LT-ENTIDAD
               MOVE PT-E-RFC (1)     TO WS-LT-RFC
               MOVE PT-E-RAZON (1)   TO WS-LT-RAZON
               MOVE DX-FECHA         TO WS-LT-FECHA
           ELSE
               MOVE DH-ENTIDAD       TO WS-LT-ENTIDAD
               MOVE DH-RFC           TO WS-LT-RFC
               MOVE DH-RAZON         TO WS-LT-RAZON
               MOVE DH-FECHA         TO WS-LT-FECHA
           END-IF
           IF WS-LT-FECHA NOT NUMERIC OR WS-LT-FECHA = ZERO
               MOVE WS-FECHA-CORRIDA TO WS-LT-FECHA
           END-IF
           MOVE ZERO TO WS-LT-CUENTA
           MOVE ZERO TO WS-LT-IMPORTE
           ADD 1 TO WS-TOT-LOTES
           SET LOTE-ABIERTO TO TRUE.
       024-FIN.  EXIT.

      *> UN PAGO: VA AL ARCHIVO DE SU BANCO; SI ES EL PRIMERO DEL LOTE
      *> EN ESE ARCHIVO, ANTES SALE EL ENCABEZADO DEL ARCHIVO.
       030-DETALLE.
           IF NOT LOTE-ABIERTO
               MOVE SPACES TO WS-LT-ENTIDAD
               MOVE SPACES TO WS-LT-RFC
               MOVE SPACES TO WS-LT-RAZON
               MOVE WS-FECHA-CORRIDA TO WS-LT-FECHA
               MOVE ZERO TO WS-LT-CUENTA
               MOVE ZERO TO WS-LT-IMPORTE
               ADD 1 TO WS-TOT-LOTES
               SET LOTE-ABIERTO TO TRUE
           END-IF
           ADD 1 TO WS-TOT-LEIDOS
           ADD 1 TO WS-LT-CUENTA
           ADD DI-IMPORTE TO WS-LT-IMPORTE
           PERFORM 032-UBICA-ARCHIVO THRU 032-FIN
           IF NOT WS-AR-CON-LOTE (WS-ARCHIVO)
               ADD 1 TO WS-AR-LOTES (WS-ARCHIVO)
               MOVE ZERO TO WS-AR-LOTE-CUENTA (WS-ARCHIVO)
               MOVE ZERO TO WS-AR-LOTE-IMPORTE (WS-ARCHIVO)
               SET WS-AR-CON-LOTE (WS-ARCHIVO) TO TRUE
               MOVE "H" TO WS-REG-TIPO
               MOVE WS-AR-LOTES (WS-ARCHIVO) TO WS-SECUENCIA
               PERFORM 050-ARMA-RENGLON THRU 050-FIN
           END-IF
           ADD 1 TO WS-AR-LOTE-CUENTA (WS-ARCHIVO)
           ADD DI-IMPORTE TO WS-AR-LOTE-IMPORTE (WS-ARCHIVO)
           ADD 1 TO WS-AR-CUENTA (WS-ARCHIVO)
           ADD DI-IMPORTE TO WS-AR-IMPORTE (WS-ARCHIVO)
           ADD DI-IMPORTE TO WS-TOT-IMPORTE
           ADD 1 TO WS-TOT-ESCRITOS
           MOVE "D" TO WS-REG-TIPO
           MOVE WS-AR-LOTE-CUENTA (WS-ARCHIVO) TO WS-SECUENCIA
           PERFORM 050-ARMA-RENGLON THRU 050-FIN.
       030-FIN.  EXIT.

      *> MISMO BANCO AL ARCHIVO 1; UN BANCO DE CONVENIO CON LAYOUT DE
      *> DETALLE A SU ARCHIVO; CUALQUIER OTRO A SPEI.
       032-UBICA-ARCHIVO.
           IF DI-BANCO = WS-BANCO-PAGADOR
               MOVE 1 TO WS-ARCHIVO
               GO TO 032-FIN
           END-IF
           MOVE ZERO TO WS-ARCHIVO
           PERFORM 034-BUSCA-CONVENIO THRU 034-FIN
                   VARYING WS-AR-INDICE FROM 3 BY 1
                   UNTIL WS-AR-INDICE GREATER 6
                      OR WS-ARCHIVO NOT = ZERO
           IF WS-ARCHIVO = ZERO
               MOVE 2 TO WS-ARCHIVO
           END-IF.
       032-FIN.  EXIT.

       034-BUSCA-CONVENIO.
           IF WS-AR-LAYOUT (WS-AR-INDICE) = DI-BANCO
              AND WS-AR-CAMPOS-D (WS-AR-INDICE) GREATER ZERO
               MOVE WS-AR-INDICE TO WS-ARCHIVO
           END-IF.
       034-FIN.  EXIT.

      *> TRAILER DE UN LOTE DE DISPERS: CUADRA LO QUE SE LEYO DEL LOTE
      *> CONTRA SU CUENTA E IMPORTE Y CIERRA EL LOTE EN CADA ARCHIVO.
       036-CIERRA-LOTE.
           IF DI-NUMERO NOT = WS-LT-CUENTA
              OR DI-IMPORTE NOT = WS-LT-IMPORTE
               MOVE WS-LT-CUENTA TO WS-CUENTA-ED
               MOVE WS-LT-IMPORTE TO WS-TOTAL-ED
               MOVE SPACES TO RPTBLAY-LINEA
               STRING "LOTE "             DELIMITED BY SIZE
                      WS-LT-ENTIDAD       DELIMITED BY SIZE
                      " NO CUADRA CON SU TRAILER; LEIDOS "
                                          DELIMITED BY SIZE
                      WS-CUENTA-ED        DELIMITED BY SIZE
                      " POR "             DELIMITED BY SIZE
                      WS-TOTAL-ED         DELIMITED BY SIZE
                      INTO RPTBLAY-LINEA
               WRITE RPTBLAY-LINEA
               ADD 1 TO WS-TOT-DESCUADRES
               MOVE 08 TO WS-RC-NUEVO
               MOVE "LAYOUTS: LOTE NO CUADRA CON SU TRAILER"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
           END-IF
           PERFORM 040-CIERRA-ARCHIVOS THRU 040-FIN.
       036-FIN.  EXIT.

       040-CIERRA-ARCHIVOS.
           PERFORM 042-TRAILER-ARCHIVO THRU 042-FIN
                   VARYING WS-ARCHIVO FROM 1 BY 1
                   UNTIL WS-ARCHIVO GREATER 6
           MOVE "N" TO WS-LOTE-ESTADO.
       040-FIN.  EXIT.

      *> CIERRE DEL LOTE EN UN ARCHIVO QUE RECIBIO PAGOS DE EL.
       042-TRAILER-ARCHIVO.
           IF NOT WS-AR-CON-LOTE (WS-ARCHIVO)
               GO TO 042-FIN
           END-IF
           MOVE "T" TO WS-REG-TIPO
           MOVE WS-AR-LOTES (WS-ARCHIVO) TO WS-SECUENCIA
           PERFORM 050-ARMA-RENGLON THRU 050-FIN
           MOVE "N" TO WS-AR-LOTE-ESTADO (WS-ARCHIVO).
       042-FIN.  EXIT.

      *> ARMA UN RENGLON DEL TIPO WS-REG-TIPO CON LOS CAMPOS DEL
      *> LAYOUT DEL ARCHIVO WS-ARCHIVO Y LO ESCRIBE. UN LAYOUT SIN
      *> CAMPOS PARA ESE TIPO (UN BANCO SIN ENCABEZADO, POR EJEMPLO)
      *> NO ESCRIBE NADA.
       050-ARMA-RENGLON.
           MOVE SPACES TO WS-LINEA
           MOVE ZERO TO WS-CAMPOS-PUESTOS
           PERFORM 052-PON-CAMPO THRU 052-FIN
                   VARYING WS-CA-INDICE FROM 1 BY 1
                   UNTIL WS-CA-INDICE GREATER WS-NUM-CAMPOS
           IF WS-CAMPOS-PUESTOS GREATER ZERO
               PERFORM 060-ESCRIBE-LINEA THRU 060-FIN
           END-IF.
       050-FIN.  EXIT.

       052-PON-CAMPO.
           IF WS-CA-LAYOUT (WS-CA-INDICE)
                  NOT = WS-AR-LAYOUT (WS-ARCHIVO)
              OR WS-CA-TIPO (WS-CA-INDICE) NOT = WS-REG-TIPO
               GO TO 052-FIN
           END-IF
           ADD 1 TO WS-CAMPOS-PUESTOS
           MOVE WS-CA-POSICION (WS-CA-INDICE) TO WS-POS
           MOVE WS-CA-LONGITUD (WS-CA-INDICE) TO WS-LON
           IF WS-CA-NUMERICO (WS-CA-INDICE)
               PERFORM 054-CAMPO-NUMERICO THRU 054-FIN
               COMPUTE WS-DESDE = 16 - WS-LON
               MOVE WS-CAMPO-NUM (WS-DESDE : WS-LON)
                    TO WS-LINEA (WS-POS : WS-LON)
           ELSE
               PERFORM 056-CAMPO-TEXTO THRU 056-FIN
               MOVE WS-CAMPO-ALFA (1 : WS-LON)
                    TO WS-LINEA (WS-POS : WS-LON)
           END-IF.
       052-FIN.  EXIT.

      *> LOS IMPORTES SALEN EN CENTAVOS.
       054-CAMPO-NUMERICO.
           MOVE ZERO TO WS-CAMPO-NUM
           EVALUATE WS-CA-CAMPO (WS-CA-INDICE)
               WHEN "NUM"
                   IF WS-REG-TIPO = "D"
                       MOVE DI-NUMERO TO WS-CAMPO-NUM
                   END-IF
               WHEN "IMP"
                   IF WS-REG-TIPO = "D"
                       COMPUTE WS-CAMPO-NUM = DI-IMPORTE * 100
                   END-IF
               WHEN "FEC"
                   MOVE WS-LT-FECHA TO WS-CAMPO-NUM
               WHEN "REG"
                   MOVE WS-AR-LOTE-CUENTA (WS-ARCHIVO) TO WS-CAMPO-NUM
               WHEN "TOT"
                   COMPUTE WS-CAMPO-NUM =
                           WS-AR-LOTE-IMPORTE (WS-ARCHIVO) * 100
               WHEN "SEC"
                   MOVE WS-SECUENCIA TO WS-CAMPO-NUM
           END-EVALUATE.
       054-FIN.  EXIT.

       056-CAMPO-TEXTO.
           MOVE SPACES TO WS-CAMPO-ALFA
           EVALUATE WS-CA-CAMPO (WS-CA-INDICE)
               WHEN "CLA"
                   IF WS-REG-TIPO = "D"
                       MOVE DI-CLABE TO WS-CAMPO-ALFA
                   END-IF
               WHEN "CTA"
                   IF WS-REG-TIPO = "D"
                       MOVE DI-CLABE (7 : 11) TO WS-CAMPO-ALFA
                   END-IF
               WHEN "BCO"
                   IF WS-REG-TIPO = "D"
                       MOVE DI-BANCO TO WS-CAMPO-ALFA
                   END-IF
               WHEN "NOM"
                   IF WS-REG-TIPO = "D"
                       MOVE DI-NOMBRE TO WS-CAMPO-ALFA
                   END-IF
               WHEN "RFC"
                   MOVE WS-LT-RFC TO WS-CAMPO-ALFA
               WHEN "RAZ"
                   MOVE WS-LT-RAZON TO WS-CAMPO-ALFA
               WHEN "ENT"
                   MOVE WS-LT-ENTIDAD TO WS-CAMPO-ALFA
               WHEN "LIT"
                   MOVE WS-CA-LITERAL (WS-CA-INDICE) TO WS-CAMPO-ALFA
           END-EVALUATE.
       056-FIN.  EXIT.

       060-ESCRIBE-LINEA.
           EVALUATE WS-ARCHIVO
               WHEN 1
                   MOVE WS-LINEA TO DISPPROP-LINEA
                   WRITE DISPPROP-LINEA
               WHEN 2
                   MOVE WS-LINEA TO DISPSPEI-LINEA
                   WRITE DISPSPEI-LINEA
               WHEN 3
                   MOVE WS-LINEA TO DISPBC01-LINEA
                   WRITE DISPBC01-LINEA
               WHEN 4
                   MOVE WS-LINEA TO DISPBC02-LINEA
                   WRITE DISPBC02-LINEA
               WHEN 5
                   MOVE WS-LINEA TO DISPBC03-LINEA
                   WRITE DISPBC03-LINEA
               WHEN 6
                   MOVE WS-LINEA TO DISPBC04-LINEA
                   WRITE DISPBC04-LINEA
           END-EVALUATE.
       060-FIN.  EXIT.

      *> ELEVA WS-CODIGO-RETORNO A WS-RC-NUEVO SI ESTE ES MAS SEVERO Y
      *> DEJA CONSTANCIA EN LA BITACORA COMUN DE ERRORES (ERRLOG).
       080-ACTUALIZA-RC.
           IF WS-RC-NUEVO GREATER WS-CODIGO-RETORNO
               MOVE WS-RC-NUEVO TO WS-CODIGO-RETORNO
           END-IF
           CALL "PROGERRL" USING "PROGBLAY" WS-RC-NUEVO
                   WS-DESCRIPCION-ERROR.
       080-FIN.  EXIT.

      *> RESUMEN PARA TESORERIA: CUENTA E IMPORTE DE CADA ARCHIVO.
       090-ESCRIBE-PIE.
           MOVE SPACES TO RPTBLAY-LINEA
           WRITE RPTBLAY-LINEA
           MOVE "ARCHIVO   LAYOUT  LOTES  PAGOS           IMPORTE"
                TO RPTBLAY-LINEA
           WRITE RPTBLAY-LINEA
           PERFORM 092-RESUMEN-ARCHIVO THRU 092-FIN
                   VARYING WS-AR-INDICE FROM 1 BY 1
                   UNTIL WS-AR-INDICE GREATER 6
           MOVE SPACES TO RPTBLAY-LINEA
           WRITE RPTBLAY-LINEA
           MOVE WS-TOT-LOTES TO WS-CUENTA-ED
           MOVE SPACES TO RPTBLAY-LINEA
           STRING "LOTES LEIDOS DE DISPERS: " DELIMITED BY SIZE
                  WS-CUENTA-ED                DELIMITED BY SIZE
                  INTO RPTBLAY-LINEA
           WRITE RPTBLAY-LINEA
           MOVE WS-TOT-ESCRITOS TO WS-CUENTA-ED
           MOVE WS-TOT-IMPORTE TO WS-TOTAL-ED
           MOVE SPACES TO RPTBLAY-LINEA
           STRING "PAGOS REPARTIDOS: "  DELIMITED BY SIZE
                  WS-CUENTA-ED          DELIMITED BY SIZE
                  "  IMPORTE: "         DELIMITED BY SIZE
                  WS-TOTAL-ED           DELIMITED BY SIZE
                  INTO RPTBLAY-LINEA
           WRITE RPTBLAY-LINEA
           MOVE WS-TOT-DESCUADRES TO WS-CUENTA-ED
           MOVE SPACES TO RPTBLAY-LINEA
           STRING "LOTES QUE NO CUADRAN CON SU TRAILER: "
                                        DELIMITED BY SIZE
                  WS-CUENTA-ED          DELIMITED BY SIZE
                  INTO RPTBLAY-LINEA
           WRITE RPTBLAY-LINEA.
       090-FIN.  EXIT.

       092-RESUMEN-ARCHIVO.
           IF WS-AR-LAYOUT (WS-AR-INDICE) = SPACES
               GO TO 092-FIN
           END-IF
           MOVE WS-AR-LOTES (WS-AR-INDICE) TO WS-LOTES-ED
           MOVE WS-AR-CUENTA (WS-AR-INDICE) TO WS-CUENTA-ED
           MOVE WS-AR-IMPORTE (WS-AR-INDICE) TO WS-TOTAL-ED
           MOVE SPACES TO RPTBLAY-LINEA
           STRING WS-DD-NOMBRE (WS-AR-INDICE)  DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  WS-AR-LAYOUT (WS-AR-INDICE)  DELIMITED BY SIZE
                  "    "                       DELIMITED BY SIZE
                  WS-LOTES-ED                  DELIMITED BY SIZE
                  "    "                       DELIMITED BY SIZE
                  WS-CUENTA-ED                 DELIMITED BY SIZE
                  "  "                         DELIMITED BY SIZE
                  WS-TOTAL-ED                  DELIMITED BY SIZE
                  INTO RPTBLAY-LINEA
           WRITE RPTBLAY-LINEA.
       092-FIN.  EXIT.
