      *>             SE COPIA RENGLON POR RENGLON AL TEMPORAL
      *>             IMSSTMP VOLTEANDO SOLO EL QUE COINCIDE Y SE
      *>             RECARGA COMPLETO, SIN TOPE DE TAMANO.
      *> 2026-10-15  EL SALARIO DE LOS MOVIMIENTOS ES AHORA EL SALARIO
      *>             DIARIO INTEGRADO (SUBRUTINA PROGCSDI: DIARIO POR
      *>             EL FACTOR DE AGUINALDO Y PRIMA VACACIONAL A LA
      *>             ANTIGUEDAD DEL EMPLEADO, TOPADO EN 25 UMAS DE LA
      *>             TABLA FECHADA UMATAB) Y NO EM-SALARIO ENTRE 30;
      *>             SIN UMA VIGENTE EL PASO NO CORRE (RC 16). CADA
      *>             SDI AVISADO QUEDA EN EL MAESTRO SDIMAST (COPY
      *>             SDIREG) CON SU FECHA, Y UN BARRIDO NUEVO GENERA
      *>             EL 07 DE LOS ACTIVOS CUYA ANTIGUEDAD YA LES SUBIO
      *>             LOS DIAS DE VACACIONES DESDE EL ULTIMO AVISO, CON
      *>             SU PROPIA SECCION EN RPTIMSS. LAS 07 DE SALHIST
      *>             LLEVAN AHORA EL RFC DEL MAESTRO.
      *> 2026-10-15  VARIOS REGISTROS PATRONALES (CATALOGO PATRCAT,
      *>             SUBRUTINA PROGCPAT): CADA MOVIMIENTO LLEVA EL
      *>             REGISTRO DEL EMPLEADO (IM-REG-PATRONAL) Y SDIMAST
      *>             GUARDA EL DEL ULTIMO AVISO. UN TRASLADO DEL DIA
      *>             (LINEA TRASLA DE AUDITLOG) QUE CAMBIO AL EMPLEADO
      *>             DE REGISTRO SE AVISA COMO BAJA 02 EN EL ANTERIOR Y
      *>             ALTA 08 EN EL NUEVO. LOS PENDIENTES DEL DIA SALEN
      *>             ADEMAS EN EL ARCHIVO IDSELOT, UN LOTE POR REGISTRO
      *>             CON SU ENCABEZADO H Y SU CIERRE T (CUENTA Y SUMA
      *>             DE SDI), Y RPTIMSS LISTA LA CUENTA DE CADA LOTE.
      *>             IMSSMOV CRECE A 43.
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-AUDIT-STATUS.

           SELECT SDIMAST-FILE    ASSIGN TO "SDIMAST"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS SD-NUMERO
                                   FILE STATUS IS WS-SDIMAST-STATUS.

           SELECT IMSSMOV-FILE    ASSIGN TO "IMSSMOV"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-IMSSMOV-STATUS.
           SELECT RPTIMSS-FILE    ASSIGN TO "RPTIMSS"
                                   ORGANIZATION LINE SEQUENTIAL.

           SELECT IDSELOT-FILE    ASSIGN TO "IDSELOT"
                                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPMAST-FILE.
       FD  AUDITLOG-FILE.
       COPY AUDITREG.

       FD  SDIMAST-FILE.
       COPY SDIREG.

       FD  IMSSMOV-FILE.
       COPY IMSSREG.

       FD  IMSSTMP-FILE.
       01  IMSSTMP-REGISTRO         PIC X(43).

       FD  RPTIMSS-FILE.
       01  RPTIMSS-LINEA            PIC X(80).

       FD  IDSELOT-FILE.
       01  IDSELOT-LINEA            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY RPTHDR.
       COPY CICLOREG.
       COPY PATRTAB.

       01  WS-AREAS.
           05 WS-EMPMAST-STATUS   PIC X(02).
           05 WS-SALHIST-STATUS   PIC X(02).
           05 WS-IMSSMOV-STATUS   PIC X(02).
           05 WS-SDIMAST-STATUS   PIC X(02).
           05 WS-SALHIST-EOF      PIC X(01)      VALUE "N".
               88 SALHIST-EOF                    VALUE "S".
           05 WS-AUDIT-STATUS     PIC X(02).
           05 WS-TOT-ALTAS        PIC 9(05)      VALUE ZERO.
           05 WS-TOT-BAJAS        PIC 9(05)      VALUE ZERO.
           05 WS-TOT-MODSAL       PIC 9(05)      VALUE ZERO.
           05 WS-TOT-ANTIG        PIC 9(05)      VALUE ZERO.
           05 WS-TOT-TRASLADOS    PIC 9(05)      VALUE ZERO.
           05 WS-REG-ACTUAL       PIC X(02).
           05 WS-REG-ANTERIOR     PIC X(02).
           05 WS-REG-POS          PIC 9(02).
           05 WS-REG-LOTE         PIC 9(02).
           05 WS-ENT-POS          PIC 9(02).
           05 WS-INDICE           PIC 9(02).
           05 WS-LOTE-CUENTA      PIC 9(05).
           05 WS-LOTE-SDI         PIC 9(09)V99.
           05 WS-SALARIO-BASE     PIC 9(05)V99.
           05 WS-FECHA-ALTA       PIC 9(08)      VALUE ZERO.
           05 WS-SDI              PIC 9(05)V99.
           05 WS-FACTOR           PIC 9(01)V9(04).
           05 WS-DIAS-VAC         PIC 9(02).
           05 WS-ESTADO-SDI       PIC X(01).
               88 SDI-CALCULADO                  VALUE "S".
               88 SDI-SIN-ARCHIVO                VALUE "N".
           05 WS-SDI-ANTERIOR     PIC 9(05)V99.
           05 WS-DIAS-ANTERIOR    PIC 9(02).
           05 WS-CODIGO-RETORNO   PIC 9(02)      VALUE ZERO.
           05 WS-RC-NUEVO         PIC 9(02).
           05 WS-DESCRIPCION-ERROR PIC X(40).

       01  WS-EDITADOS.
           05 WS-CUENTA-ED        PIC ZZZZ9.
           05 WS-SDI-ED           PIC Z,ZZ9.99.
           05 WS-SDI-ANT-ED       PIC Z,ZZ9.99.
           05 WS-DIAS-ED          PIC Z9.
           05 WS-DIAS-ANT-ED      PIC Z9.
           05 WS-SDI-LOTE-ED      PIC 9(04).99.
           05 WS-SUMA-LOTE-ED     PIC 9(09).99.

       PROCEDURE DIVISION.
       000-RAIZ.
           GOBACK.

      *> MODO G: EXTRAE LOS MOVIMIENTOS APLICADOS HOY Y LOS AGREGA
      *> AL ARCHIVO COMO PENDIENTES, CON EL REPORTE DE CONTROL. AL
      *> FINAL REVISA A LOS ACTIVOS QUE SE DEBEN UN 07 POR
      *> ANTIGUEDAD.
       100-GENERA.
           PERFORM 003-VALIDA-UMA THRU 003-FIN
           IF NOT SDI-CALCULADO
               PERFORM 085-CONTROL-CICLO THRU 085-FIN
               GO TO 100-FIN
           END-IF
           PERFORM 005-ABRE-EMPMAST THRU 005-FIN
           PERFORM 006-ABRE-SDIMAST THRU 006-FIN
           OPEN EXTEND IMSSMOV-FILE
           IF WS-IMSSMOV-STATUS NOT = "00"
               OPEN OUTPUT IMSSMOV-FILE
           END-IF
           OPEN OUTPUT RPTIMSS-FILE
           PERFORM 010-ESCRIBE-ENCABEZADO THRU 010-FIN
           PERFORM 007-CARGA-PATRONES THRU 007-FIN
           MOVE ZEROS TO EM-NUMERO
           START EMPMAST-FILE KEY IS NOT LESS THAN EM-NUMERO
               INVALID KEY
                   UNTIL WS-EMPMAST-STATUS NOT = "00"
           PERFORM 015-ALTAS-DEL-DIA THRU 015-FIN
           PERFORM 030-MODIFICACIONES-SALARIO THRU 030-FIN
           PERFORM 040-REVISA-ANTIGUEDAD THRU 040-FIN
           CLOSE IMSSMOV-FILE
           PERFORM 050-ARMA-LOTES THRU 050-FIN
           PERFORM 090-ESCRIBE-PIE THRU 090-FIN
           CLOSE EMPMAST-FILE
           CLOSE SDIMAST-FILE
           CLOSE RPTIMSS-FILE
           PERFORM 085-CONTROL-CICLO THRU 085-FIN.
       100-FIN.  EXIT.

      *> DEJA EL RENGLON DE ESTE PASO EN EL ARCHIVO DE CONTROL DEL
      *> CICLO, COMO TODOS LOS PASOS DEL CICLO DIARIO.
       085-CONTROL-CICLO.
           MOVE "PROGIMSS" TO CC-PROGRAMA
           COMPUTE CC-ENTRADA = WS-TOT-ALTAS + WS-TOT-BAJAS
                               + WS-TOT-MODSAL + WS-TOT-ANTIG
                               + (WS-TOT-TRASLADOS * 2)
           MOVE CC-ENTRADA TO CC-SALIDA
           MOVE ZERO TO CC-RECHAZADOS
           MOVE WS-CODIGO-RETORNO TO CC-RC
           ACCEPT CC-HORA-FIN FROM TIME
           CALL "PROGCCTL" USING "A" CC-REGISTRO.
       085-FIN.  EXIT.

      *> ANTES DE ABRIR NADA SE PIDE A PROGCSDI UN CALCULO EN CERO A
      *> LA FECHA DE HOY, SOLO PARA SABER SI HAY UMA VIGENTE EN
      *> UMATAB. SIN ELLA NO SE PUEDE TOPAR EL SDI, Y EL PASO SE
      *> DETIENE CON RC 16 EN VEZ DE AVISAR SALARIOS EQUIVOCADOS.
       003-VALIDA-UMA.
           MOVE ZERO TO WS-SALARIO-BASE
           CALL "PROGCSDI" USING WS-FECHA-HOY WS-FECHA-ALTA
                                 WS-SALARIO-BASE WS-SDI WS-FACTOR
                                 WS-DIAS-VAC WS-ESTADO-SDI
           IF SDI-CALCULADO
               GO TO 003-FIN
           END-IF
           IF SDI-SIN-ARCHIVO
               DISPLAY "NO SE PUDO ABRIR UMATAB, SE TERMINA"
               MOVE "IMSS: NO SE PUDO ABRIR UMATAB"
                    TO WS-DESCRIPCION-ERROR
           ELSE
               DISPLAY "SIN UMA VIGENTE AL " WS-FECHA-HOY
                       ", SE TERMINA"
               MOVE "IMSS: SIN UMA VIGENTE"
                    TO WS-DESCRIPCION-ERROR
           END-IF
           MOVE 16 TO WS-RC-NUEVO
           PERFORM 080-ACTUALIZA-RC THRU 080-FIN.
       003-FIN.  EXIT.

      *> ABRE EL MAESTRO DE EMPLEADOS EN INPUT; SI TODAVIA NO EXISTE LO
      *> CREA VACIO Y LO VUELVE A ABRIR.
           END-IF.
       005-FIN.  EXIT.

      *> ABRE EL MAESTRO DE SDI EN I-O; SI TODAVIA NO EXISTE LO CREA
      *> VACIO Y LO VUELVE A ABRIR, IGUAL QUE CON EMPMAST.
       006-ABRE-SDIMAST.
           OPEN I-O SDIMAST-FILE
           IF WS-SDIMAST-STATUS = "35"
               OPEN OUTPUT SDIMAST-FILE
               CLOSE SDIMAST-FILE
               OPEN I-O SDIMAST-FILE
           END-IF.
       006-FIN.  EXIT.

      *> CARGA LOS REGISTROS PATRONALES DEL CATALOGO (PROGCPAT); SIN
      *> CATALOGO HAY UN SOLO REGISTRO 01.
       007-CARGA-PATRONES.
           CALL "PROGCPAT" USING PT-PATRONES
           IF PT-SIN-CATALOGO
               DISPLAY "SIN CATALOGO PATRCAT; TODO VA AL REGISTRO 01"
           END-IF.
       007-FIN.  EXIT.

      *> UBICA EL REGISTRO PATRONAL DEL EMPLEADO LEIDO (ESPACIOS ES EL
      *> 01); UNO QUE NO ESTA EN EL CATALOGO SE AVISA EN EL PRIMER
      *> REGISTRO DE LA TABLA, CON ADVERTENCIA.
       012-UBICA-REGISTRO.
           MOVE EM-REG-PATRONAL TO WS-REG-ACTUAL
           IF WS-REG-ACTUAL = SPACES
               MOVE "01" TO WS-REG-ACTUAL
           END-IF
           MOVE ZERO TO WS-REG-POS
           PERFORM 013-BUSCA-REGISTRO THRU 013-FIN
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE GREATER PT-NUM-REGISTROS
                      OR WS-REG-POS NOT = ZERO
           IF WS-REG-POS = ZERO
               DISPLAY "REGISTRO PATRONAL " WS-REG-ACTUAL
                       " NO CATALOGADO, EMPLEADO " EM-NUMERO
                       "; SE AVISA EN EL " PT-R-CODIGO (1)
               MOVE 1 TO WS-REG-POS
               MOVE PT-R-CODIGO (1) TO WS-REG-ACTUAL
               MOVE 04 TO WS-RC-NUEVO
               MOVE "IMSS: REGISTRO PATRONAL NO CATALOGADO"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
           END-IF.
       012-FIN.  EXIT.

       013-BUSCA-REGISTRO.
           IF PT-R-CODIGO (WS-INDICE) = WS-REG-ACTUAL
               MOVE WS-INDICE TO WS-REG-POS
           END-IF.
       013-FIN.  EXIT.

       010-ESCRIBE-ENCABEZADO.
           MOVE "MOVIMIENTOS IMSS DEL DIA - PROGIMSS" TO RPT-TITULO
           ACCEPT RPT-FECHA FROM DATE
           WRITE RPTIMSS-LINEA.
       010-FIN.  EXIT.

      *> LAS BAJAS DEL DIA SALEN DEL BARRIDO CON CLAVE 02, CON EL
      *> SDI DE EM-SALARIO A HOY. LAS ALTAS NO SE
      *> BUSCAN AQUI: UNA RECONTRATACION CONSERVA SU FECHA DE ALTA
      *> ORIGINAL Y EL BARRIDO POR FECHA NO LA VERIA (VAN POR LA
      *> BITACORA EN 015-ALTAS-DEL-DIA).
       016-FIN.  EXIT.

       017-REVISA-MOVIMIENTO.
           IF AUD-FECHA = WS-FECHA-HOY
              AND AUD-TRANSACCION = "TRASLA"
               MOVE AUD-NUMERO TO EM-NUMERO
               READ EMPMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EM-ACTIVO
                           PERFORM 018-CAMBIO-REGISTRO THRU 018-FIN
                       END-IF
               END-READ
           END-IF
           IF AUD-FECHA = WS-FECHA-HOY
              AND (AUD-TRANSACCION = "ALTA  "
                   OR AUD-TRANSACCION = "RECONT"
           PERFORM 016-LEE-BITACORA THRU 016-FIN.
       017-FIN.  EXIT.

      *> TRASLADO DEL DIA: SI EL REGISTRO PATRONAL DEL MAESTRO YA NO ES
      *> EL DEL ULTIMO AVISO EN SDIMAST, EL EMPLEADO CAMBIO DE PATRON
      *> ANTE EL IMSS: BAJA 02 EN EL REGISTRO ANTERIOR Y ALTA 08 EN EL
      *> NUEVO, AMBAS CON FECHA DE HOY. SIN AVISO PREVIO (O SIN
      *> REGISTRO GUARDADO) NO HAY CONTRA QUE COMPARAR.
       018-CAMBIO-REGISTRO.
           PERFORM 012-UBICA-REGISTRO THRU 012-FIN
           MOVE EM-NUMERO TO SD-NUMERO
           READ SDIMAST-FILE
               INVALID KEY
                   GO TO 018-FIN
           END-READ
           IF SD-REG-PATRONAL = SPACES
              OR SD-REG-PATRONAL = WS-REG-ACTUAL
               GO TO 018-FIN
           END-IF
           MOVE SD-REG-PATRONAL TO WS-REG-ANTERIOR
           MOVE EM-SALARIO TO WS-SALARIO-BASE
           PERFORM 027-CALCULA-SDI THRU 027-FIN
           SET IM-PENDIENTE TO TRUE
           MOVE "02" TO IM-TIPO
           MOVE EM-NUMERO TO IM-NUMERO
           MOVE EM-RFC TO IM-RFC
           MOVE WS-FECHA-HOY TO IM-FECHA
           MOVE WS-SDI TO IM-SALARIO-DIARIO
           MOVE WS-REG-ANTERIOR TO IM-REG-PATRONAL
           WRITE IM-REGISTRO
           MOVE "08" TO IM-TIPO
           PERFORM 025-ESCRIBE-MOVIMIENTO THRU 025-FIN
           ADD 1 TO WS-TOT-TRASLADOS
           MOVE SPACES TO RPTIMSS-LINEA
           STRING "TRASLADO DE REGISTRO PATRONAL: "
                                        DELIMITED BY SIZE
                  EM-NUMERO             DELIMITED BY SIZE
                  " DEL "               DELIMITED BY SIZE
                  WS-REG-ANTERIOR       DELIMITED BY SIZE
                  " AL "                DELIMITED BY SIZE
                  WS-REG-ACTUAL         DELIMITED BY SIZE
                  " (02 Y 08)"          DELIMITED BY SIZE
                  INTO RPTIMSS-LINEA
           WRITE RPTIMSS-LINEA.
       018-FIN.  EXIT.

      *> ESCRIBE EL MOVIMIENTO DEL EMPLEADO LEIDO DEL MAESTRO CON EL
      *> SDI DE SU EM-SALARIO, Y LO DEJA COMO AVISADO EN SDIMAST.
       025-ESCRIBE-MOVIMIENTO.
           MOVE EM-SALARIO TO WS-SALARIO-BASE
           PERFORM 027-CALCULA-SDI THRU 027-FIN
           PERFORM 012-UBICA-REGISTRO THRU 012-FIN
           MOVE WS-REG-ACTUAL TO IM-REG-PATRONAL
           SET IM-PENDIENTE TO TRUE
           MOVE EM-NUMERO TO IM-NUMERO
           MOVE EM-RFC    TO IM-RFC
           MOVE WS-FECHA-HOY TO IM-FECHA
           MOVE WS-SDI    TO IM-SALARIO-DIARIO
           WRITE IM-REGISTRO
           PERFORM 028-REGISTRA-SDI THRU 028-FIN.
       025-FIN.  EXIT.

      *> SDI A HOY DE WS-SALARIO-BASE CON LA ANTIGUEDAD DEL EMPLEADO
      *> LEIDO DEL MAESTRO.
       027-CALCULA-SDI.
           CALL "PROGCSDI" USING WS-FECHA-HOY EM-FECHA-ALTA
                                 WS-SALARIO-BASE WS-SDI WS-FACTOR
                                 WS-DIAS-VAC WS-ESTADO-SDI.
       027-FIN.  EXIT.

      *> DEJA EN SDIMAST EL SDI QUE SE ACABA DE AVISAR, CON LA FECHA
      *> DEL MOVIMIENTO Y LOS DIAS DE VACACIONES CON QUE SE INTEGRO.
      *> EL EMPLEADO SIN REGISTRO LO ESTRENA.
       028-REGISTRA-SDI.
           MOVE IM-NUMERO TO SD-NUMERO
           READ SDIMAST-FILE
               INVALID KEY
                   MOVE IM-NUMERO TO SD-NUMERO
                   MOVE ZERO TO SD-SDI-ACTUAL
                   MOVE ZERO TO SD-FECHA-CALCULO
                   MOVE ZERO TO SD-SDI-REPORTADO
                   MOVE ZERO TO SD-FECHA-REPORTE
                   MOVE ZERO TO SD-DIAS-VAC-REPORTE
                   MOVE SPACES TO SD-REG-PATRONAL
                   WRITE SD-REGISTRO
           END-READ
           MOVE WS-SDI       TO SD-SDI-ACTUAL
           MOVE WS-FECHA-HOY TO SD-FECHA-CALCULO
           MOVE WS-SDI       TO SD-SDI-REPORTADO
           MOVE IM-FECHA     TO SD-FECHA-REPORTE
           MOVE WS-DIAS-VAC  TO SD-DIAS-VAC-REPORTE
           MOVE IM-REG-PATRONAL TO SD-REG-PATRONAL
           REWRITE SD-REGISTRO
           IF WS-SDIMAST-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ACTUALIZAR SDIMAST DE: " IM-NUMERO
               MOVE 04 TO WS-RC-NUEVO
               MOVE "IMSS: FALLO LA ACTUALIZACION DE SDIMAST"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
           END-IF.
       028-FIN.  EXIT.

      *> LAS MODIFICACIONES DE SALARIO DEL DIA SALEN DE LAS LINEAS
      *> DE SALHIST FECHADAS HOY, CON CLAVE 07 Y EL SDI DEL SALARIO
      *> NUEVO A LA ANTIGUEDAD DEL EMPLEADO (UN NUMERO QUE YA NO
      *> EXISTE EN EL MAESTRO SE OMITE, COMO EN LAS ALTAS).
       030-MODIFICACIONES-SALARIO.
           OPEN INPUT SALHIST-FILE
           IF WS-SALHIST-STATUS NOT = "00"
       032-FIN.  EXIT.

       034-REVISA-CAMBIO.
           IF SH-FECHA NOT = WS-FECHA-HOY
               GO TO 034-SIGUIENTE
           END-IF
           MOVE SH-NUMERO TO EM-NUMERO
           READ EMPMAST-FILE
               INVALID KEY
                   GO TO 034-SIGUIENTE
           END-READ
           MOVE SH-SALARIO-NUEVO TO WS-SALARIO-BASE
           PERFORM 027-CALCULA-SDI THRU 027-FIN
           PERFORM 012-UBICA-REGISTRO THRU 012-FIN
           SET IM-PENDIENTE TO TRUE
           MOVE "07" TO IM-TIPO
           MOVE WS-REG-ACTUAL TO IM-REG-PATRONAL
           MOVE SH-NUMERO TO IM-NUMERO
           MOVE EM-RFC TO IM-RFC
           MOVE SH-FECHA TO IM-FECHA
           MOVE WS-SDI TO IM-SALARIO-DIARIO
           WRITE IM-REGISTRO
           PERFORM 028-REGISTRA-SDI THRU 028-FIN
           ADD 1 TO WS-TOT-MODSAL.
       034-SIGUIENTE.
           PERFORM 032-LEE-HISTORIAL THRU 032-FIN.
       034-FIN.  EXIT.

      *> SEGUNDO BARRIDO DEL MAESTRO: A CADA ACTIVO SE LE RECALCULA
      *> EL SDI A HOY Y SE DEJA EN SDIMAST COMO SDI ACTUAL. SI SUS
      *> DIAS DE VACACIONES YA NO SON LOS DEL ULTIMO AVISO (CUMPLIO
      *> UN ANIO QUE SUBE LA TABLA), O NUNCA SE LE HA AVISADO UN SDI,
      *> SE LE DEBE UN 07: SE GENERA PENDIENTE Y SE LISTA. A QUIEN YA
      *> SE LE AVISO HOY UN 08 O 07 LE COINCIDEN LOS DIAS Y NO SE
      *> DUPLICA.
       040-REVISA-ANTIGUEDAD.
           MOVE SPACES TO RPTIMSS-LINEA
           WRITE RPTIMSS-LINEA
           MOVE "MODIFICACIONES 07 POR ANTIGUEDAD (DIAS DE VACACIONES)"
                TO RPTIMSS-LINEA
           WRITE RPTIMSS-LINEA
           MOVE ZEROS TO EM-NUMERO
           START EMPMAST-FILE KEY IS NOT LESS THAN EM-NUMERO
               INVALID KEY
                   MOVE "10" TO WS-EMPMAST-STATUS
           END-START
           PERFORM 042-REVISA-SDI THRU 042-FIN
                   UNTIL WS-EMPMAST-STATUS NOT = "00".
       040-FIN.  EXIT.

       042-REVISA-SDI.
           READ EMPMAST-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-EMPMAST-STATUS
                   GO TO 042-FIN
           END-READ
           IF NOT EM-ACTIVO
               GO TO 042-FIN
           END-IF
           MOVE EM-SALARIO TO WS-SALARIO-BASE
           PERFORM 027-CALCULA-SDI THRU 027-FIN
           PERFORM 012-UBICA-REGISTRO THRU 012-FIN
           MOVE ZERO TO WS-SDI-ANTERIOR
           MOVE ZERO TO WS-DIAS-ANTERIOR
           MOVE EM-NUMERO TO SD-NUMERO
           READ SDIMAST-FILE
               INVALID KEY
                   GO TO 042-GENERA-07
           END-READ
           IF SD-DIAS-VAC-REPORTE NOT = WS-DIAS-VAC
               MOVE SD-SDI-REPORTADO TO WS-SDI-ANTERIOR
               MOVE SD-DIAS-VAC-REPORTE TO WS-DIAS-ANTERIOR
               GO TO 042-GENERA-07
           END-IF
           MOVE WS-SDI       TO SD-SDI-ACTUAL
           MOVE WS-FECHA-HOY TO SD-FECHA-CALCULO
           IF SD-REG-PATRONAL = SPACES
               MOVE WS-REG-ACTUAL TO SD-REG-PATRONAL
           END-IF
           REWRITE SD-REGISTRO
           GO TO 042-FIN.
       042-GENERA-07.
           SET IM-PENDIENTE TO TRUE
           MOVE "07" TO IM-TIPO
           MOVE WS-REG-ACTUAL TO IM-REG-PATRONAL
           MOVE EM-NUMERO TO IM-NUMERO
           MOVE EM-RFC TO IM-RFC
           MOVE WS-FECHA-HOY TO IM-FECHA
           MOVE WS-SDI TO IM-SALARIO-DIARIO
           WRITE IM-REGISTRO
           PERFORM 028-REGISTRA-SDI THRU 028-FIN
           ADD 1 TO WS-TOT-ANTIG
           PERFORM 045-IMPRIME-ANTIGUEDAD THRU 045-FIN.
       042-FIN.  EXIT.

      *> RENGLON DEL EMPLEADO CON 07 POR ANTIGUEDAD: DIAS DE
      *> VACACIONES Y SDI DEL ULTIMO AVISO CONTRA LOS DE HOY (EN
      *> CERO SI NUNCA SE LE HABIA AVISADO UN SDI).
       045-IMPRIME-ANTIGUEDAD.
           MOVE WS-DIAS-ANTERIOR TO WS-DIAS-ANT-ED
           MOVE WS-DIAS-VAC      TO WS-DIAS-ED
           MOVE WS-SDI-ANTERIOR  TO WS-SDI-ANT-ED
           MOVE WS-SDI           TO WS-SDI-ED
           MOVE SPACES TO RPTIMSS-LINEA
           STRING "  "             DELIMITED BY SIZE
                  EM-NUMERO        DELIMITED BY SIZE
                  "  DIAS VAC: "   DELIMITED BY SIZE
                  WS-DIAS-ANT-ED   DELIMITED BY SIZE
                  " A "            DELIMITED BY SIZE
                  WS-DIAS-ED       DELIMITED BY SIZE
                  "  SDI: "        DELIMITED BY SIZE
                  WS-SDI-ANT-ED    DELIMITED BY SIZE
                  " A "            DELIMITED BY SIZE
                  WS-SDI-ED        DELIMITED BY SIZE
                  INTO RPTIMSS-LINEA
           WRITE RPTIMSS-LINEA.
       045-FIN.  EXIT.

      *> ARCHIVO IDSELOT: LOS MOVIMIENTOS PENDIENTES DE HOY EN UN LOTE
      *> POR REGISTRO PATRONAL, EN EL ORDEN DE LA TABLA. CADA LOTE
      *> LLEVA SU ENCABEZADO H (FECHA, REGISTRO, NUMERO DEL IMSS Y RFC
      *> DE LA ENTIDAD), UN RENGLON D POR MOVIMIENTO Y SU CIERRE T CON
      *> LA CUENTA Y LA SUMA DE LOS SDI; UN REGISTRO SIN MOVIMIENTOS
      *> SALE CON SU H Y SU T EN CEROS. SE RELEE IMSSMOV UNA VEZ POR
      *> REGISTRO.
       050-ARMA-LOTES.
           OPEN OUTPUT IDSELOT-FILE
           MOVE SPACES TO RPTIMSS-LINEA
           WRITE RPTIMSS-LINEA
           MOVE "LOTES IDSE POR REGISTRO PATRONAL (IDSELOT)"
                TO RPTIMSS-LINEA
           WRITE RPTIMSS-LINEA
           PERFORM 052-LOTE-REGISTRO THRU 052-FIN
                   VARYING WS-REG-LOTE FROM 1 BY 1
                   UNTIL WS-REG-LOTE GREATER PT-NUM-REGISTROS
           CLOSE IDSELOT-FILE.
       050-FIN.  EXIT.

       052-LOTE-REGISTRO.
           MOVE ZERO TO WS-LOTE-CUENTA
           MOVE ZERO TO WS-LOTE-SDI
           MOVE PT-R-ENT-POS (WS-REG-LOTE) TO WS-ENT-POS
           MOVE SPACES TO IDSELOT-LINEA
           STRING "H,"                       DELIMITED BY SIZE
                  WS-FECHA-HOY               DELIMITED BY SIZE
                  ","                        DELIMITED BY SIZE
                  PT-R-CODIGO (WS-REG-LOTE)  DELIMITED BY SIZE
                  ","                        DELIMITED BY SIZE
                  PT-R-REGISTRO-IMSS (WS-REG-LOTE)
                                             DELIMITED BY SIZE
                  ","                        DELIMITED BY SIZE
                  PT-E-RFC (WS-ENT-POS)      DELIMITED BY SIZE
                  INTO IDSELOT-LINEA
           WRITE IDSELOT-LINEA
           MOVE "N" TO WS-IMSSMOV-EOF
           OPEN INPUT IMSSMOV-FILE
           IF WS-IMSSMOV-STATUS NOT = "00"
               GO TO 052-CIERRE
           END-IF
           PERFORM 210-LEE-MOVIMIENTO THRU 210-FIN
           PERFORM 054-DETALLE-LOTE THRU 054-FIN
                   UNTIL IMSSMOV-EOF
           CLOSE IMSSMOV-FILE.
       052-CIERRE.
           MOVE WS-LOTE-SDI TO WS-SUMA-LOTE-ED
           MOVE SPACES TO IDSELOT-LINEA
           STRING "T,"                       DELIMITED BY SIZE
                  WS-LOTE-CUENTA             DELIMITED BY SIZE
                  ","                        DELIMITED BY SIZE
                  WS-SUMA-LOTE-ED            DELIMITED BY SIZE
                  INTO IDSELOT-LINEA
           WRITE IDSELOT-LINEA
           MOVE WS-LOTE-CUENTA TO WS-CUENTA-ED
           MOVE SPACES TO RPTIMSS-LINEA
           STRING "  REGISTRO "              DELIMITED BY SIZE
                  PT-R-CODIGO (WS-REG-LOTE)  DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  PT-R-REGISTRO-IMSS (WS-REG-LOTE)
                                             DELIMITED BY SIZE
                  "  ENTIDAD "               DELIMITED BY SIZE
                  PT-E-ENTIDAD (WS-ENT-POS)  DELIMITED BY SIZE
                  "  MOVIMIENTOS: "          DELIMITED BY SIZE
                  WS-CUENTA-ED               DELIMITED BY SIZE
                  INTO RPTIMSS-LINEA
           WRITE RPTIMSS-LINEA.
       052-FIN.  EXIT.

       054-DETALLE-LOTE.
           IF IM-PENDIENTE
              AND IM-FECHA = WS-FECHA-HOY
              AND IM-REG-PATRONAL = PT-R-CODIGO (WS-REG-LOTE)
               MOVE IM-SALARIO-DIARIO TO WS-SDI-LOTE-ED
               MOVE SPACES TO IDSELOT-LINEA
               STRING "D,"              DELIMITED BY SIZE
                      IM-TIPO           DELIMITED BY SIZE
                      ","               DELIMITED BY SIZE
                      IM-NUMERO         DELIMITED BY SIZE
                      ","               DELIMITED BY SIZE
                      IM-RFC            DELIMITED BY SIZE
                      ","               DELIMITED BY SIZE
                      IM-FECHA          DELIMITED BY SIZE
                      ","               DELIMITED BY SIZE
                      WS-SDI-LOTE-ED    DELIMITED BY SIZE
                      INTO IDSELOT-LINEA
               WRITE IDSELOT-LINEA
               ADD 1 TO WS-LOTE-CUENTA
               ADD IM-SALARIO-DIARIO TO WS-LOTE-SDI
           END-IF
           PERFORM 210-LEE-MOVIMIENTO THRU 210-FIN.
       054-FIN.  EXIT.

      *> MODO C: MARCA COMO CONFIRMADO EL MOVIMIENTO PENDIENTE QUE
      *> EL IMSS YA ACUSO. EL ARCHIVO SE COPIA RENGLON POR RENGLON
      *> AL TEMPORAL IMSSTMP VOLTEANDO SOLO EL RENGLON QUE COINCIDE
           STRING "MOD DE SALARIO (07):   " DELIMITED BY SIZE
                  WS-CUENTA-ED               DELIMITED BY SIZE
                  INTO RPTIMSS-LINEA
           WRITE RPTIMSS-LINEA
           MOVE WS-TOT-ANTIG TO WS-CUENTA-ED
           MOVE SPACES TO RPTIMSS-LINEA
           STRING "MOD POR ANTIGUEDAD (07):" DELIMITED BY SIZE
                  WS-CUENTA-ED               DELIMITED BY SIZE
                  INTO RPTIMSS-LINEA
           WRITE RPTIMSS-LINEA
           MOVE WS-TOT-TRASLADOS TO WS-CUENTA-ED
           MOVE SPACES TO RPTIMSS-LINEA
           STRING "TRASLADOS DE REGISTRO:  " DELIMITED BY SIZE
                  WS-CUENTA-ED               DELIMITED BY SIZE
                  INTO RPTIMSS-LINEA
           WRITE RPTIMSS-LINEA.
       090-FIN.  EXIT.
