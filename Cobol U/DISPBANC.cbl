      *> REPORTE Y EL PASO TERMINA CON RC 08, PARA QUE NADIE SE
      *> QUEDE SIN PAGO EN SILENCIO. LA HOJA DE CALCULO PARALELA QUE
      *> SE DESFASABA DEL MAESTRO QUEDA JUBILADA.
      *> ------------------------------------------------------
      *> MODIFICACIONES:
      *> 2026-10-15  DESPUES DE LOS NETOS SE DISPERSAN LAS PENSIONES
      *>             ALIMENTICIAS QUE PROGNOMI RETUVO EN LA CORRIDA
      *>             (PENSDIS, COPY PDISREG): UN RENGLON POR ORDEN A
      *>             LA CLABE DEL BENEFICIARIO, CON EL NUMERO DEL
      *>             EMPLEADO Y EL NOMBRE DEL BENEFICIARIO, DENTRO
      *>             DEL MISMO TRAILER. UNA CLABE INVALIDA SE RECHAZA
      *>             CON RC 08, IGUAL QUE LA DE UN EMPLEADO.
      *> 2026-10-15  CADA RENGLON QUE SALE EN DISPERS SE DA DE ALTA
      *>             COMO ENVIADO EN EL MAESTRO DE PAGOS DISPERSADOS
      *>             (PAGBANC, VIA PROGPAGB) CON LA FECHA Y SU NUMERO
      *>             DE RENGLON, PARA QUE LA RESPUESTA DEL BANCO
      *>             (PROGDEVB) LO MARQUE PAGADO O RECHAZADO.
      *> 2026-10-15  GRUPOS DE PAGO: EL REPORTE ABRE CON LOS GRUPOS
      *>             CUYO PERIODO CIERRA HOY (SUBRUTINA PROGGPER) Y
      *>             SOLO SE DISPERSAN LOS NETOS DE EMPLEADOS DE ESOS
      *>             GRUPOS; UN NETO DE OTRO GRUPO (NOMINET VIEJO O
      *>             REPETIDO) SE REPORTA SIN DISPERSAR, CON RC 04.
      *>             SIN CALENDARIO PERCAL TODOS SE PAGAN COMO ANTES.
      *> 2026-10-15  UN LOTE POR ENTIDAD PATRONAL (CATALOGO PATRCAT VIA
      *>             PROGCPAT; LA ENTIDAD SALE DEL REGISTRO PATRONAL
      *>             DEL EMPLEADO): DISPERS LLEVA POR CADA ENTIDAD UN
      *>             ENCABEZADO H (ENTIDAD, RFC, RAZON SOCIAL Y FECHA),
      *>             SUS NETOS Y PENSIONES Y SU PROPIO TRAILER T. SE
      *>             RELEEN NOMINET Y PENSDIS UNA VEZ POR ENTIDAD. UN
      *>             EMPLEADO QUE NO ESTA EN EL MAESTRO O CUYO
      *>             REGISTRO NO ESTA CATALOGADO VA EN LA PRIMERA
      *>             ENTIDAD. EL RENGLON DE PAGBANC SIGUE NUMERADO EN
      *>             TODA LA CORRIDA.
      *> 2026-10-15  RETENCIONES DE LA REVISION DE VARIACIONES
      *>             (PROGVARN, NOMRETEN, COPY RETNREG): EL NETO DE UN
      *>             EMPLEADO RETENIDO EN LA CORRIDA DE HOY NO SE
      *>             DISPERSA Y SE REPORTA; UNA RETENCION DE UNA
      *>             CORRIDA ANTERIOR QUE EL OPERADOR LIBERO SE
      *>             DISPERSA AL FINAL DE LOS NETOS DE SU ENTIDAD CON
      *>             EL NETO RETENIDO, SIN IMPORTAR SI SU GRUPO CIERRA
      *>             HOY. SIN NOMRETEN NO HAY RETENCIONES.
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-NOMINET-STATUS.

           SELECT PENSDIS-FILE    ASSIGN TO "PENSDIS"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-PENSDIS-STATUS.

           SELECT NOMRETEN-FILE   ASSIGN TO "NOMRETEN"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-NOMRETEN-STATUS.

           SELECT DISPERS-FILE    ASSIGN TO "DISPERS"
                                   ORGANIZATION LINE SEQUENTIAL.

       FD  NOMINET-FILE.
       COPY NETREG.

       FD  PENSDIS-FILE.
       COPY PDISREG.

       FD  NOMRETEN-FILE.
       COPY RETNREG.

       FD  DISPERS-FILE.
       01  DISPERS-REGISTRO.
           05 DI-MARCA              PIC X(01).
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

       FD  RPTBANC-FILE.
       01  RPTBANC-LINEA            PIC X(80).
       WORKING-STORAGE SECTION.
       COPY RPTHDR.
       COPY CICLOREG.
       COPY PAGBREG.
       COPY GRUPTAB.
       COPY PATRTAB.

      *> LAS RETENCIONES DE LA REVISION DE VARIACIONES: LAS DE HOY
      *> SIN LIBERAR NO SE DISPERSAN; LAS DE CORRIDAS ANTERIORES YA
      *> LIBERADAS SE DISPERSAN CON SU NETO.
       01  WS-TABLA-RETENCIONES.
           05 WS-RT-RENGLON OCCURS 500 TIMES.
              10 WS-RT-NUMERO       PIC 9(05).
              10 WS-RT-FECHA        PIC 9(08).
              10 WS-RT-NETO         PIC 9(05)V99.
              10 WS-RT-ESTADO       PIC X(01).
                  88 WS-RT-RETENIDO              VALUE "R".
                  88 WS-RT-LIBERADO              VALUE "L".

       01  WS-AREAS.
           05 WS-EMPMAST-STATUS   PIC X(02).
           05 WS-NOMINET-STATUS   PIC X(02).
           05 WS-NOMINET-EOF      PIC X(01)      VALUE "N".
               88 NOMINET-EOF                    VALUE "S".
           05 WS-PENSDIS-STATUS   PIC X(02).
           05 WS-PENSDIS-EOF      PIC X(01)      VALUE "N".
               88 PENSDIS-EOF                    VALUE "S".
           05 WS-TOT-PENSIONES    PIC 9(05)      VALUE ZERO.
           05 WS-NOMRETEN-STATUS  PIC X(02).
           05 WS-NOMRETEN-EOF     PIC X(01)      VALUE "N".
               88 NOMRETEN-EOF                   VALUE "S".
           05 WS-NUM-RETENCIONES  PIC 9(03)      VALUE ZERO.
           05 WS-RT-INDICE        PIC 9(03).
           05 WS-RT-BUSCA         PIC 9(03).
           05 WS-RT-POS           PIC 9(03).
           05 WS-TOT-RETENIDOS    PIC 9(05)      VALUE ZERO.
           05 WS-TOT-LIBERADOS    PIC 9(05)      VALUE ZERO.
           05 WS-PAGO-NUMERO      PIC 9(05).
           05 WS-PAGO-NETO        PIC 9(07)V99.
           05 WS-PAGO-FECHA       PIC 9(08).
           05 WS-PAGO-LIBERADO    PIC X(01).
               88 PAGO-LIBERADO                  VALUE "S".
           05 WS-FECHA-CORRIDA    PIC 9(08).
           05 WS-CLABE-VALIDA     PIC X(01).
               88 CLABE-VALIDA                   VALUE "S".
           05 WS-TOT-DISPERSADOS  PIC 9(05)      VALUE ZERO.
           05 WS-TOT-RECHAZADOS   PIC 9(05)      VALUE ZERO.
           05 WS-TOT-FUERA-GRUPO  PIC 9(05)      VALUE ZERO.
           05 WS-GRUPO-POS        PIC 9(01).
           05 WS-GRUPO-INDICE     PIC 9(01).
           05 WS-TOT-IMPORTE      PIC 9(10)V99   VALUE ZERO.
           05 WS-ENT-LOTE         PIC 9(02).
           05 WS-ENT-POS          PIC 9(02).
           05 WS-INDICE           PIC 9(02).
           05 WS-REG-ACTUAL       PIC X(02).
           05 WS-REG-DESCONOCIDO  PIC X(01).
               88 REG-DESCONOCIDO                VALUE "S".
           05 WS-LOTE-CUENTA      PIC 9(05).
           05 WS-LOTE-IMPORTE     PIC 9(10)V99.
           05 WS-CODIGO-RETORNO   PIC 9(02)      VALUE ZERO.
           05 WS-RC-NUEVO         PIC 9(02).
           05 WS-DESCRIPCION-ERROR PIC X(40).
               GOBACK
           END-IF
           PERFORM 005-ABRE-EMPMAST THRU 005-FIN
           ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD
           CALL "PROGGPER" USING WS-FECHA-CORRIDA GP-GRUPOS
           CLOSE NOMINET-FILE
           PERFORM 007-CARGA-RETENCIONES THRU 007-FIN
           CALL "PROGCPAT" USING PT-PATRONES
           OPEN OUTPUT DISPERS-FILE
           OPEN OUTPUT RPTBANC-FILE
           PERFORM 010-ESCRIBE-ENCABEZADO THRU 010-FIN
           PERFORM 016-LOTE-ENTIDAD THRU 016-FIN
                   VARYING WS-ENT-LOTE FROM 1 BY 1
                   UNTIL WS-ENT-LOTE GREATER PT-NUM-ENTIDADES
           PERFORM 090-ESCRIBE-PIE THRU 090-FIN
           CLOSE EMPMAST-FILE
           CLOSE DISPERS-FILE
           CLOSE RPTBANC-FILE
           END-IF.
       005-FIN.  EXIT.

      *> CARGA LAS RETENCIONES QUE DEJO PROGVARN. SIN ARCHIVO NADIE
      *> ESTA RETENIDO.
       007-CARGA-RETENCIONES.
           OPEN INPUT NOMRETEN-FILE
           IF WS-NOMRETEN-STATUS NOT = "00"
               DISPLAY "SIN REGISTRO DE RETENCIONES NOMRETEN"
               GO TO 007-FIN
           END-IF
           PERFORM 008-LEE-RETENCION THRU 008-FIN
           PERFORM 009-GUARDA-RETENCION THRU 009-FIN
                   UNTIL NOMRETEN-EOF
           CLOSE NOMRETEN-FILE.
       007-FIN.  EXIT.

       008-LEE-RETENCION.
           READ NOMRETEN-FILE
               AT END
                   SET NOMRETEN-EOF TO TRUE
           END-READ.
       008-FIN.  EXIT.

       009-GUARDA-RETENCION.
           IF WS-NUM-RETENCIONES LESS 500
               ADD 1 TO WS-NUM-RETENCIONES
               MOVE RT-NUMERO TO WS-RT-NUMERO (WS-NUM-RETENCIONES)
               MOVE RT-FECHA  TO WS-RT-FECHA (WS-NUM-RETENCIONES)
               MOVE RT-NETO   TO WS-RT-NETO (WS-NUM-RETENCIONES)
               MOVE RT-ESTADO TO WS-RT-ESTADO (WS-NUM-RETENCIONES)
           END-IF
           PERFORM 008-LEE-RETENCION THRU 008-FIN.
       009-FIN.  EXIT.

       010-ESCRIBE-ENCABEZADO.
           MOVE "DISPERSION BANCARIA - PROGBANC" TO RPT-TITULO
           ACCEPT RPT-FECHA FROM DATE
           MOVE RPT-ENCABEZADO TO RPTBANC-LINEA
           WRITE RPTBANC-LINEA
           MOVE SPACES TO RPTBANC-LINEA
           WRITE RPTBANC-LINEA
           IF GP-SIN-CALENDARIO
               MOVE "SIN CALENDARIO PERCAL: TODOS COMO MENSUALES"
                    TO RPTBANC-LINEA
               WRITE RPTBANC-LINEA
           ELSE
               IF GP-NUM-CIERRAN = ZERO
                   MOVE "NINGUN GRUPO DE PAGO CIERRA PERIODO HOY"
                        TO RPTBANC-LINEA
                   WRITE RPTBANC-LINEA
               ELSE
                   PERFORM 012-IMPRIME-GRUPO THRU 012-FIN
                           VARYING WS-GRUPO-INDICE FROM 1 BY 1
                           UNTIL WS-GRUPO-INDICE GREATER 3
               END-IF
           END-IF
           MOVE SPACES TO RPTBANC-LINEA
           WRITE RPTBANC-LINEA.
       010-FIN.  EXIT.

       012-IMPRIME-GRUPO.
           IF NOT GP-CIERRA-HOY (WS-GRUPO-INDICE)
               GO TO 012-FIN
           END-IF
           MOVE SPACES TO RPTBANC-LINEA
           STRING "GRUPO DE PAGO "            DELIMITED BY SIZE
                  GP-NOMBRE (WS-GRUPO-INDICE) DELIMITED BY SIZE
                  " PERIODO "                 DELIMITED BY SIZE
                  GP-PERIODO (WS-GRUPO-INDICE) DELIMITED BY SIZE
                  " DEL "                     DELIMITED BY SIZE
                  GP-INICIO (WS-GRUPO-INDICE) DELIMITED BY SIZE
                  " AL "                      DELIMITED BY SIZE
                  GP-FIN (WS-GRUPO-INDICE)    DELIMITED BY SIZE
                  INTO RPTBANC-LINEA
           WRITE RPTBANC-LINEA.
       012-FIN.  EXIT.

       015-LEE-NETO.
           READ NOMINET-FILE
               AT END
           END-READ.
       015-FIN.  EXIT.

      *> EL LOTE DE UNA ENTIDAD: SU ENCABEZADO H, LOS NETOS Y LAS
      *> PENSIONES DE SUS EMPLEADOS Y SU TRAILER T.
       016-LOTE-ENTIDAD.
           MOVE ZERO TO WS-LOTE-CUENTA
           MOVE ZERO TO WS-LOTE-IMPORTE
           MOVE SPACES TO DISPERS-ENCABEZADO
           MOVE "H" TO DH-MARCA
           MOVE PT-E-ENTIDAD (WS-ENT-LOTE) TO DH-ENTIDAD
           MOVE PT-E-RFC (WS-ENT-LOTE)     TO DH-RFC
           MOVE PT-E-RAZON (WS-ENT-LOTE)   TO DH-RAZON
           MOVE WS-FECHA-CORRIDA           TO DH-FECHA
           WRITE DISPERS-ENCABEZADO
           MOVE SPACES TO RPTBANC-LINEA
           STRING "ENTIDAD "                 DELIMITED BY SIZE
                  PT-E-ENTIDAD (WS-ENT-LOTE) DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  PT-E-RAZON (WS-ENT-LOTE)   DELIMITED BY SIZE
                  INTO RPTBANC-LINEA
           WRITE RPTBANC-LINEA
           MOVE "N" TO WS-NOMINET-EOF
           OPEN INPUT NOMINET-FILE
           PERFORM 015-LEE-NETO THRU 015-FIN
           PERFORM 020-DISPERSA-EMPLEADO THRU 020-FIN
                   UNTIL NOMINET-EOF
           CLOSE NOMINET-FILE
           PERFORM 026-DISPERSA-LIBERADO THRU 026-FIN
                   VARYING WS-RT-INDICE FROM 1 BY 1
                   UNTIL WS-RT-INDICE GREATER WS-NUM-RETENCIONES
           PERFORM 040-DISPERSA-PENSIONES THRU 040-FIN
           PERFORM 060-ESCRIBE-TRAILER THRU 060-FIN
           MOVE WS-LOTE-CUENTA TO WS-CUENTA-ED
           MOVE WS-LOTE-IMPORTE TO WS-TOTAL-ED
           MOVE SPACES TO RPTBANC-LINEA
           STRING "  LOTE DE LA ENTIDAD: "  DELIMITED BY SIZE
                  WS-CUENTA-ED              DELIMITED BY SIZE
                  "  IMPORTE: "             DELIMITED BY SIZE
                  WS-TOTAL-ED               DELIMITED BY SIZE
                  INTO RPTBANC-LINEA
           WRITE RPTBANC-LINEA
           MOVE SPACES TO RPTBANC-LINEA
           WRITE RPTBANC-LINEA.
       016-FIN.  EXIT.

      *> POSICION DE LA ENTIDAD DEL EMPLEADO LEIDO SEGUN SU REGISTRO
      *> PATRONAL (ESPACIOS ES EL 01); UN REGISTRO FUERA DEL CATALOGO
      *> VA A LA PRIMERA ENTIDAD Y SE MARCA PARA ADVERTIRLO.
       017-UBICA-ENTIDAD.
           MOVE "N" TO WS-REG-DESCONOCIDO
           MOVE EM-REG-PATRONAL TO WS-REG-ACTUAL
           IF WS-REG-ACTUAL = SPACES
               MOVE "01" TO WS-REG-ACTUAL
           END-IF
           MOVE ZERO TO WS-ENT-POS
           PERFORM 018-BUSCA-REGISTRO THRU 018-FIN
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE GREATER PT-NUM-REGISTROS
                      OR WS-ENT-POS NOT = ZERO
           IF WS-ENT-POS = ZERO
               MOVE 1 TO WS-ENT-POS
               SET REG-DESCONOCIDO TO TRUE
           END-IF.
       017-FIN.  EXIT.

       018-BUSCA-REGISTRO.
           IF PT-R-CODIGO (WS-INDICE) = WS-REG-ACTUAL
               MOVE PT-R-ENT-POS (WS-INDICE) TO WS-ENT-POS
           END-IF.
       018-FIN.  EXIT.

       019-ADVIERTE-REGISTRO.
           DISPLAY "REGISTRO PATRONAL " WS-REG-ACTUAL
                   " NO CATALOGADO, EMPLEADO " EM-NUMERO
           MOVE 04 TO WS-RC-NUEVO
           MOVE "DISPERSION: REG. PATRONAL NO CATALOGADO"
                TO WS-DESCRIPCION-ERROR
           PERFORM 080-ACTUALIZA-RC THRU 080-FIN.
       019-FIN.  EXIT.

       020-DISPERSA-EMPLEADO.
           MOVE NN-NUMERO TO WS-PAGO-NUMERO
           MOVE NN-NETO   TO WS-PAGO-NETO
           MOVE "N"       TO WS-PAGO-LIBERADO
           PERFORM 022-PAGA-NETO THRU 022-FIN
           PERFORM 015-LEE-NETO THRU 015-FIN.
       020-FIN.  EXIT.

      *> ARMA EL RENGLON DE DISPERSION DEL NETO EN WS-PAGO-NUMERO Y
      *> WS-PAGO-NETO: SIN CUENTA EN EL MAESTRO (O CON CLABE
      *> INVALIDA) SE RECHAZA AL REPORTE Y EL PASO QUEDA EN RC 08. UN
      *> NETO RETENIDO HOY NO SE DISPERSA; UNO LIBERADO DE UNA CORRIDA
      *> ANTERIOR NO PASA POR EL FILTRO DE GRUPO.
       022-PAGA-NETO.
           MOVE WS-PAGO-NUMERO TO EM-NUMERO
           READ EMPMAST-FILE
               INVALID KEY
                   IF WS-ENT-LOTE = 1
                       PERFORM 030-RECHAZA-EMPLEADO THRU 030-FIN
                   END-IF
                   GO TO 022-FIN
           END-READ
           IF EM-INACTIVO
               GO TO 022-FIN
           END-IF
           PERFORM 017-UBICA-ENTIDAD THRU 017-FIN
           IF WS-ENT-POS NOT = WS-ENT-LOTE
               GO TO 022-FIN
           END-IF
           IF REG-DESCONOCIDO
               PERFORM 019-ADVIERTE-REGISTRO THRU 019-FIN
           END-IF
           PERFORM 025-GRUPO-EMPLEADO THRU 025-FIN
           IF NOT PAGO-LIBERADO
              AND GP-CON-CALENDARIO
              AND NOT GP-CIERRA-HOY (WS-GRUPO-POS)
               PERFORM 035-FUERA-DE-GRUPO THRU 035-FIN
               GO TO 022-FIN
           END-IF
           IF NOT PAGO-LIBERADO
               PERFORM 027-BUSCA-RETENCION THRU 027-FIN
               IF WS-RT-POS NOT = ZERO
                   PERFORM 032-RETIENE-EMPLEADO THRU 032-FIN
                   GO TO 022-FIN
               END-IF
           END-IF
           IF EM-CLABE = SPACES
               PERFORM 030-RECHAZA-EMPLEADO THRU 030-FIN
               GO TO 022-FIN
           END-IF
           CALL "PROGVCLA" USING EM-CLABE
                                  WS-CLABE-VALIDA
           IF NOT CLABE-VALIDA
               PERFORM 030-RECHAZA-EMPLEADO THRU 030-FIN
               GO TO 022-FIN
           END-IF
           MOVE "D"          TO DI-MARCA
           MOVE EM-BANCO     TO DI-BANCO
           MOVE EM-CLABE     TO DI-CLABE
           MOVE EM-NUMERO    TO DI-NUMERO
           MOVE EM-NOMBRE    TO DI-NOMBRE
           MOVE WS-PAGO-NETO TO DI-IMPORTE
           WRITE DISPERS-REGISTRO
           ADD 1 TO WS-TOT-DISPERSADOS
           ADD WS-PAGO-NETO TO WS-TOT-IMPORTE
           ADD 1 TO WS-LOTE-CUENTA
           ADD WS-PAGO-NETO TO WS-LOTE-IMPORTE
           MOVE "N"    TO PB-TIPO
           MOVE SPACES TO PB-EXPEDIENTE
           PERFORM 050-REGISTRA-PAGO THRU 050-FIN
           IF PAGO-LIBERADO
               ADD 1 TO WS-TOT-LIBERADOS
               MOVE SPACES TO RPTBANC-LINEA
               STRING "NETO LIBERADO, RETENIDO EL "
                                       DELIMITED BY SIZE
                      WS-PAGO-FECHA    DELIMITED BY SIZE
                      ": "             DELIMITED BY SIZE
                      WS-PAGO-NUMERO   DELIMITED BY SIZE
                      INTO RPTBANC-LINEA
               WRITE RPTBANC-LINEA
           END-IF.
       022-FIN.  EXIT.

       025-GRUPO-EMPLEADO.
           EVALUATE TRUE
               WHEN EM-PAGO-SEMANAL
                   MOVE 1 TO WS-GRUPO-POS
               WHEN EM-PAGO-QUINCENAL
                   MOVE 2 TO WS-GRUPO-POS
               WHEN OTHER
                   MOVE 3 TO WS-GRUPO-POS
           END-EVALUATE.
       025-FIN.  EXIT.

      *> UNA RETENCION DE UNA CORRIDA ANTERIOR QUE EL OPERADOR LIBERO
      *> SE DISPERSA CON EL NETO RETENIDO.
       026-DISPERSA-LIBERADO.
           IF NOT WS-RT-LIBERADO (WS-RT-INDICE)
              OR WS-RT-FECHA (WS-RT-INDICE) NOT LESS WS-FECHA-CORRIDA
               GO TO 026-FIN
           END-IF
           MOVE WS-RT-NUMERO (WS-RT-INDICE) TO WS-PAGO-NUMERO
           MOVE WS-RT-NETO (WS-RT-INDICE)   TO WS-PAGO-NETO
           MOVE WS-RT-FECHA (WS-RT-INDICE)  TO WS-PAGO-FECHA
           SET PAGO-LIBERADO TO TRUE
           PERFORM 022-PAGA-NETO THRU 022-FIN.
       026-FIN.  EXIT.

      *> POSICION DE LA RETENCION DE HOY SIN LIBERAR DEL EMPLEADO EN
      *> WS-PAGO-NUMERO (CERO SI NO LA HAY).
       027-BUSCA-RETENCION.
           MOVE ZERO TO WS-RT-POS
           PERFORM 028-COMPARA-RETENCION THRU 028-FIN
                   VARYING WS-RT-BUSCA FROM 1 BY 1
                   UNTIL WS-RT-BUSCA GREATER WS-NUM-RETENCIONES
                      OR WS-RT-POS NOT = ZERO.
       027-FIN.  EXIT.

       028-COMPARA-RETENCION.
           IF WS-RT-NUMERO (WS-RT-BUSCA) = WS-PAGO-NUMERO
              AND WS-RT-FECHA (WS-RT-BUSCA) = WS-FECHA-CORRIDA
              AND WS-RT-RETENIDO (WS-RT-BUSCA)
               MOVE WS-RT-BUSCA TO WS-RT-POS
           END-IF.
       028-FIN.  EXIT.

       030-RECHAZA-EMPLEADO.
           MOVE SPACES TO RPTBANC-LINEA
           STRING "SIN CUENTA VALIDA PARA EL EMPLEADO: "
                                   DELIMITED BY SIZE
                  WS-PAGO-NUMERO   DELIMITED BY SIZE
                  " - NO SE DISPERSA" DELIMITED BY SIZE
                  INTO RPTBANC-LINEA
           WRITE RPTBANC-LINEA
           PERFORM 080-ACTUALIZA-RC THRU 080-FIN.
       030-FIN.  EXIT.

      *> EL NETO RETENIDO POR LA REVISION DE VARIACIONES SOLO SE
      *> REPORTA: EL RC 04 YA LO DEJO PROGVARN.
       032-RETIENE-EMPLEADO.
           MOVE SPACES TO RPTBANC-LINEA
           STRING "NETO RETENIDO POR REVISION, NO SE DISPERSA: "
                                   DELIMITED BY SIZE
                  WS-PAGO-NUMERO   DELIMITED BY SIZE
                  INTO RPTBANC-LINEA
           WRITE RPTBANC-LINEA
           ADD 1 TO WS-TOT-RETENIDOS.
       032-FIN.  EXIT.

      *> PENSIONES ALIMENTICIAS DE LA CORRIDA: UN RENGLON POR ORDEN
      *> RETENIDA A LA CUENTA DEL BENEFICIARIO. SIN ARCHIVO PENSDIS
      *> NO HUBO PENSIONES QUE PAGAR.
       040-DISPERSA-PENSIONES.
           MOVE "N" TO WS-PENSDIS-EOF
           OPEN INPUT PENSDIS-FILE
           IF WS-PENSDIS-STATUS NOT = "00"
               GO TO 040-FIN
           END-IF
           PERFORM 042-LEE-PENSION THRU 042-FIN
           PERFORM 045-DISPERSA-PENSION THRU 045-FIN
                   UNTIL PENSDIS-EOF
           CLOSE PENSDIS-FILE.
       040-FIN.  EXIT.

       042-LEE-PENSION.
           READ PENSDIS-FILE
               AT END
                   SET PENSDIS-EOF TO TRUE
           END-READ.
       042-FIN.  EXIT.

      *> LA PENSION VA EN EL LOTE DE LA ENTIDAD DEL EMPLEADO QUE LA
      *> PAGA; SIN EMPLEADO EN EL MAESTRO, EN EL DE LA PRIMERA.
       045-DISPERSA-PENSION.
           MOVE PS-NUMERO TO EM-NUMERO
           READ EMPMAST-FILE
               INVALID KEY
                   MOVE 1 TO WS-ENT-POS
               NOT INVALID KEY
                   PERFORM 017-UBICA-ENTIDAD THRU 017-FIN
           END-READ
           IF WS-ENT-POS NOT = WS-ENT-LOTE
               GO TO 045-SIGUIENTE
           END-IF
           CALL "PROGVCLA" USING PS-CLABE
                                  WS-CLABE-VALIDA
           IF PS-CLABE = SPACES OR NOT CLABE-VALIDA
               MOVE SPACES TO RPTBANC-LINEA
               STRING "SIN CUENTA VALIDA PARA LA PENSION DE: "
                                       DELIMITED BY SIZE
                      PS-NUMERO        DELIMITED BY SIZE
                      " EXP. "         DELIMITED BY SIZE
                      PS-EXPEDIENTE    DELIMITED BY SIZE
                      INTO RPTBANC-LINEA
               WRITE RPTBANC-LINEA
               ADD 1 TO WS-TOT-RECHAZADOS
               MOVE 08 TO WS-RC-NUEVO
               MOVE "DISPERSION: PENSION SIN CUENTA VALIDA"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               GO TO 045-SIGUIENTE
           END-IF
           MOVE "D"             TO DI-MARCA
           MOVE PS-BANCO        TO DI-BANCO
           MOVE PS-CLABE        TO DI-CLABE
           MOVE PS-NUMERO       TO DI-NUMERO
           MOVE PS-BENEFICIARIO TO DI-NOMBRE
           MOVE PS-IMPORTE      TO DI-IMPORTE
           WRITE DISPERS-REGISTRO
           ADD 1 TO WS-TOT-DISPERSADOS
           ADD 1 TO WS-TOT-PENSIONES
           ADD PS-IMPORTE TO WS-TOT-IMPORTE
           ADD 1 TO WS-LOTE-CUENTA
           ADD PS-IMPORTE TO WS-LOTE-IMPORTE
           MOVE "P"           TO PB-TIPO
           MOVE PS-EXPEDIENTE TO PB-EXPEDIENTE
           PERFORM 050-REGISTRA-PAGO THRU 050-FIN.
       045-SIGUIENTE.
           PERFORM 042-LEE-PENSION THRU 042-FIN.
       045-FIN.  EXIT.

      *> DA DE ALTA EN PAGBANC, COMO ENVIADO, EL RENGLON QUE SE ACABA
      *> DE ESCRIBIR EN DISPERS; EL TIPO Y EL EXPEDIENTE LOS DEJA
      *> QUIEN LLAMA. LA LLAVE ES LA FECHA, EL ORIGEN C Y EL NUMERO
      *> DE RENGLON, ASI QUE UNA RECORRIDA DEL DIA LO REEMPLAZA.
       050-REGISTRA-PAGO.
           MOVE WS-FECHA-CORRIDA   TO PB-FECHA
           MOVE "C"                TO PB-ORIGEN
           MOVE ZERO               TO PB-LOTE
           MOVE WS-TOT-DISPERSADOS TO PB-RENGLON
           MOVE DI-NUMERO          TO PB-NUMERO
           MOVE DI-BANCO           TO PB-BANCO
           MOVE DI-CLABE           TO PB-CLABE
           MOVE DI-NOMBRE          TO PB-NOMBRE
           MOVE DI-IMPORTE         TO PB-IMPORTE
           MOVE "E"                TO PB-ESTADO
           MOVE SPACES             TO PB-MOTIVO
           MOVE WS-FECHA-CORRIDA   TO PB-FECHA-ESTADO
           CALL "PROGPAGB" USING PB-REGISTRO.
       050-FIN.  EXIT.

      *> TRAILER DE CONTROL DEL LOTE DE LA ENTIDAD: MARCA T, CUENTA
      *> DE RENGLONES Y SUMA DE IMPORTES DEL LOTE.
       060-ESCRIBE-TRAILER.
           MOVE SPACES TO DISPERS-REGISTRO
           MOVE "T" TO DI-MARCA
           MOVE WS-LOTE-CUENTA TO DI-NUMERO
           MOVE WS-LOTE-IMPORTE TO DI-IMPORTE
           WRITE DISPERS-REGISTRO.
       060-FIN.  EXIT.

                   WS-DESCRIPCION-ERROR.
       080-FIN.  EXIT.

      *> UN NETO DE UN EMPLEADO CUYO GRUPO NO CIERRA HOY NO SE PAGA:
      *> SE REPORTA Y EL PASO QUEDA EN RC 04.
       035-FUERA-DE-GRUPO.
           MOVE SPACES TO RPTBANC-LINEA
           STRING "GRUPO SIN CIERRE HOY, NO SE DISPERSA: "
                                   DELIMITED BY SIZE
                  WS-PAGO-NUMERO   DELIMITED BY SIZE
                  INTO RPTBANC-LINEA
           WRITE RPTBANC-LINEA
           ADD 1 TO WS-TOT-FUERA-GRUPO
           MOVE 04 TO WS-RC-NUEVO
           MOVE "DISPERSION: NETO DE GRUPO QUE NO CIERRA"
                TO WS-DESCRIPCION-ERROR
           PERFORM 080-ACTUALIZA-RC THRU 080-FIN.
       035-FIN.  EXIT.

      *> ESCRIBE EL PIE CON LOS TOTALES DE LA DISPERSION.
       090-ESCRIBE-PIE.
           MOVE SPACES TO RPTBANC-LINEA
           STRING "SIN CUENTA VALIDA: " DELIMITED BY SIZE
                  WS-CUENTA-ED           DELIMITED BY SIZE
                  INTO RPTBANC-LINEA
           WRITE RPTBANC-LINEA
           MOVE WS-TOT-FUERA-GRUPO TO WS-CUENTA-ED
           MOVE SPACES TO RPTBANC-LINEA
           STRING "FUERA DE LOS GRUPOS QUE CIERRAN: "
                                        DELIMITED BY SIZE
                  WS-CUENTA-ED           DELIMITED BY SIZE
                  INTO RPTBANC-LINEA
           WRITE RPTBANC-LINEA
           MOVE WS-TOT-PENSIONES TO WS-CUENTA-ED
           MOVE SPACES TO RPTBANC-LINEA
           STRING "DE ELLOS, PENSIONES ALIMENTICIAS: "
                                        DELIMITED BY SIZE
                  WS-CUENTA-ED           DELIMITED BY SIZE
                  INTO RPTBANC-LINEA
           WRITE RPTBANC-LINEA
           MOVE WS-TOT-LIBERADOS TO WS-CUENTA-ED
           MOVE SPACES TO RPTBANC-LINEA
           STRING "DE ELLOS, NETOS RETENIDOS YA LIBERADOS: "
                                        DELIMITED BY SIZE
                  WS-CUENTA-ED           DELIMITED BY SIZE
                  INTO RPTBANC-LINEA
           WRITE RPTBANC-LINEA
           MOVE WS-TOT-RETENIDOS TO WS-CUENTA-ED
           MOVE SPACES TO RPTBANC-LINEA
           STRING "RETENIDOS POR REVISION DE VARIACIONES: "
                                        DELIMITED BY SIZE
                  WS-CUENTA-ED           DELIMITED BY SIZE
                  INTO RPTBANC-LINEA
           WRITE RPTBANC-LINEA.
       090-FIN.  EXIT.
