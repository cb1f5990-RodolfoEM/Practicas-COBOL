      *> CUADRAN AL CENTAVO EL PASO TERMINA CON RC 08 Y CONTABILIDAD
      *> NO RECIBE NADA. ANTES EL COSTO DE NOMINA SE RETECLEABA AL
      *> MAYOR DESDE REPORTES IMPRESOS.
      *> ------------------------------------------------------
      *> MODIFICACIONES:
      *> 2026-10-15  EL SUBSIDIO PARA EL EMPLEO ENTREGADO EN EL NETO
      *>             (NT-SUBSIDIO) SE CARGA A SUBSIDIO AL EMPLEO POR
      *>             ACREDITAR (CUENTA 1180), YA QUE LA EMPRESA LO
      *>             RECUPERA CONTRA SUS RETENCIONES; SIN ESE CARGO LA
      *>             POLIZA DE UN CENTRO CON SUBSIDIO NO CUADRARIA.
      *> 2026-10-15  CON SYSIN X LA POLIZA ES LA DE UNA NOMINA
      *>             EXTRAORDINARIA (PROGNEXT): EL ENCABEZADO H LLEVA
      *>             ADEMAS "EXTRAORDINARIA" Y EL NUMERO DE CORRIDA DEL
      *>             CONTROL NOMXCTL (RC 16 SIN EL), Y EL PASO NO DEJA
      *>             RENGLON EN CICLOCTL. CUALQUIER OTRO SYSIN ES LA
      *>             POLIZA DEL CICLO, SIN CAMBIO.
      *> 2026-10-15  UNA POLIZA POR ENTIDAD PATRONAL (RAZON SOCIAL):
      *>             LOS RENGLONES DE NOMITOT TRAEN SU ENTIDAD
      *>             (NT-ENTIDAD; ESPACIOS ES LA 01) Y LOS CENTROS SE
      *>             AGRUPAN POR CENTRO Y ENTIDAD. GLINTF LLEVA UN
      *>             JUEGO H/T POR CADA ENTIDAD DEL CATALOGO PATRCAT
      *>             (PROGCPAT), EN SU ORDEN; EL H AGREGA AL FINAL
      *>             ",ENTIDAD,<CODIGO>,<RFC>" Y EL T CUENTA Y SUMA
      *>             SOLO LOS RENGLONES DE SU ENTIDAD. CADA POLIZA
      *>             DEBE CUADRAR POR SI SOLA (RC 08 SI NO). UNA
      *>             ENTIDAD FUERA DEL CATALOGO VA A LA PRIMERA, CON
      *>             RC 04.
      *> 2026-10-15  CON SYSIN I LA POLIZA ES LA DEL IMPUESTO SOBRE
      *>             NOMINA DEL MES: LEE ISNTOT (COPY ISNEREG) QUE
      *>             DEJA PROGISNM EN EL CIERRE EN VEZ DE NOMITOT, Y
      *>             POR CENTRO DE COSTO Y ENTIDAD CARGA EL GASTO
      *>             (CUENTA 5120) Y ABONA EL IMPUESTO POR PAGAR
      *>             (2130). EL ENCABEZADO H LLEVA ADEMAS ",ISN," Y EL
      *>             MES. IGUAL QUE LA EXTRAORDINARIA NO DEJA RENGLON
      *>             EN CICLOCTL.
      *> 2026-10-15  CON SYSIN P LA POLIZA ES LA DE PROVISION DE
      *>             PASIVOS LABORALES: LEE PROVTOT (COPY PVTOREG) QUE
      *>             DEJA PROGPROV Y POR CENTRO DE COSTO, ENTIDAD Y
      *>             CONCEPTO ASIENTA LA DIFERENCIA ENTRE EL SALDO
      *>             NUEVO Y EL ANTERIOR: SI CRECE CARGA EL GASTO Y
      *>             ABONA EL PASIVO (AGUINALDO 5130/2140, PRIMA
      *>             VACACIONAL 5140/2150, CUOTAS PATRONALES
      *>             5150/2160); SI BAJA REVIERTE AL REVES. EL
      *>             ENCABEZADO H LLEVA ADEMAS ",PROVISION," Y EL MES, Y
      *>             TAMPOCO DEJA RENGLON EN CICLOCTL.
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-DEPTCAT-STATUS.

           SELECT ISNTOT-FILE     ASSIGN TO "ISNTOT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-ISNTOT-STATUS.

           SELECT PROVTOT-FILE    ASSIGN TO "PROVTOT"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-PROVTOT-STATUS.

           SELECT NOMXCTL-FILE    ASSIGN TO "NOMXCTL"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-NOMXCTL-STATUS.

           SELECT GLINTF-FILE     ASSIGN TO "GLINTF"
                                   ORGANIZATION LINE SEQUENTIAL.

       FD  DEPTCAT-FILE.
       COPY DEPCREC.

       FD  ISNTOT-FILE.
       COPY ISNEREG.

       FD  PROVTOT-FILE.
       COPY PVTOREG.

       FD  NOMXCTL-FILE.
       COPY NXCTREG.

       FD  GLINTF-FILE.
       01  GLINTF-LINEA             PIC X(80).

       WORKING-STORAGE SECTION.
       COPY RPTHDR.
       COPY CICLOREG.
       COPY PATRTAB.

       01  WS-TABLA-CENTROS.
           05 WS-CC-RENGLON OCCURS 20 TIMES.
              10 WS-PC-BRUTO        PIC 9(09)V99.
              10 WS-PC-DEDUCCIONES  PIC 9(09)V99.
              10 WS-PC-NETO         PIC 9(09)V99.
              10 WS-PC-SUBSIDIO     PIC 9(09)V99.
              10 WS-PC-ENT-POS      PIC 9(02).
              10 WS-PC-ISN          PIC 9(09)V99.
              10 WS-PC-PROVISION    PIC S9(09)V99 OCCURS 3 TIMES.

      *> CUENTAS DE GASTO Y DE PASIVO DE CADA CONCEPTO DE LA
      *> PROVISION: AGUINALDO, PRIMA VACACIONAL Y CUOTAS PATRONALES.
       01  WS-CUENTAS-PROVISION-VALORES.
           05 FILLER              PIC X(10) VALUE "51302140AG".
           05 FILLER              PIC X(10) VALUE "51402150PV".
           05 FILLER              PIC X(10) VALUE "51502160CP".
       01  WS-CUENTAS-PROVISION REDEFINES WS-CUENTAS-PROVISION-VALORES.
           05 WS-CP-RENGLON OCCURS 3 TIMES.
              10 WS-CP-GASTO        PIC X(04).
              10 WS-CP-PASIVO       PIC X(04).
              10 WS-CP-CONCEPTO     PIC X(02).

       01  WS-AREAS.
           05 WS-NOMITOT-STATUS   PIC X(02).
           05 WS-DEPTCAT-STATUS   PIC X(02).
           05 WS-NOMXCTL-STATUS   PIC X(02).
           05 WS-ISNTOT-STATUS    PIC X(02).
           05 WS-PROVTOT-STATUS   PIC X(02).
           05 WS-TIPO-POLIZA      PIC X(01).
               88 POLIZA-EXTRAORDINARIA          VALUE "X".
               88 POLIZA-ISN                     VALUE "I".
               88 POLIZA-PROVISION               VALUE "P".
               88 POLIZA-FUERA-CICLO             VALUE "X" "I" "P".
           05 WS-PERIODO-ISN      PIC 9(06)      VALUE ZERO.
           05 WS-PERIODO-PROV     PIC 9(06)      VALUE ZERO.
           05 WS-PROVTOT-EOF      PIC X(01)      VALUE "N".
               88 PROVTOT-EOF                    VALUE "S".
           05 WS-CN               PIC 9(01).
           05 WS-MOVIMIENTO       PIC S9(09)V99.
           05 WS-ISNTOT-EOF       PIC X(01)      VALUE "N".
               88 ISNTOT-EOF                     VALUE "S".
           05 WS-DEPTO-RENGLON    PIC X(04).
           05 WS-SECUENCIA-EXTRA  PIC 9(06)      VALUE ZERO.
           05 WS-NOMITOT-EOF      PIC X(01)      VALUE "N".
               88 NOMITOT-EOF                    VALUE "S".
           05 WS-DEPTCAT-EOF      PIC X(01)      VALUE "N".
           05 WS-HALLADO          PIC X(01).
               88 HALLADO                        VALUE "S".
           05 WS-CENTRO-DEPTO     PIC X(06).
           05 WS-ENTIDAD-ACTUAL   PIC X(02).
           05 WS-ENT-POS          PIC 9(02).
           05 WS-ENT-INDICE       PIC 9(02).
           05 WS-ENT-CARGOS       PIC 9(11)V99.
           05 WS-ENT-ABONOS       PIC 9(11)V99.
           05 WS-ENT-RENGLONES    PIC 9(05).
           05 WS-FECHA-CICLO      PIC 9(08).
           05 WS-CICLO-ID         PIC 9(06).
           05 WS-TOT-CARGOS       PIC 9(11)V99   VALUE ZERO.
           ACCEPT CC-HORA-INICIO FROM TIME
           ACCEPT WS-FECHA-CICLO FROM DATE YYYYMMDD
           ACCEPT WS-CICLO-ID FROM TIME
           ACCEPT WS-TIPO-POLIZA
           IF POLIZA-EXTRAORDINARIA
               PERFORM 002-LEE-CONTROL-EXTRA THRU 002-FIN
               IF WS-CODIGO-RETORNO NOT LESS 16
                   MOVE WS-CODIGO-RETORNO TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           PERFORM 004-CARGA-CENTROS THRU 004-FIN
           CALL "PROGCPAT" USING PT-PATRONES
           IF POLIZA-ISN
               PERFORM 070-CARGA-ISN THRU 070-FIN
               IF WS-CODIGO-RETORNO NOT LESS 16
                   MOVE WS-CODIGO-RETORNO TO RETURN-CODE
                   GOBACK
               END-IF
               GO TO 000-POLIZA
           END-IF
           IF POLIZA-PROVISION
               PERFORM 076-CARGA-PROVISION THRU 076-FIN
               IF WS-CODIGO-RETORNO NOT LESS 16
                   MOVE WS-CODIGO-RETORNO TO RETURN-CODE
                   GOBACK
               END-IF
               GO TO 000-POLIZA
           END-IF
           OPEN INPUT NOMITOT-FILE
           IF WS-NOMITOT-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR NOMITOT, SE TERMINA"
               MOVE "INTERFAZ GL: NO SE PUDO ABRIR NOMITOT"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               IF NOT POLIZA-EXTRAORDINARIA
                   PERFORM 085-CONTROL-CICLO THRU 085-FIN
               END-IF
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 010-LEE-TOTALES THRU 010-FIN
           PERFORM 020-ACUMULA-CENTRO THRU 020-FIN
                   UNTIL NOMITOT-EOF
           CLOSE NOMITOT-FILE.
       000-POLIZA.
           OPEN OUTPUT GLINTF-FILE
           OPEN OUTPUT RPTGLIF-FILE
           PERFORM 028-ENCABEZADO-REPORTE THRU 028-FIN
           PERFORM 032-POLIZA-ENTIDAD THRU 032-FIN
                   VARYING WS-ENT-INDICE FROM 1 BY 1
                   UNTIL WS-ENT-INDICE GREATER PT-NUM-ENTIDADES
           PERFORM 090-ESCRIBE-PIE THRU 090-FIN
           CLOSE GLINTF-FILE
           CLOSE RPTGLIF-FILE
           IF NOT POLIZA-FUERA-CICLO
               PERFORM 085-CONTROL-CICLO THRU 085-FIN
           END-IF
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE
           GOBACK.

           CALL "PROGCCTL" USING "A" CC-REGISTRO.
       085-FIN.  EXIT.

      *> POLIZA DE UNA NOMINA EXTRAORDINARIA (SYSIN X): EL NUMERO DE
      *> CORRIDA QUE PROGNEXT ACABA DE DEJAR EN NOMXCTL VA EN EL
      *> ENCABEZADO H. SIN ESE NUMERO LA POLIZA SE CONFUNDIRIA CON LA
      *> DEL CICLO Y NO SE ESCRIBE (RC 16). ESTA POLIZA NO ES UN PASO
      *> DEL CICLO DIARIO Y NO DEJA RENGLON EN CICLOCTL.
       002-LEE-CONTROL-EXTRA.
           OPEN INPUT NOMXCTL-FILE
           IF WS-NOMXCTL-STATUS = "00"
               READ NOMXCTL-FILE
                   NOT AT END
                       MOVE XC-SECUENCIA TO WS-SECUENCIA-EXTRA
               END-READ
               CLOSE NOMXCTL-FILE
           END-IF
           IF WS-SECUENCIA-EXTRA = ZERO
               DISPLAY "SIN NUMERO DE NOMINA EXTRAORDINARIA EN "
                       "NOMXCTL, SE TERMINA"
               MOVE 16 TO WS-RC-NUEVO
               MOVE "INTERFAZ GL: SIN CONTROL NOMXCTL"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
           END-IF.
       002-FIN.  EXIT.

      *> CARGA LA TABLA DEPARTAMENTO-A-CENTRO-DE-COSTO DEL CATALOGO.
       004-CARGA-CENTROS.
           OPEN INPUT DEPTCAT-FILE
      *> CENTRO DE COSTO (VARIOS DEPARTAMENTOS PUEDEN COMPARTIR
      *> CENTRO).
       020-ACUMULA-CENTRO.
           MOVE NT-DEPARTAMENTO TO WS-DEPTO-RENGLON
           MOVE NT-ENTIDAD TO WS-ENTIDAD-ACTUAL
           PERFORM 021-UBICA-CENTRO THRU 021-FIN
           IF WS-POS = ZERO
               GO TO 020-SIGUIENTE
           END-IF
           ADD NT-BRUTO        TO WS-PC-BRUTO (WS-POS)
           ADD NT-DEDUCCIONES  TO WS-PC-DEDUCCIONES (WS-POS)
           ADD NT-NETO         TO WS-PC-NETO (WS-POS)
           ADD NT-SUBSIDIO     TO WS-PC-SUBSIDIO (WS-POS).
       020-SIGUIENTE.
           PERFORM 010-LEE-TOTALES THRU 010-FIN.
       020-FIN.  EXIT.

      *> RANURA DE POLIZA (WS-POS) DEL CENTRO DE COSTO DEL DEPARTAMENTO
      *> WS-DEPTO-RENGLON EN SU ENTIDAD; LA ABRE SI ES NUEVA. CERO SI
      *> LA TABLA ESTA LLENA.
       021-UBICA-CENTRO.
           PERFORM 026-UBICA-ENTIDAD THRU 026-FIN
           MOVE "??????" TO WS-CENTRO-DEPTO
           MOVE "N" TO WS-HALLADO
           PERFORM 022-BUSCA-CATALOGO THRU 022-FIN
                   MOVE ZERO TO WS-PC-BRUTO (WS-NUM-CENTROS)
                   MOVE ZERO TO WS-PC-DEDUCCIONES (WS-NUM-CENTROS)
                   MOVE ZERO TO WS-PC-NETO (WS-NUM-CENTROS)
                   MOVE ZERO TO WS-PC-SUBSIDIO (WS-NUM-CENTROS)
                   MOVE ZERO TO WS-PC-ISN (WS-NUM-CENTROS)
                   MOVE ZERO TO WS-PC-PROVISION (WS-NUM-CENTROS 1)
                   MOVE ZERO TO WS-PC-PROVISION (WS-NUM-CENTROS 2)
                   MOVE ZERO TO WS-PC-PROVISION (WS-NUM-CENTROS 3)
                   MOVE WS-ENT-POS TO WS-PC-ENT-POS (WS-NUM-CENTROS)
                   MOVE WS-NUM-CENTROS TO WS-POS
               ELSE
                   MOVE ZERO TO WS-POS
               END-IF
           END-IF.
       021-FIN.  EXIT.

       022-BUSCA-CATALOGO.
           IF WS-CC-DEPARTAMENTO (WS-INDICE) = WS-DEPTO-RENGLON
               MOVE WS-CC-CENTRO (WS-INDICE) TO WS-CENTRO-DEPTO
               SET HALLADO TO TRUE
           END-IF.

       024-BUSCA-POLIZA.
           IF WS-PC-CENTRO (WS-INDICE) = WS-CENTRO-DEPTO
              AND WS-PC-ENT-POS (WS-INDICE) = WS-ENT-POS
               SET HALLADO TO TRUE
               MOVE WS-INDICE TO WS-POS
           END-IF.
       024-FIN.  EXIT.

      *> POSICION EN LA TABLA DE ENTIDADES DE LA ENTIDAD DEL RENGLON
      *> LEIDO; UNA QUE NO ESTA EN EL CATALOGO VA A LA PRIMERA.
       026-UBICA-ENTIDAD.
           IF WS-ENTIDAD-ACTUAL = SPACES
               MOVE "01" TO WS-ENTIDAD-ACTUAL
           END-IF
           MOVE ZERO TO WS-ENT-POS
           PERFORM 027-BUSCA-ENTIDAD THRU 027-FIN
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE GREATER PT-NUM-ENTIDADES
                      OR WS-ENT-POS NOT = ZERO
           IF WS-ENT-POS = ZERO
               DISPLAY "ENTIDAD " WS-ENTIDAD-ACTUAL
                       " NO CATALOGADA, DEPARTAMENTO "
                       WS-DEPTO-RENGLON
               MOVE 1 TO WS-ENT-POS
               MOVE 04 TO WS-RC-NUEVO
               MOVE "INTERFAZ GL: ENTIDAD NO CATALOGADA"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
           END-IF.
       026-FIN.  EXIT.

       027-BUSCA-ENTIDAD.
           IF PT-E-ENTIDAD (WS-INDICE) = WS-ENTIDAD-ACTUAL
               MOVE WS-INDICE TO WS-ENT-POS
           END-IF.
       027-FIN.  EXIT.

       028-ENCABEZADO-REPORTE.
           MOVE "INTERFAZ CONTABLE DE NOMINA - PROGGLIF"
                TO RPT-TITULO
           ACCEPT RPT-FECHA FROM DATE
           WRITE RPTGLIF-LINEA
           MOVE SPACES TO RPTGLIF-LINEA
           WRITE RPTGLIF-LINEA
           IF POLIZA-EXTRAORDINARIA
               MOVE SPACES TO RPTGLIF-LINEA
               STRING "POLIZA DE NOMINA EXTRAORDINARIA NUMERO: "
                                       DELIMITED BY SIZE
                      WS-SECUENCIA-EXTRA DELIMITED BY SIZE
                      INTO RPTGLIF-LINEA
               WRITE RPTGLIF-LINEA
           END-IF
           IF POLIZA-ISN
               MOVE SPACES TO RPTGLIF-LINEA
               STRING "POLIZA DE IMPUESTO SOBRE NOMINA DEL MES: "
                                       DELIMITED BY SIZE
                      WS-PERIODO-ISN   DELIMITED BY SIZE
                      INTO RPTGLIF-LINEA
               WRITE RPTGLIF-LINEA
           END-IF
           IF POLIZA-PROVISION
               MOVE SPACES TO RPTGLIF-LINEA
               STRING "POLIZA DE PROVISION DE PASIVOS LABORALES DEL "
                                       DELIMITED BY SIZE
                      "MES: "          DELIMITED BY SIZE
                      WS-PERIODO-PROV  DELIMITED BY SIZE
                      INTO RPTGLIF-LINEA
               WRITE RPTGLIF-LINEA
           END-IF.
       028-FIN.  EXIT.

      *> LA POLIZA DE UNA ENTIDAD: SU ENCABEZADO H, LOS JUEGOS DE LOS
      *> CENTROS DE ESA ENTIDAD, SU CIERRE T Y SU PROPIO CUADRE.
       032-POLIZA-ENTIDAD.
           MOVE ZERO TO WS-ENT-CARGOS
           MOVE ZERO TO WS-ENT-ABONOS
           MOVE ZERO TO WS-ENT-RENGLONES
           MOVE SPACES TO RPTGLIF-LINEA
           STRING "POLIZA DE LA ENTIDAD "      DELIMITED BY SIZE
                  PT-E-ENTIDAD (WS-ENT-INDICE) DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  PT-E-RAZON (WS-ENT-INDICE)   DELIMITED BY SIZE
                  INTO RPTGLIF-LINEA
           WRITE RPTGLIF-LINEA
           PERFORM 030-ENCABEZADO-POLIZA THRU 030-FIN
           PERFORM 040-ESCRIBE-POLIZA THRU 040-FIN
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE GREATER WS-NUM-CENTROS
           PERFORM 050-CIERRE-POLIZA THRU 050-FIN
           PERFORM 060-VERIFICA-CUADRE THRU 060-FIN.
       032-FIN.  EXIT.

      *> ENCABEZADO H DE LA POLIZA, CONVENCION DE PAYEXTR, CON LA
      *> ENTIDAD Y SU RFC AL FINAL.
       030-ENCABEZADO-POLIZA.
           MOVE SPACES TO GLINTF-LINEA
           IF POLIZA-EXTRAORDINARIA
               STRING "H,"            DELIMITED BY SIZE
                      WS-FECHA-CICLO   DELIMITED BY SIZE
                      ","              DELIMITED BY SIZE
                      WS-CICLO-ID      DELIMITED BY SIZE
                      ",EXTRAORDINARIA," DELIMITED BY SIZE
                      WS-SECUENCIA-EXTRA DELIMITED BY SIZE
                      ",ENTIDAD,"      DELIMITED BY SIZE
                      PT-E-ENTIDAD (WS-ENT-INDICE)
                                       DELIMITED BY SIZE
                      ","              DELIMITED BY SIZE
                      PT-E-RFC (WS-ENT-INDICE)
                                       DELIMITED BY SIZE
                      INTO GLINTF-LINEA
           END-IF
           IF POLIZA-ISN
               STRING "H,"            DELIMITED BY SIZE
                      WS-FECHA-CICLO   DELIMITED BY SIZE
                      ","              DELIMITED BY SIZE
                      WS-CICLO-ID      DELIMITED BY SIZE
                      ",ISN,"          DELIMITED BY SIZE
                      WS-PERIODO-ISN   DELIMITED BY SIZE
                      ",ENTIDAD,"      DELIMITED BY SIZE
                      PT-E-ENTIDAD (WS-ENT-INDICE)
                                       DELIMITED BY SIZE
                      ","              DELIMITED BY SIZE
                      PT-E-RFC (WS-ENT-INDICE)
                                       DELIMITED BY SIZE
                      INTO GLINTF-LINEA
           END-IF
           IF POLIZA-PROVISION
               STRING "H,"            DELIMITED BY SIZE
                      WS-FECHA-CICLO   DELIMITED BY SIZE
                      ","              DELIMITED BY SIZE
                      WS-CICLO-ID      DELIMITED BY SIZE
                      ",PROVISION,"    DELIMITED BY SIZE
                      WS-PERIODO-PROV  DELIMITED BY SIZE
                      ",ENTIDAD,"      DELIMITED BY SIZE
                      PT-E-ENTIDAD (WS-ENT-INDICE)
                                       DELIMITED BY SIZE
                      ","              DELIMITED BY SIZE
                      PT-E-RFC (WS-ENT-INDICE)
                                       DELIMITED BY SIZE
                      INTO GLINTF-LINEA
           END-IF
           IF NOT POLIZA-FUERA-CICLO
               STRING "H,"            DELIMITED BY SIZE
                      WS-FECHA-CICLO   DELIMITED BY SIZE
                      ","              DELIMITED BY SIZE
                      WS-CICLO-ID      DELIMITED BY SIZE
                      ",ENTIDAD,"      DELIMITED BY SIZE
                      PT-E-ENTIDAD (WS-ENT-INDICE)
                                       DELIMITED BY SIZE
                      ","              DELIMITED BY SIZE
                      PT-E-RFC (WS-ENT-INDICE)
                                       DELIMITED BY SIZE
                      INTO GLINTF-LINEA
           END-IF
           WRITE GLINTF-LINEA.
       030-FIN.  EXIT.

      *> ESCRIBE EL JUEGO DE POLIZA DE UN CENTRO: CARGO AL GASTO POR
      *> EL BRUTO, CARGO AL SUBSIDIO POR ACREDITAR POR EL SUBSIDIO
      *> ENTREGADO (SOLO SI LO HUBO), ABONO A RETENCIONES POR LAS
      *> DEDUCCIONES Y ABONO A NOMINA POR PAGAR POR EL NETO.
       040-ESCRIBE-POLIZA.
           IF WS-PC-ENT-POS (WS-INDICE) NOT = WS-ENT-INDICE
               GO TO 040-FIN
           END-IF
           IF POLIZA-ISN
               PERFORM 042-POLIZA-ISN THRU 042-FIN
               GO TO 040-FIN
           END-IF
           IF POLIZA-PROVISION
               PERFORM 043-PROVISION-CONCEPTO THRU 043-FIN
                       VARYING WS-CN FROM 1 BY 1
                       UNTIL WS-CN GREATER 3
               GO TO 040-FIN
           END-IF
           MOVE WS-PC-BRUTO (WS-INDICE) TO WS-IMPORTE-POLIZA
           MOVE "5100" TO WS-CUENTA
           MOVE "CARGO" TO WS-NATURALEZA
           PERFORM 045-ESCRIBE-RENGLON THRU 045-FIN
           ADD WS-IMPORTE-POLIZA TO WS-TOT-CARGOS
           ADD WS-IMPORTE-POLIZA TO WS-ENT-CARGOS
           IF WS-PC-SUBSIDIO (WS-INDICE) GREATER ZERO
               MOVE WS-PC-SUBSIDIO (WS-INDICE) TO WS-IMPORTE-POLIZA
               MOVE "1180" TO WS-CUENTA
               MOVE "CARGO" TO WS-NATURALEZA
               PERFORM 045-ESCRIBE-RENGLON THRU 045-FIN
               ADD WS-IMPORTE-POLIZA TO WS-TOT-CARGOS
               ADD WS-IMPORTE-POLIZA TO WS-ENT-CARGOS
           END-IF
           MOVE WS-PC-DEDUCCIONES (WS-INDICE) TO WS-IMPORTE-POLIZA
           MOVE "2100" TO WS-CUENTA
           MOVE "ABONO" TO WS-NATURALEZA
           PERFORM 045-ESCRIBE-RENGLON THRU 045-FIN
           ADD WS-IMPORTE-POLIZA TO WS-TOT-ABONOS
           ADD WS-IMPORTE-POLIZA TO WS-ENT-ABONOS
           MOVE WS-PC-NETO (WS-INDICE) TO WS-IMPORTE-POLIZA
           MOVE "2110" TO WS-CUENTA
           MOVE "ABONO" TO WS-NATURALEZA
           PERFORM 045-ESCRIBE-RENGLON THRU 045-FIN
           ADD WS-IMPORTE-POLIZA TO WS-TOT-ABONOS
           ADD WS-IMPORTE-POLIZA TO WS-ENT-ABONOS
           MOVE WS-PC-BRUTO (WS-INDICE) TO WS-TOTAL-ED
           MOVE SPACES TO RPTGLIF-LINEA
           STRING "CENTRO: "  DELIMITED BY SIZE
           ADD 1 TO RPT-TOTAL-REGS.
       040-FIN.  EXIT.

      *> JUEGO DEL IMPUESTO SOBRE NOMINA DE UN CENTRO: CARGO AL GASTO
      *> (5120) Y ABONO AL IMPUESTO POR PAGAR (2130) POR EL MISMO
      *> IMPORTE.
       042-POLIZA-ISN.
           MOVE WS-PC-ISN (WS-INDICE) TO WS-IMPORTE-POLIZA
           MOVE "5120" TO WS-CUENTA
           MOVE "CARGO" TO WS-NATURALEZA
           PERFORM 045-ESCRIBE-RENGLON THRU 045-FIN
           ADD WS-IMPORTE-POLIZA TO WS-TOT-CARGOS
           ADD WS-IMPORTE-POLIZA TO WS-ENT-CARGOS
           MOVE "2130" TO WS-CUENTA
           MOVE "ABONO" TO WS-NATURALEZA
           PERFORM 045-ESCRIBE-RENGLON THRU 045-FIN
           ADD WS-IMPORTE-POLIZA TO WS-TOT-ABONOS
           ADD WS-IMPORTE-POLIZA TO WS-ENT-ABONOS
           MOVE WS-PC-ISN (WS-INDICE) TO WS-TOTAL-ED
           MOVE SPACES TO RPTGLIF-LINEA
           STRING "CENTRO: "  DELIMITED BY SIZE
                  WS-PC-CENTRO (WS-INDICE) DELIMITED BY SIZE
                  "  IMPUESTO SOBRE NOMINA: " DELIMITED BY SIZE
                  WS-TOTAL-ED              DELIMITED BY SIZE
                  INTO RPTGLIF-LINEA
           WRITE RPTGLIF-LINEA
           ADD 1 TO RPT-TOTAL-REGS.
       042-FIN.  EXIT.

      *> JUEGO DE UN CONCEPTO DE LA PROVISION EN UN CENTRO: SI EL
      *> SALDO CRECIO, CARGO AL GASTO Y ABONO AL PASIVO POR EL
      *> AUMENTO; SI BAJO, CARGO AL PASIVO Y ABONO AL GASTO POR LA
      *> DISMINUCION (LA REVERSION). SIN MOVIMIENTO NO HAY RENGLONES.
       043-PROVISION-CONCEPTO.
           IF WS-PC-PROVISION (WS-INDICE WS-CN) = ZERO
               GO TO 043-FIN
           END-IF
           IF WS-PC-PROVISION (WS-INDICE WS-CN) GREATER ZERO
               MOVE WS-PC-PROVISION (WS-INDICE WS-CN)
                    TO WS-IMPORTE-POLIZA
               MOVE WS-CP-GASTO (WS-CN) TO WS-CUENTA
           ELSE
               COMPUTE WS-IMPORTE-POLIZA =
                       0 - WS-PC-PROVISION (WS-INDICE WS-CN)
               MOVE WS-CP-PASIVO (WS-CN) TO WS-CUENTA
           END-IF
           MOVE "CARGO" TO WS-NATURALEZA
           PERFORM 045-ESCRIBE-RENGLON THRU 045-FIN
           ADD WS-IMPORTE-POLIZA TO WS-TOT-CARGOS
           ADD WS-IMPORTE-POLIZA TO WS-ENT-CARGOS
           IF WS-PC-PROVISION (WS-INDICE WS-CN) GREATER ZERO
               MOVE WS-CP-PASIVO (WS-CN) TO WS-CUENTA
           ELSE
               MOVE WS-CP-GASTO (WS-CN) TO WS-CUENTA
           END-IF
           MOVE "ABONO" TO WS-NATURALEZA
           PERFORM 045-ESCRIBE-RENGLON THRU 045-FIN
           ADD WS-IMPORTE-POLIZA TO WS-TOT-ABONOS
           ADD WS-IMPORTE-POLIZA TO WS-ENT-ABONOS
           MOVE WS-IMPORTE-POLIZA TO WS-TOTAL-ED
           MOVE SPACES TO RPTGLIF-LINEA
           IF WS-PC-PROVISION (WS-INDICE WS-CN) GREATER ZERO
               STRING "CENTRO: "  DELIMITED BY SIZE
                      WS-PC-CENTRO (WS-INDICE) DELIMITED BY SIZE
                      "  PROVISION "           DELIMITED BY SIZE
                      WS-CP-CONCEPTO (WS-CN)   DELIMITED BY SIZE
                      ": "                     DELIMITED BY SIZE
                      WS-TOTAL-ED              DELIMITED BY SIZE
                      INTO RPTGLIF-LINEA
           ELSE
               STRING "CENTRO: "  DELIMITED BY SIZE
                      WS-PC-CENTRO (WS-INDICE) DELIMITED BY SIZE
                      "  REVERSION "           DELIMITED BY SIZE
                      WS-CP-CONCEPTO (WS-CN)   DELIMITED BY SIZE
                      ": "                     DELIMITED BY SIZE
                      WS-TOTAL-ED              DELIMITED BY SIZE
                      INTO RPTGLIF-LINEA
           END-IF
           WRITE RPTGLIF-LINEA
           ADD 1 TO RPT-TOTAL-REGS.
       043-FIN.  EXIT.

       045-ESCRIBE-RENGLON.
           MOVE WS-IMPORTE-POLIZA TO WS-IMPORTE-ED
           MOVE SPACES TO GLINTF-LINEA
                  WS-IMPORTE-ED    DELIMITED BY SIZE
                  INTO GLINTF-LINEA
           WRITE GLINTF-LINEA
           ADD 1 TO WS-TOT-RENGLONES
           ADD 1 TO WS-ENT-RENGLONES.
       045-FIN.  EXIT.

      *> CIERRE T DE LA POLIZA DE LA ENTIDAD: CUENTA DE RENGLONES Y
      *> SUMA DE CONTROL (CARGOS MAS ABONOS), CONVENCION DE PAYEXTR.
       050-CIERRE-POLIZA.
           MOVE SPACES TO GLINTF-LINEA
           COMPUTE WS-SUMA-CONTROL = WS-ENT-CARGOS + WS-ENT-ABONOS
           MOVE WS-SUMA-CONTROL TO WS-SUMA-ED
           STRING "T,"              DELIMITED BY SIZE
                  WS-ENT-RENGLONES   DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  WS-SUMA-ED         DELIMITED BY SIZE
                  INTO GLINTF-LINEA
      *> LA POLIZA DEBE CUADRAR AL CENTAVO: CARGOS = ABONOS. SI NO,
      *> EL PASO TERMINA CON RC 08 Y EL ARCHIVO NO SE DA POR BUENO.
       060-VERIFICA-CUADRE.
           IF WS-ENT-CARGOS NOT = WS-ENT-ABONOS
               DISPLAY "LA POLIZA DE LA ENTIDAD "
                       PT-E-ENTIDAD (WS-ENT-INDICE)
                       " NO CUADRA: CARGOS Y ABONOS DIFIEREN"
               MOVE 08 TO WS-RC-NUEVO
               MOVE "INTERFAZ GL: CARGOS Y ABONOS NO CUADRAN"
                    TO WS-DESCRIPCION-ERROR
           END-IF.
       060-FIN.  EXIT.

      *> POLIZA DEL IMPUESTO SOBRE NOMINA (SYSIN I): ACUMULA ISNTOT
      *> POR CENTRO DE COSTO Y ENTIDAD CON LAS MISMAS RANURAS DE LA
      *> POLIZA DEL CICLO. SIN ISNTOT NO HAY POLIZA (RC 16).
       070-CARGA-ISN.
           OPEN INPUT ISNTOT-FILE
           IF WS-ISNTOT-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR ISNTOT, SE TERMINA"
               MOVE 16 TO WS-RC-NUEVO
               MOVE "INTERFAZ GL: NO SE PUDO ABRIR ISNTOT"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               GO TO 070-FIN
           END-IF
           PERFORM 072-LEE-ISN THRU 072-FIN
           PERFORM 074-ACUMULA-ISN THRU 074-FIN
                   UNTIL ISNTOT-EOF
           CLOSE ISNTOT-FILE.
       070-FIN.  EXIT.

       072-LEE-ISN.
           READ ISNTOT-FILE
               AT END
                   SET ISNTOT-EOF TO TRUE
           END-READ.
       072-FIN.  EXIT.

       074-ACUMULA-ISN.
           MOVE IE-PERIODO TO WS-PERIODO-ISN
           MOVE IE-DEPARTAMENTO TO WS-DEPTO-RENGLON
           MOVE IE-ENTIDAD TO WS-ENTIDAD-ACTUAL
           PERFORM 021-UBICA-CENTRO THRU 021-FIN
           IF WS-POS NOT = ZERO
               ADD IE-IMPUESTO TO WS-PC-ISN (WS-POS)
           END-IF
           PERFORM 072-LEE-ISN THRU 072-FIN.
       074-FIN.  EXIT.

      *> POLIZA DE PROVISION DE PASIVOS LABORALES (SYSIN P): ACUMULA
      *> EL MOVIMIENTO DE CADA RENGLON DE PROVTOT (SALDO NUEVO MENOS
      *> ANTERIOR) EN LA RANURA DE SU CENTRO Y ENTIDAD, POR CONCEPTO.
      *> SIN PROVTOT NO HAY POLIZA (RC 16).
       076-CARGA-PROVISION.
           OPEN INPUT PROVTOT-FILE
           IF WS-PROVTOT-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR PROVTOT, SE TERMINA"
               MOVE 16 TO WS-RC-NUEVO
               MOVE "INTERFAZ GL: NO SE PUDO ABRIR PROVTOT"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               GO TO 076-FIN
           END-IF
           PERFORM 077-LEE-PROVISION THRU 077-FIN
           PERFORM 078-ACUMULA-PROVISION THRU 078-FIN
                   UNTIL PROVTOT-EOF
           CLOSE PROVTOT-FILE.
       076-FIN.  EXIT.

       077-LEE-PROVISION.
           READ PROVTOT-FILE
               AT END
                   SET PROVTOT-EOF TO TRUE
           END-READ.
       077-FIN.  EXIT.

       078-ACUMULA-PROVISION.
           MOVE PV-PERIODO TO WS-PERIODO-PROV
           MOVE ZERO TO WS-CN
           IF PV-AGUINALDO
               MOVE 1 TO WS-CN
           END-IF
           IF PV-PRIMA-VAC
               MOVE 2 TO WS-CN
           END-IF
           IF PV-CUOTAS
               MOVE 3 TO WS-CN
           END-IF
           IF WS-CN = ZERO
               DISPLAY "CONCEPTO DE PROVISION DESCONOCIDO: "
                       PV-CONCEPTO " DEPARTAMENTO " PV-DEPARTAMENTO
               MOVE 04 TO WS-RC-NUEVO
               MOVE "INTERFAZ GL: CONCEPTO DE PROVISION INVALIDO"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               GO TO 078-SIGUIENTE
           END-IF
           MOVE PV-DEPARTAMENTO TO WS-DEPTO-RENGLON
           MOVE PV-ENTIDAD TO WS-ENTIDAD-ACTUAL
           PERFORM 021-UBICA-CENTRO THRU 021-FIN
           IF WS-POS NOT = ZERO
               COMPUTE WS-MOVIMIENTO = PV-SALDO - PV-SALDO-ANT
               ADD WS-MOVIMIENTO TO WS-PC-PROVISION (WS-POS WS-CN)
           END-IF.
       078-SIGUIENTE.
           PERFORM 077-LEE-PROVISION THRU 077-FIN.
       078-FIN.  EXIT.

      *> ELEVA WS-CODIGO-RETORNO A WS-RC-NUEVO SI ESTE ES MAS SEVERO Y
      *> DEJA CONSTANCIA EN LA BITACORA COMUN DE ERRORES (ERRLOG).
       080-ACTUALIZA-RC.
