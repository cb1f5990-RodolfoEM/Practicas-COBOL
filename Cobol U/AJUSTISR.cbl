      *> (CONSTANC): BRUTO, ISR RETENIDO, IMSS Y EL AJUSTE, CON EL
      *> NOMBRE LEIDO DEL MAESTRO. SIN ESTO, EL AJUSTE DE DICIEMBRE
      *> SE HACIA COMPLETO FUERA DEL SISTEMA.
      *> ------------------------------------------------------
      *> MODIFICACIONES:
      *> 2026-10-15  LA TARIFA YA NO VIENE COMPILADA EN COPY ISRTAB:
      *>             EL ISR DEL INGRESO MENSUAL PROMEDIO LO CALCULA LA
      *>             SUBRUTINA PROGCISR CON LA TARIFA DEL ARCHIVO
      *>             FECHADO ISRTARIF VIGENTE AL 31 DE DICIEMBRE DEL
      *>             ANIO QUE SE AJUSTA, NO LA DE HOY. SIN TARIFA
      *>             VIGENTE PARA ESE ANIO EL AJUSTE NO CORRE (RC 16).
      *>             EL SUBSIDIO PARA EL EMPLEO NO ENTRA AL AJUSTE; EL
      *>             ISR RETENIDO DEL ACUMULADO YA VIENE NETO DE EL.
      *> 2026-10-15  PROGCISR RECIBE AHORA LOS DIAS DEL PERIODO; EL
      *>             AJUSTE ANUAL LE PASA 30 (TARIFA MENSUAL TAL CUAL).
      *> 2026-10-15  EL ISR ANUAL SE COMPARA CONTRA EL ISR CAUSADO
      *>             ACUMULADO (AC-ISR-CAUSADO) Y NO CONTRA EL RETENIDO,
      *>             QUE VIENE NETO DE SUBSIDIO Y DABA SALDOS A CARGO
      *>             FALSOS A QUIEN RECIBIO SUBSIDIO. UN ACUMULADO SIN
      *>             ESTOS CAMPOS SE COMPARA CONTRA EL RETENIDO. LA
      *>             CONSTANCIA MUESTRA TAMBIEN EL CAUSADO Y EL
      *>             SUBSIDIO.
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.

       WORKING-STORAGE SECTION.
       COPY RPTHDR.

       01  WS-AREAS.
           05 WS-NOMACUM-STATUS   PIC X(02).
           05 WS-EMPMAST-STATUS   PIC X(02).
           05 WS-ANIO-AJUSTE      PIC 9(04).
           05 WS-FECHA-TARIFA     PIC 9(08).
           05 WS-FECHA-TARIFA-R REDEFINES WS-FECHA-TARIFA.
              10 WS-FT-AA         PIC 9(04).
              10 WS-FT-MM         PIC 9(02).
              10 WS-FT-DD         PIC 9(02).
           05 WS-SUBSIDIO-MENSUAL PIC 9(07)V99.
           05 WS-ESTADO-ISR       PIC X(01).
               88 ISR-CALCULADO                  VALUE "S".
           05 WS-MENSUAL          PIC 9(07)V99.
           05 WS-DIAS-MES         PIC 9(02)      VALUE 30.
           05 WS-ISR-MENSUAL      PIC 9(07)V99.
           05 WS-ISR-ANUAL        PIC 9(08)V99.
           05 WS-ISR-ACUMULADO    PIC 9(08)V99.
           05 WS-SUBSIDIO-ACUM    PIC 9(08)V99.
           05 WS-DIFERENCIA       PIC S9(08)V99.
           05 WS-NOMBRE-EMP       PIC X(35).
           05 WS-TOT-A-FAVOR      PIC 9(05)      VALUE ZERO.
           MOVE ZERO TO RETURN-CODE
           DISPLAY "ANIO A AJUSTAR (AAAA): "
           ACCEPT WS-ANIO-AJUSTE
           MOVE WS-ANIO-AJUSTE TO WS-FT-AA
           MOVE 12 TO WS-FT-MM
           MOVE 31 TO WS-FT-DD
           MOVE ZERO TO WS-MENSUAL
           CALL "PROGCISR" USING WS-FECHA-TARIFA WS-MENSUAL
                                 WS-DIAS-MES
                                 WS-ISR-MENSUAL WS-SUBSIDIO-MENSUAL
                                 WS-ESTADO-ISR
           IF NOT ISR-CALCULADO
               DISPLAY "SIN TARIFA DE ISR VIGENTE PARA EL ANIO "
                       WS-ANIO-AJUSTE " EN ISRTARIF, SE TERMINA"
               MOVE 16 TO WS-RC-NUEVO
               MOVE "AJUSTE: SIN TARIFA DE ISR DEL ANIO"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT NOMACUM-FILE
           IF WS-NOMACUM-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR NOMACUM, SE TERMINA"
           PERFORM 050-IMPRIME-CONSTANCIA THRU 050-FIN.
       020-FIN.  EXIT.

      *> ANUALIZA CONTRA LA TARIFA MENSUAL VIGENTE AL CIERRE DEL ANIO
      *> (PROGCISR): INGRESO ENTRE 12, ISR DEL RENGLON QUE LE TOCA,
      *> POR 12; LA DIFERENCIA CONTRA EL ISR CAUSADO EN LOS PERIODOS
      *> (ANTES DE SUBSIDIO, PARA COMPARAR ISR CONTRA ISR) ES EL
      *> AJUSTE (POSITIVA = FALTO RETENER, A CARGO; NEGATIVA = SE
      *> RETUVO DE MAS, A FAVOR).
       030-ANUALIZA.
           COMPUTE WS-MENSUAL ROUNDED = AC-BRUTO / 12
           CALL "PROGCISR" USING WS-FECHA-TARIFA WS-MENSUAL
                                 WS-DIAS-MES
                                 WS-ISR-MENSUAL WS-SUBSIDIO-MENSUAL
                                 WS-ESTADO-ISR
           COMPUTE WS-ISR-ANUAL ROUNDED = WS-ISR-MENSUAL * 12
           IF AC-ISR-CAUSADO NUMERIC
              AND AC-SUBSIDIO NUMERIC
               MOVE AC-ISR-CAUSADO TO WS-ISR-ACUMULADO
               MOVE AC-SUBSIDIO    TO WS-SUBSIDIO-ACUM
           ELSE
               MOVE AC-ISR TO WS-ISR-ACUMULADO
               MOVE ZERO   TO WS-SUBSIDIO-ACUM
           END-IF
           COMPUTE WS-DIFERENCIA = WS-ISR-ANUAL - WS-ISR-ACUMULADO.
       030-FIN.  EXIT.

       040-IMPRIME-AJUSTE.
           MOVE WS-DIFERENCIA TO WS-DIFER-ED
           MOVE SPACES TO RPTAJUS-LINEA
                  WS-IMPORTE-ED                 DELIMITED BY SIZE
                  INTO CONSTANC-LINEA
           WRITE CONSTANC-LINEA
           MOVE WS-ISR-ACUMULADO TO WS-IMPORTE-ED
           MOVE SPACES TO CONSTANC-LINEA
           STRING "ISR CAUSADO EN EL ANIO:   " DELIMITED BY SIZE
                  WS-IMPORTE-ED                 DELIMITED BY SIZE
                  INTO CONSTANC-LINEA
           WRITE CONSTANC-LINEA
           MOVE WS-SUBSIDIO-ACUM TO WS-IMPORTE-ED
           MOVE SPACES TO CONSTANC-LINEA
           STRING "SUBSIDIO PARA EL EMPLEO:  " DELIMITED BY SIZE
                  WS-IMPORTE-ED                 DELIMITED BY SIZE
                  INTO CONSTANC-LINEA
           WRITE CONSTANC-LINEA
           MOVE AC-IMSS TO WS-IMPORTE-ED
           MOVE SPACES TO CONSTANC-LINEA
           STRING "CUOTA IMSS DEL ANIO:      " DELIMITED BY SIZE
