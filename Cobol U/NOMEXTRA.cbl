      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGNEXT.
      *AUTHOR.                    FERNANDO TOLEDO.
      *INSTALLATION.              CENTRO DE CAPACITACION.
      *DATE-WRITTEN.              2026-10-15.
      *DATE-COMPILED.
      *SECURITY.                  NO ES CONFIDENCIAL.
      *> ------------------------------------------------------
      *> NOMINA EXTRAORDINARIA FUERA DE CICLO: PAGA A LOS EMPLEADOS
      *> DE LA CAPTURA NOMXCAP (COPY NOMXREG) UN SUELDO PENDIENTE,
      *> UNA DIFERENCIA DE SUELDO O UNA GRATIFICACION SIN ESPERAR A
      *> LA SIGUIENTE CORRIDA DE PROGNOMI. EL ISR SE CALCULA CON LA
      *> MISMA SUBRUTINA PROGCISR Y TARIFA FECHADA: ES LO QUE EL
      *> IMPUESTO NETO DE SUBSIDIO DEL SALARIO MENSUAL MAS LO
      *> EXTRAORDINARIO REBASA AL DEL SALARIO SOLO. LA CUOTA OBRERA
      *> DEL IMSS ES LA DE PROGNOMI: EL SUELDO PENDIENTE COTIZA SOBRE
      *> EL SDI DE PROGCSDI POR LOS DIAS Y LO DEMAS SOBRE SU IMPORTE.
      *> LOS DESCUENTOS DE DEDMAST Y LAS PENSIONES SE QUEDAN EN LA
      *> NOMINA ORDINARIA. CADA CORRIDA TOMA EL SIGUIENTE NUMERO DEL
      *> CONTROL NOMXCTL (COPY NXCTREG) Y LO ESTAMPA EN EL
      *> ENCABEZADO H DE SU DETALLE (NOMXDET), SUS NETOS (NOMXNET) Y
      *> SU ARCHIVO DEL BANCO (DISPERS, MISMO LAYOUT DE PROGBANC),
      *> CADA UNO CON SU CIERRE T, EN GENERACIONES PROPIAS QUE NUNCA
      *> SE CONFUNDEN CON LAS DEL CICLO. LO PAGADO SE SUMA AL
      *> ACUMULADO ANUAL (NOMACUM) PARA EL AJUSTE ANUAL, Y LOS
      *> TOTALES POR DEPARTAMENTO VAN A NOMITOT PARA LA POLIZA DE
      *> PROGGLIF. UN EMPLEADO INEXISTENTE, INACTIVO O REPETIDO, O UN
      *> RENGLON INVALIDO, SE RECHAZA CON RC 04; UN EMPLEADO SIN
      *> CUENTA VALIDA NO SE PAGA Y EL PASO TERMINA CON RC 08. SIN
      *> TARIFA DE ISR O SIN UMA VIGENTE NO CORRE (RC 16).
      *> ------------------------------------------------------
      *> MODIFICACIONES:
      *> 2026-10-15  EL CUERPO DEL DETALLE CRECE A 74 POSICIONES CON
      *>             ND-RETRO (NOMDREG); LA EXTRAORDINARIA NO PAGA
      *>             RETROACTIVOS Y LO DEJA EN CERO.
      *> 2026-10-15  CADA PAGO QUE SALE EN EL ARCHIVO DEL BANCO SE DA
      *>             DE ALTA COMO ENVIADO EN EL MAESTRO DE PAGOS
      *>             DISPERSADOS (PAGBANC, VIA PROGPAGB) CON ORIGEN X
      *>             Y EL NUMERO DE CORRIDA COMO LOTE, PARA QUE LA
      *>             RESPUESTA DEL BANCO (PROGDEVB) LO ENCUENTRE.
      *> 2026-10-15  PROGCISR RECIBE AHORA LOS DIAS DEL PERIODO; LA
      *>             NOMINA EXTRAORDINARIA LE PASA 30, PORQUE SU
      *>             CALCULO ES SOBRE EL SUELDO MENSUAL DEL EMPLEADO.
      *> 2026-10-15  EL CUERPO DEL DETALLE CRECE A 81 POSICIONES CON
      *>             ND-PRIMA-VAC (NOMDREG); LA EXTRAORDINARIA NO PAGA
      *>             PRIMA VACACIONAL Y LA DEJA EN CERO. EL ACUMULADO
      *>             ANUAL NACE Y SE REINICIA CON LA PRIMA EN CERO.
      *> 2026-10-15  EL CUERPO DEL DETALLE CRECE A 102 POSICIONES CON EL
      *>             DESGLOSE DE HORAS EXTRA (NOMDREG), QUE LA
      *>             EXTRAORDINARIA DEJA EN CERO.
      *> 2026-10-15  LOS TOTALES DE NOMITOT SON POR DEPARTAMENTO Y
      *>             ENTIDAD PATRONAL (NT-ENTIDAD, DEL REGISTRO
      *>             PATRONAL DEL EMPLEADO EN EL CATALOGO PATRCAT VIA
      *>             PROGCPAT), PARA QUE PROGGLIF ARME UNA POLIZA POR
      *>             ENTIDAD.
      *> 2026-10-15  EL CUERPO DEL DETALLE CRECE A 110 POSICIONES CON
      *>             EL PRORRATEO DEL SUELDO (ND-PRORRATEO, NOMDREG),
      *>             QUE LA EXTRAORDINARIA DEJA EN CERO.
      *> 2026-10-15  EL CUERPO DEL DETALLE CRECE A 117 POSICIONES CON
      *>             LA PARTE EXENTA DE LA PRIMA (ND-PRIMA-EXENTA), EN
      *>             CERO. LO RETENIDO SE SUMA TAMBIEN AL ISR CAUSADO
      *>             DEL ACUMULADO (AC-ISR-CAUSADO) PARA EL AJUSTE
      *>             ANUAL; LO EXTRAORDINARIO NO LLEVA SUBSIDIO.
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOMXCAP-FILE    ASSIGN TO "NOMXCAP"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-NOMXCAP-STATUS.

           SELECT NOMXCTL-FILE    ASSIGN TO "NOMXCTL"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-NOMXCTL-STATUS.

           SELECT EMPMAST-FILE    ASSIGN TO "EMPMAST"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS EM-NUMERO
                                   ALTERNATE RECORD KEY IS EM-NOMBRE
                                       WITH DUPLICATES
                                   FILE STATUS IS WS-EMPMAST-STATUS.

           SELECT NOMACUM-FILE    ASSIGN TO "NOMACUM"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS AC-NUMERO
                                   FILE STATUS IS WS-NOMACUM-STATUS.

           SELECT NOMXDET-FILE    ASSIGN TO "NOMXDET"
                                   ORGANIZATION LINE SEQUENTIAL.

           SELECT NOMXNET-FILE    ASSIGN TO "NOMXNET"
                                   ORGANIZATION LINE SEQUENTIAL.

           SELECT DISPERS-FILE    ASSIGN TO "DISPERS"
                                   ORGANIZATION LINE SEQUENTIAL.

           SELECT NOMITOT-FILE    ASSIGN TO "NOMITOT"
                                   ORGANIZATION LINE SEQUENTIAL.

           SELECT RPTNEXT-FILE    ASSIGN TO "RPTNEXT"
                                   ORGANIZATION LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  NOMXCAP-FILE.
       COPY NOMXREG.

       FD  NOMXCTL-FILE.
       COPY NXCTREG.

       FD  EMPMAST-FILE.
       COPY EMPREC.

       FD  NOMACUM-FILE.
       COPY ACUMREG.

      *> DETALLE Y NETOS LLEVAN UNA MARCA H/D/T AL FRENTE; EL CUERPO
      *> DE UN RENGLON D ES EL DE NOMIDET (COPY NOMDREG) O EL DE
      *> NOMINET (COPY NETREG).
       FD  NOMXDET-FILE.
       01  NOMXDET-REGISTRO.
           05 XD-MARCA              PIC X(01).
           05 XD-CUERPO             PIC X(117).

       FD  NOMXNET-FILE.
       01  NOMXNET-REGISTRO.
           05 XN-MARCA              PIC X(01).
           05 XN-CUERPO             PIC X(14).

       FD  DISPERS-FILE.
       01  DISPERS-REGISTRO.
           05 DI-MARCA              PIC X(01).
           05 DI-BANCO              PIC X(03).
           05 DI-CLABE              PIC X(18).
           05 DI-NUMERO             PIC 9(05).
           05 DI-NOMBRE             PIC X(35).
           05 DI-IMPORTE            PIC 9(07)V99.
       01  DISPERS-CONTROL.
           05 DX-MARCA              PIC X(01).
           05 DX-TIPO               PIC X(14).
           05 DX-SECUENCIA          PIC 9(06).
           05 DX-FECHA              PIC 9(08).
           05 FILLER                PIC X(42).

       FD  NOMITOT-FILE.
       COPY NOMTREG.

       FD  RPTNEXT-FILE.
       01  RPTNEXT-LINEA            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY RPTHDR.
       COPY NETREG.
       COPY NOMDREG.
       COPY PAGBREG.

      *> CUERPO DEL ENCABEZADO H Y DEL CIERRE T DE NOMXDET/NOMXNET.
       01  WS-CONTROL-H.
           05 WS-CH-SECUENCIA     PIC 9(06).
           05 WS-CH-FECHA         PIC 9(08).

       01  WS-CONTROL-T.
           05 WS-CT-CUENTA        PIC 9(05).
           05 WS-CT-IMPORTE       PIC 9(07)V99.

      *> EMPLEADOS YA ATENDIDOS EN LA CORRIDA: UN NUMERO QUE VUELVE A
      *> APARECER FUERA DE SU GRUPO DE RENGLONES SE RECHAZA.
       01  WS-TABLA-ATENDIDOS.
           05 WS-AT-NUMERO OCCURS 500 TIMES PIC 9(05).

       01  WS-REPORTE-DEPTOS.
           05 WS-DEPTO-TOTAL OCCURS 20 TIMES.
              10 WS-RD-DEPARTAMENTO  PIC X(04).
              10 WS-RD-BRUTO         PIC 9(07)V99.
              10 WS-RD-DEDUCCIONES   PIC 9(07)V99.
              10 WS-RD-NETO          PIC 9(07)V99.
              10 WS-RD-EMPLEADOS     PIC 9(05).
              10 WS-RD-ENT-POS       PIC 9(02).

       COPY PATRTAB.

       01  WS-AREAS.
           05 WS-NOMXCAP-STATUS   PIC X(02).
           05 WS-NOMXCAP-EOF      PIC X(01)      VALUE "N".
               88 NOMXCAP-EOF                    VALUE "S".
           05 WS-NOMXCTL-STATUS   PIC X(02).
           05 WS-EMPMAST-STATUS   PIC X(02).
           05 WS-NOMACUM-STATUS   PIC X(02).
           05 WS-SECUENCIA        PIC 9(06)      VALUE ZERO.
           05 WS-FECHA-CORRIDA    PIC 9(08).
           05 WS-FECHA-CORRIDA-R REDEFINES WS-FECHA-CORRIDA.
              10 WS-FC-AA         PIC 9(04).
              10 WS-FC-MM         PIC 9(02).
              10 WS-FC-DD         PIC 9(02).
           05 WS-HORA-CORRIDA     PIC 9(08).
           05 WS-ANIO-CORRIDA     PIC 9(04).
           05 WS-NUM-ATENDIDOS    PIC 9(03)      VALUE ZERO.
           05 WS-INDICE           PIC 9(03).
           05 WS-NUMERO-ACTUAL    PIC 9(05).
           05 WS-EMPLEADO-OK      PIC X(01).
               88 EMPLEADO-OK                    VALUE "S".
           05 WS-HALLADO          PIC X(01).
               88 HALLADO                        VALUE "S".
           05 WS-MOTIVO           PIC X(40).
           05 WS-RC-RECHAZO       PIC 9(02).
           05 WS-CLABE-VALIDA     PIC X(01).
               88 CLABE-VALIDA                   VALUE "S".
           05 WS-IMPORTE-RENGLON  PIC 9(07)V99.
           05 WS-SALARIO-DIARIO   PIC 9(05)V99.
           05 WS-EXTRA-BRUTO      PIC 9(05)V99.
           05 WS-EXTRA-BASE-IMSS  PIC 9(06)V99.
           05 WS-BASE-ISR         PIC 9(07)V99.
           05 WS-DIAS-MES         PIC 9(02)      VALUE 30.
           05 WS-ISR-CAUSADO      PIC 9(07)V99.
           05 WS-SUBSIDIO-CAUSADO PIC 9(07)V99.
           05 WS-ESTADO-ISR       PIC X(01).
               88 ISR-CALCULADO                  VALUE "S".
               88 ISR-SIN-ARCHIVO                VALUE "N".
               88 ISR-SIN-TARIFA                 VALUE "V".
           05 WS-IMPUESTO-SALARIO PIC S9(07)V99.
           05 WS-IMPUESTO-TOTAL   PIC S9(07)V99.
           05 WS-ISR-RETENIDO     PIC 9(05)V99.
           05 WS-IMSS             PIC 9(05)V99.
           05 WS-NETO             PIC 9(05)V99.
           05 WS-TASA-IMSS        PIC 9(01)V999  VALUE 2.375.
           05 WS-FECHA-ALTA       PIC 9(08)      VALUE ZERO.
           05 WS-SALARIO-BASE     PIC 9(05)V99.
           05 WS-SDI              PIC 9(05)V99.
           05 WS-FACTOR           PIC 9(01)V9(04).
           05 WS-DIAS-VAC         PIC 9(02).
           05 WS-ESTADO-SDI       PIC X(01).
               88 SDI-CALCULADO                  VALUE "S".
               88 SDI-SIN-ARCHIVO                VALUE "N".
           05 WS-MAX-DEPTOS       PIC 9(02)      VALUE 20.
           05 WS-NUM-DEPTOS       PIC 9(02)      VALUE ZERO.
           05 WS-DEPTO-POS        PIC 9(02)      VALUE ZERO.
           05 WS-SUB-INDICE       PIC 9(02).
           05 WS-ENT-POS          PIC 9(02).
           05 WS-REG-ACTUAL       PIC X(02).
           05 WS-DEPTO-ENCONTRADO PIC X(01)      VALUE "N".
               88 DEPTO-ENCONTRADO               VALUE "S".
           05 WS-TOT-RENGLONES    PIC 9(05)      VALUE ZERO.
           05 WS-TOT-RECHAZADOS   PIC 9(05)      VALUE ZERO.
           05 WS-TOT-PAGADOS      PIC 9(05)      VALUE ZERO.
           05 WS-TOT-BRUTO        PIC 9(08)V99   VALUE ZERO.
           05 WS-TOT-DEDUCCIONES  PIC 9(08)V99   VALUE ZERO.
           05 WS-TOT-NETO         PIC 9(08)V99   VALUE ZERO.
           05 WS-CODIGO-RETORNO   PIC 9(02)      VALUE ZERO.
           05 WS-RC-NUEVO         PIC 9(02).
           05 WS-DESCRIPCION-ERROR PIC X(40).

       01  WS-EDITADOS.
           05 WS-DIAS-ED          PIC Z9.
           05 WS-IMPORTE-ED       PIC Z,ZZZ,ZZ9.99.
           05 WS-BRUTO-ED         PIC ZZ,ZZ9.99.
           05 WS-ISR-ED           PIC ZZ,ZZ9.99.
           05 WS-IMSS-ED          PIC ZZ,ZZ9.99.
           05 WS-NETO-ED          PIC ZZ,ZZ9.99.
           05 WS-TOT-BRUTO-ED     PIC ZZ,ZZZ,ZZ9.99.
           05 WS-TOT-DEDUC-ED     PIC ZZ,ZZZ,ZZ9.99.
           05 WS-TOT-NETO-ED      PIC ZZ,ZZZ,ZZ9.99.
           05 WS-CUENTA-ED        PIC ZZZZ9.

       PROCEDURE DIVISION.
       000-RAIZ.
           MOVE ZERO TO RETURN-CODE
           ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-CORRIDA FROM TIME
           MOVE WS-FC-AA TO WS-ANIO-CORRIDA
           PERFORM 003-VALIDA-TARIFA THRU 003-FIN
           IF NOT ISR-CALCULADO
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 004-VALIDA-UMA THRU 004-FIN
           IF NOT SDI-CALCULADO
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT NOMXCAP-FILE
           IF WS-NOMXCAP-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ABRIR NOMXCAP, NO SE PAGA NADA"
               MOVE 08 TO WS-RC-NUEVO
               MOVE "NOM. EXTRA: NO SE PUDO ABRIR NOMXCAP"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 006-ASIGNA-SECUENCIA THRU 006-FIN
           CALL "PROGCPAT" USING PT-PATRONES
           PERFORM 005-ABRE-EMPMAST THRU 005-FIN
           PERFORM 007-ABRE-NOMACUM THRU 007-FIN
           OPEN OUTPUT NOMXDET-FILE
           OPEN OUTPUT NOMXNET-FILE
           OPEN OUTPUT DISPERS-FILE
           OPEN OUTPUT RPTNEXT-FILE
           PERFORM 010-ESCRIBE-ENCABEZADO THRU 010-FIN
           PERFORM 015-LEE-CAPTURA THRU 015-FIN
           PERFORM 020-PROCESA-EMPLEADO THRU 020-FIN
                   UNTIL NOMXCAP-EOF
           PERFORM 060-ESCRIBE-CIERRES THRU 060-FIN
           OPEN OUTPUT NOMITOT-FILE
           PERFORM 065-ESCRIBE-TOTALES THRU 065-FIN
                   VARYING WS-SUB-INDICE FROM 1 BY 1
                   UNTIL WS-SUB-INDICE GREATER WS-NUM-DEPTOS
           CLOSE NOMITOT-FILE
           PERFORM 070-IMPRIME-TOTAL THRU 070-FIN
           PERFORM 075-ACTUALIZA-CONTROL THRU 075-FIN
           PERFORM 090-ESCRIBE-PIE THRU 090-FIN
           CLOSE NOMXCAP-FILE
           CLOSE EMPMAST-FILE
           CLOSE NOMACUM-FILE
           CLOSE NOMXDET-FILE
           CLOSE NOMXNET-FILE
           CLOSE DISPERS-FILE
           CLOSE RPTNEXT-FILE
           DISPLAY "NOMINA EXTRAORDINARIA " WS-SECUENCIA ": "
                   WS-TOT-PAGADOS " PAGADOS, "
                   WS-TOT-RECHAZADOS " RENGLONES RECHAZADOS"
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE
           GOBACK.

      *> ANTES DE ABRIR NADA SE PIDE A PROGCISR UN CALCULO EN CERO A
      *> LA FECHA DE LA CORRIDA, COMO EN PROGNOMI: SIN TARIFA DE ISR
      *> VIGENTE NO SE PAGA NADA (RC 16).
       003-VALIDA-TARIFA.
           MOVE ZERO TO WS-BASE-ISR
           CALL "PROGCISR" USING WS-FECHA-CORRIDA WS-BASE-ISR
                                 WS-DIAS-MES
                                 WS-ISR-CAUSADO WS-SUBSIDIO-CAUSADO
                                 WS-ESTADO-ISR
           IF ISR-CALCULADO
               GO TO 003-FIN
           END-IF
           IF ISR-SIN-ARCHIVO
               DISPLAY "NO SE PUDO ABRIR ISRTARIF, SE TERMINA"
               MOVE "NOM. EXTRA: NO SE PUDO ABRIR ISRTARIF"
                    TO WS-DESCRIPCION-ERROR
           ELSE
               IF ISR-SIN-TARIFA
                   DISPLAY "SIN TARIFA DE ISR VIGENTE AL "
                           WS-FECHA-CORRIDA ", SE TERMINA"
                   MOVE "NOM. EXTRA: SIN TARIFA DE ISR VIGENTE"
                        TO WS-DESCRIPCION-ERROR
               ELSE
                   DISPLAY "LA TARIFA DE ISR VIGENTE NO CABE EN LA "
                           "TABLA, SE TERMINA"
                   MOVE "NOM. EXTRA: TARIFA DE ISR EXCEDE LA TABLA"
                        TO WS-DESCRIPCION-ERROR
               END-IF
           END-IF
           MOVE 16 TO WS-RC-NUEVO
           PERFORM 080-ACTUALIZA-RC THRU 080-FIN.
       003-FIN.  EXIT.

      *> IGUAL QUE CON LA TARIFA, SIN UMA VIGENTE EN UMATAB NO SE
      *> PUEDE TOPAR EL SDI DEL SUELDO PENDIENTE (RC 16).
       004-VALIDA-UMA.
           MOVE ZERO TO WS-SALARIO-BASE
           CALL "PROGCSDI" USING WS-FECHA-CORRIDA WS-FECHA-ALTA
                                 WS-SALARIO-BASE WS-SDI WS-FACTOR
                                 WS-DIAS-VAC WS-ESTADO-SDI
           IF SDI-CALCULADO
               GO TO 004-FIN
           END-IF
           IF SDI-SIN-ARCHIVO
               DISPLAY "NO SE PUDO ABRIR UMATAB, SE TERMINA"
               MOVE "NOM. EXTRA: NO SE PUDO ABRIR UMATAB"
                    TO WS-DESCRIPCION-ERROR
           ELSE
               DISPLAY "SIN UMA VIGENTE AL " WS-FECHA-CORRIDA
                       ", SE TERMINA"
               MOVE "NOM. EXTRA: SIN UMA VIGENTE"
                    TO WS-DESCRIPCION-ERROR
           END-IF
           MOVE 16 TO WS-RC-NUEVO
           PERFORM 080-ACTUALIZA-RC THRU 080-FIN.
       004-FIN.  EXIT.

      *> ABRE EL MAESTRO DE EMPLEADOS EN INPUT; SI TODAVIA NO EXISTE LO
      *> CREA VACIO Y LO VUELVE A ABRIR.
       005-ABRE-EMPMAST.
           OPEN INPUT EMPMAST-FILE
           IF WS-EMPMAST-STATUS = "35"
               OPEN OUTPUT EMPMAST-FILE
               CLOSE EMPMAST-FILE
               OPEN INPUT EMPMAST-FILE
           END-IF.
       005-FIN.  EXIT.

      *> TOMA EL ULTIMO NUMERO DE CORRIDA DEL CONTROL NOMXCTL Y LE
      *> SUMA UNO; SIN CONTROL ES LA PRIMERA CORRIDA.
       006-ASIGNA-SECUENCIA.
           OPEN INPUT NOMXCTL-FILE
           IF WS-NOMXCTL-STATUS = "00"
               READ NOMXCTL-FILE
                   NOT AT END
                       MOVE XC-SECUENCIA TO WS-SECUENCIA
               END-READ
               CLOSE NOMXCTL-FILE
           END-IF
           ADD 1 TO WS-SECUENCIA.
       006-FIN.  EXIT.

      *> ABRE EL ACUMULADO ANUAL EN I-O; SI TODAVIA NO EXISTE LO
      *> CREA VACIO Y LO VUELVE A ABRIR, IGUAL QUE CON EMPMAST.
       007-ABRE-NOMACUM.
           OPEN I-O NOMACUM-FILE
           IF WS-NOMACUM-STATUS = "35"
               OPEN OUTPUT NOMACUM-FILE
               CLOSE NOMACUM-FILE
               OPEN I-O NOMACUM-FILE
           END-IF.
       007-FIN.  EXIT.

      *> ENCABEZADO DEL REPORTE Y ENCABEZADOS H DEL DETALLE, DE LOS
      *> NETOS Y DEL ARCHIVO DEL BANCO, CON EL NUMERO DE CORRIDA.
       010-ESCRIBE-ENCABEZADO.
           MOVE "NOMINA EXTRAORDINARIA - PROGNEXT" TO RPT-TITULO
           ACCEPT RPT-FECHA FROM DATE
           MOVE RPT-ENCABEZADO TO RPTNEXT-LINEA
           WRITE RPTNEXT-LINEA
           MOVE SPACES TO RPTNEXT-LINEA
           STRING "CORRIDA EXTRAORDINARIA NUMERO: " DELIMITED BY SIZE
                  WS-SECUENCIA                      DELIMITED BY SIZE
                  INTO RPTNEXT-LINEA
           WRITE RPTNEXT-LINEA
           MOVE SPACES TO RPTNEXT-LINEA
           WRITE RPTNEXT-LINEA
           MOVE WS-SECUENCIA     TO WS-CH-SECUENCIA
           MOVE WS-FECHA-CORRIDA TO WS-CH-FECHA
           MOVE "H" TO XD-MARCA
           MOVE WS-CONTROL-H TO XD-CUERPO
           WRITE NOMXDET-REGISTRO
           MOVE "H" TO XN-MARCA
           MOVE WS-CONTROL-H TO XN-CUERPO
           WRITE NOMXNET-REGISTRO
           MOVE SPACES TO DISPERS-CONTROL
           MOVE "H" TO DX-MARCA
           MOVE "EXTRAORDINARIA" TO DX-TIPO
           MOVE WS-SECUENCIA     TO DX-SECUENCIA
           MOVE WS-FECHA-CORRIDA TO DX-FECHA
           WRITE DISPERS-CONTROL.
       010-FIN.  EXIT.

       015-LEE-CAPTURA.
           READ NOMXCAP-FILE
               AT END
                   SET NOMXCAP-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOT-RENGLONES
           END-READ.
       015-FIN.  EXIT.

      *> ATIENDE EL GRUPO DE RENGLONES DE UN EMPLEADO: VALIDA AL
      *> EMPLEADO, SUMA LO EXTRAORDINARIO DE SUS RENGLONES Y, SI QUEDO
      *> ALGO QUE PAGAR, LO CALCULA, LO ESCRIBE Y LO ACUMULA.
       020-PROCESA-EMPLEADO.
           MOVE NX-NUMERO TO WS-NUMERO-ACTUAL
           MOVE ZERO TO WS-EXTRA-BRUTO
           MOVE ZERO TO WS-EXTRA-BASE-IMSS
           PERFORM 022-VALIDA-EMPLEADO THRU 022-FIN
           PERFORM 025-ACUMULA-RENGLON THRU 025-FIN
                   UNTIL NOMXCAP-EOF
                      OR NX-NUMERO NOT = WS-NUMERO-ACTUAL
           IF WS-NUM-ATENDIDOS LESS 500
               ADD 1 TO WS-NUM-ATENDIDOS
               MOVE WS-NUMERO-ACTUAL TO WS-AT-NUMERO (WS-NUM-ATENDIDOS)
           END-IF
           IF NOT EMPLEADO-OK OR WS-EXTRA-BRUTO = ZERO
               GO TO 020-FIN
           END-IF
           PERFORM 030-CALCULA-DEDUCCIONES THRU 030-FIN
           PERFORM 040-IMPRIME-EMPLEADO THRU 040-FIN
           PERFORM 047-ESCRIBE-PAGO THRU 047-FIN
           PERFORM 045-ACTUALIZA-ACUMULADO THRU 045-FIN
           PERFORM 050-ACUMULA-DEPTO THRU 050-FIN
           ADD 1 TO WS-TOT-PAGADOS.
       020-FIN.  EXIT.

      *> EL EMPLEADO DEBE EXISTIR, ESTAR ACTIVO (A UNA BAJA SE LE
      *> PAGA EN SU FINIQUITO), NO HABER SIDO ATENDIDO YA EN ESTA
      *> CORRIDA Y TENER UNA CLABE VALIDA PARA DEPOSITARLE. SI NO, SE
      *> DEJA EL MOTIVO Y TODOS SUS RENGLONES SE RECHAZAN.
       022-VALIDA-EMPLEADO.
           MOVE "S" TO WS-EMPLEADO-OK
           MOVE 04 TO WS-RC-RECHAZO
           MOVE "N" TO WS-HALLADO
           PERFORM 023-BUSCA-ATENDIDO THRU 023-FIN
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE GREATER WS-NUM-ATENDIDOS
                      OR HALLADO
           IF HALLADO
               MOVE "N" TO WS-EMPLEADO-OK
               MOVE "EMPLEADO REPETIDO FUERA DE SU GRUPO"
                    TO WS-MOTIVO
               GO TO 022-FIN
           END-IF
           MOVE WS-NUMERO-ACTUAL TO EM-NUMERO
           READ EMPMAST-FILE
               INVALID KEY
                   MOVE "N" TO WS-EMPLEADO-OK
                   MOVE "EMPLEADO NO EXISTE EN EL MAESTRO"
                        TO WS-MOTIVO
                   GO TO 022-FIN
           END-READ
           IF EM-INACTIVO
               MOVE "N" TO WS-EMPLEADO-OK
               MOVE "EMPLEADO INACTIVO" TO WS-MOTIVO
               GO TO 022-FIN
           END-IF
           MOVE "N" TO WS-CLABE-VALIDA
           IF EM-CLABE NOT = SPACES
               CALL "PROGVCLA" USING EM-CLABE
                                      WS-CLABE-VALIDA
           END-IF
           IF NOT CLABE-VALIDA
               MOVE "N" TO WS-EMPLEADO-OK
               MOVE 08 TO WS-RC-RECHAZO
               MOVE "SIN CUENTA VALIDA, NO SE PAGA" TO WS-MOTIVO
               GO TO 022-FIN
           END-IF
           COMPUTE WS-SALARIO-DIARIO ROUNDED = EM-SALARIO / 30
           MOVE EM-SALARIO TO WS-SALARIO-BASE
           CALL "PROGCSDI" USING WS-FECHA-CORRIDA EM-FECHA-ALTA
                                 WS-SALARIO-BASE WS-SDI WS-FACTOR
                                 WS-DIAS-VAC WS-ESTADO-SDI.
       022-FIN.  EXIT.

       023-BUSCA-ATENDIDO.
           IF WS-AT-NUMERO (WS-INDICE) = WS-NUMERO-ACTUAL
               SET HALLADO TO TRUE
           END-IF.
       023-FIN.  EXIT.

      *> SUMA UN RENGLON AL PAGO DEL EMPLEADO: EL SUELDO PENDIENTE
      *> SON DIAS DE SALARIO DIARIO (MAESTRO ENTRE 30) Y COTIZA EL SDI
      *> POR ESOS DIAS; LA DIFERENCIA Y LA GRATIFICACION SON SU
      *> IMPORTE Y COTIZAN POR ESE IMPORTE.
       025-ACUMULA-RENGLON.
           IF NOT EMPLEADO-OK
               PERFORM 028-RECHAZA-RENGLON THRU 028-FIN
               GO TO 025-SIGUIENTE
           END-IF
           EVALUATE TRUE
               WHEN NX-SUELDO-PENDIENTE
                   IF NX-DIAS = ZERO OR NX-DIAS GREATER 31
                       MOVE "DIAS DE SUELDO PENDIENTE INVALIDOS"
                            TO WS-MOTIVO
                       PERFORM 028-RECHAZA-RENGLON THRU 028-FIN
                       GO TO 025-SIGUIENTE
                   END-IF
                   COMPUTE WS-IMPORTE-RENGLON =
                           WS-SALARIO-DIARIO * NX-DIAS
               WHEN NX-DIFERENCIA
               WHEN NX-GRATIFICACION
                   IF NX-IMPORTE = ZERO
                       MOVE "IMPORTE EN CERO" TO WS-MOTIVO
                       PERFORM 028-RECHAZA-RENGLON THRU 028-FIN
                       GO TO 025-SIGUIENTE
                   END-IF
                   MOVE NX-IMPORTE TO WS-IMPORTE-RENGLON
               WHEN OTHER
                   MOVE "CONCEPTO NO VALIDO" TO WS-MOTIVO
                   PERFORM 028-RECHAZA-RENGLON THRU 028-FIN
                   GO TO 025-SIGUIENTE
           END-EVALUATE
           ADD WS-IMPORTE-RENGLON TO WS-EXTRA-BRUTO
               ON SIZE ERROR
                   MOVE "IMPORTE ACUMULADO FUERA DE RANGO"
                        TO WS-MOTIVO
                   PERFORM 028-RECHAZA-RENGLON THRU 028-FIN
                   GO TO 025-SIGUIENTE
           END-ADD
           IF NX-SUELDO-PENDIENTE
               COMPUTE WS-EXTRA-BASE-IMSS = WS-EXTRA-BASE-IMSS
                                          + WS-SDI * NX-DIAS
           ELSE
               ADD WS-IMPORTE-RENGLON TO WS-EXTRA-BASE-IMSS
           END-IF
           MOVE NX-DIAS TO WS-DIAS-ED
           MOVE WS-IMPORTE-RENGLON TO WS-IMPORTE-ED
           MOVE SPACES TO RPTNEXT-LINEA
           STRING NX-NUMERO          DELIMITED BY SIZE
                  "  "                DELIMITED BY SIZE
                  NX-CONCEPTO         DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-DIAS-ED          DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-IMPORTE-ED       DELIMITED BY SIZE
                  "  "                DELIMITED BY SIZE
                  NX-MOTIVO           DELIMITED BY SIZE
                  INTO RPTNEXT-LINEA
           WRITE RPTNEXT-LINEA.
       025-SIGUIENTE.
           PERFORM 015-LEE-CAPTURA THRU 015-FIN.
       025-FIN.  EXIT.

       028-RECHAZA-RENGLON.
           MOVE SPACES TO RPTNEXT-LINEA
           STRING "RECHAZADO: "      DELIMITED BY SIZE
                  NX-NUMERO          DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  NX-CONCEPTO        DELIMITED BY SIZE
                  " - "              DELIMITED BY SIZE
                  WS-MOTIVO          DELIMITED BY SIZE
                  INTO RPTNEXT-LINEA
           WRITE RPTNEXT-LINEA
           ADD 1 TO WS-TOT-RECHAZADOS
           IF NOT EMPLEADO-OK
               MOVE WS-RC-RECHAZO TO WS-RC-NUEVO
           ELSE
               MOVE 04 TO WS-RC-NUEVO
           END-IF
           MOVE "NOM. EXTRA: RENGLON RECHAZADO"
                TO WS-DESCRIPCION-ERROR
           PERFORM 080-ACTUALIZA-RC THRU 080-FIN.
       028-FIN.  EXIT.

      *> ISR DE LO EXTRAORDINARIO: EL IMPUESTO NETO DE SUBSIDIO DEL
      *> SALARIO MENSUAL MAS LO EXTRAORDINARIO MENOS EL DEL SALARIO
      *> SOLO (AMBOS CON PROGCISR A LA FECHA DE LA CORRIDA), PARA QUE
      *> EL PAGO TRIBUTE A LA TASA QUE LE TOCA DENTRO DEL MES. EL
      *> SUBSIDIO SE ENTREGA SOLO EN LA NOMINA ORDINARIA, ASI QUE SI
      *> LA DIFERENCIA SALE NEGATIVA NO SE RETIENE NADA. LA CUOTA
      *> OBRERA ES LA TASA DE PROGNOMI SOBRE LA BASE DE LOS RENGLONES.
       030-CALCULA-DEDUCCIONES.
           MOVE EM-SALARIO TO WS-BASE-ISR
           CALL "PROGCISR" USING WS-FECHA-CORRIDA WS-BASE-ISR
                                 WS-DIAS-MES
                                 WS-ISR-CAUSADO WS-SUBSIDIO-CAUSADO
                                 WS-ESTADO-ISR
           COMPUTE WS-IMPUESTO-SALARIO = WS-ISR-CAUSADO
                                       - WS-SUBSIDIO-CAUSADO
           COMPUTE WS-BASE-ISR = EM-SALARIO + WS-EXTRA-BRUTO
           CALL "PROGCISR" USING WS-FECHA-CORRIDA WS-BASE-ISR
                                 WS-DIAS-MES
                                 WS-ISR-CAUSADO WS-SUBSIDIO-CAUSADO
                                 WS-ESTADO-ISR
           COMPUTE WS-IMPUESTO-TOTAL = WS-ISR-CAUSADO
                                     - WS-SUBSIDIO-CAUSADO
           IF WS-IMPUESTO-TOTAL GREATER WS-IMPUESTO-SALARIO
               COMPUTE WS-ISR-RETENIDO = WS-IMPUESTO-TOTAL
                                       - WS-IMPUESTO-SALARIO
           ELSE
               MOVE ZERO TO WS-ISR-RETENIDO
           END-IF
           COMPUTE WS-IMSS ROUNDED =
                   WS-EXTRA-BASE-IMSS * WS-TASA-IMSS / 100
           COMPUTE WS-NETO = WS-EXTRA-BRUTO - WS-ISR-RETENIDO
                           - WS-IMSS
               ON SIZE ERROR
                   MOVE ZERO TO WS-NETO
                   MOVE 04 TO WS-RC-NUEVO
                   MOVE "NOM. EXTRA: NETO FUERA DE RANGO, EN CERO"
                        TO WS-DESCRIPCION-ERROR
                   PERFORM 080-ACTUALIZA-RC THRU 080-FIN
           END-COMPUTE.
       030-FIN.  EXIT.

      *> RENGLON DEL EMPLEADO EN EL REPORTE: BRUTO EXTRAORDINARIO,
      *> ISR, IMSS Y NETO.
       040-IMPRIME-EMPLEADO.
           MOVE WS-EXTRA-BRUTO  TO WS-BRUTO-ED
           MOVE WS-ISR-RETENIDO TO WS-ISR-ED
           MOVE WS-IMSS         TO WS-IMSS-ED
           MOVE WS-NETO         TO WS-NETO-ED
           MOVE SPACES TO RPTNEXT-LINEA
           STRING "  "                DELIMITED BY SIZE
                  EM-NOMBRE (1:20)    DELIMITED BY SIZE
                  " BRUTO "           DELIMITED BY SIZE
                  WS-BRUTO-ED         DELIMITED BY SIZE
                  " ISR "             DELIMITED BY SIZE
                  WS-ISR-ED           DELIMITED BY SIZE
                  " IMSS "            DELIMITED BY SIZE
                  WS-IMSS-ED          DELIMITED BY SIZE
                  " NETO "            DELIMITED BY SIZE
                  WS-NETO-ED          DELIMITED BY SIZE
                  INTO RPTNEXT-LINEA
           WRITE RPTNEXT-LINEA
           ADD 1 TO RPT-TOTAL-REGS.
       040-FIN.  EXIT.

      *> DEJA EL PAGO EN LOS TRES ARCHIVOS DE LA CORRIDA: EL DETALLE
      *> CON EL LAYOUT DE NOMIDET (SIN AJUSTE, SUBSIDIO NI OTRAS
      *> DEDUCCIONES), EL NETO CON EL DE NOMINET Y EL RENGLON DEL
      *> BANCO CON LA CLABE DEL MAESTRO, QUE ADEMAS QUEDA ENVIADO EN
      *> PAGBANC.
       047-ESCRIBE-PAGO.
           MOVE EM-NUMERO       TO ND-NUMERO
           MOVE EM-DEPARTAMENTO TO ND-DEPARTAMENTO
           MOVE WS-EXTRA-BRUTO  TO ND-BRUTO
           MOVE ZERO            TO ND-AJUSTE
           MOVE WS-ISR-RETENIDO TO ND-ISR
           MOVE ZERO            TO ND-SUBSIDIO
           MOVE WS-IMSS         TO ND-IMSS
           MOVE ZERO            TO ND-OTRAS-DED
           MOVE WS-NETO         TO ND-NETO
           MOVE ZERO            TO ND-PENSION
           MOVE ZERO            TO ND-RETRO
           MOVE ZERO            TO ND-PRIMA-VAC
           MOVE ZERO            TO ND-HE-DOBLE
           MOVE ZERO            TO ND-HE-TRIPLE
           MOVE ZERO            TO ND-HE-EXENTA
           MOVE ZERO            TO ND-PRORRATEO
           MOVE ZERO            TO ND-PRIMA-EXENTA
           MOVE "D" TO XD-MARCA
           MOVE ND-REGISTRO TO XD-CUERPO
           WRITE NOMXDET-REGISTRO
           MOVE EM-NUMERO TO NN-NUMERO
           MOVE WS-NETO   TO NN-NETO
           MOVE "D" TO XN-MARCA
           MOVE NN-REGISTRO TO XN-CUERPO
           WRITE NOMXNET-REGISTRO
           MOVE "D"        TO DI-MARCA
           MOVE EM-BANCO   TO DI-BANCO
           MOVE EM-CLABE   TO DI-CLABE
           MOVE EM-NUMERO  TO DI-NUMERO
           MOVE EM-NOMBRE  TO DI-NOMBRE
           MOVE WS-NETO    TO DI-IMPORTE
           WRITE DISPERS-REGISTRO
           MOVE WS-FECHA-CORRIDA TO PB-FECHA
           MOVE "X"              TO PB-ORIGEN
           MOVE WS-SECUENCIA     TO PB-LOTE
           COMPUTE PB-RENGLON = WS-TOT-PAGADOS + 1
           MOVE EM-NUMERO        TO PB-NUMERO
           MOVE "N"              TO PB-TIPO
           MOVE SPACES           TO PB-EXPEDIENTE
           MOVE EM-BANCO         TO PB-BANCO
           MOVE EM-CLABE         TO PB-CLABE
           MOVE EM-NOMBRE        TO PB-NOMBRE
           MOVE WS-NETO          TO PB-IMPORTE
           MOVE "E"              TO PB-ESTADO
           MOVE SPACES           TO PB-MOTIVO
           MOVE WS-FECHA-CORRIDA TO PB-FECHA-ESTADO
           CALL "PROGPAGB" USING PB-REGISTRO.
       047-FIN.  EXIT.

      *> SUMA EL PAGO AL ACUMULADO ANUAL DEL EMPLEADO CON LA MISMA
      *> REGLA DE PROGNOMI: SIN REGISTRO SE LE ABRE, Y UN REGISTRO DE
      *> UN ANIO ANTERIOR SE REINICIA GUARDANDO EL ANIO QUE CIERRA.
      *> LO EXTRAORDINARIO NO ENTREGA SUBSIDIO: LO RETENIDO SE SUMA
      *> IGUAL AL ISR CAUSADO Y AC-SUBSIDIO NO SE TOCA.
       045-ACTUALIZA-ACUMULADO.
           MOVE EM-NUMERO TO AC-NUMERO
           READ NOMACUM-FILE
               INVALID KEY
                   MOVE WS-ANIO-CORRIDA TO AC-ANIO
                   MOVE ZERO TO AC-BRUTO
                   MOVE ZERO TO AC-ISR
                   MOVE ZERO TO AC-IMSS
                   MOVE ZERO TO AC-ANIO-ANT
                   MOVE ZERO TO AC-BRUTO-ANT
                   MOVE ZERO TO AC-PRIMA-VAC
                   MOVE ZERO TO AC-PRIMA-EXENTA
                   MOVE ZERO TO AC-ISR-CAUSADO
                   MOVE ZERO TO AC-SUBSIDIO
                   WRITE AC-REGISTRO
           END-READ
           IF AC-ISR-CAUSADO NOT NUMERIC
              OR AC-SUBSIDIO NOT NUMERIC
               MOVE AC-ISR TO AC-ISR-CAUSADO
               MOVE ZERO TO AC-SUBSIDIO
           END-IF
           IF AC-ANIO NOT = WS-ANIO-CORRIDA
               MOVE AC-ANIO  TO AC-ANIO-ANT
               MOVE AC-BRUTO TO AC-BRUTO-ANT
               MOVE WS-ANIO-CORRIDA TO AC-ANIO
               MOVE ZERO TO AC-BRUTO
               MOVE ZERO TO AC-ISR
               MOVE ZERO TO AC-IMSS
               MOVE ZERO TO AC-PRIMA-VAC
               MOVE ZERO TO AC-PRIMA-EXENTA
               MOVE ZERO TO AC-ISR-CAUSADO
               MOVE ZERO TO AC-SUBSIDIO
           END-IF
           ADD WS-EXTRA-BRUTO  TO AC-BRUTO
           ADD WS-ISR-RETENIDO TO AC-ISR
           ADD WS-ISR-RETENIDO TO AC-ISR-CAUSADO
           ADD WS-IMSS         TO AC-IMSS
           REWRITE AC-REGISTRO
           IF WS-NOMACUM-STATUS NOT = "00"
               DISPLAY "NO SE PUDO ACTUALIZAR EL ACUMULADO DE: "
                       EM-NUMERO
               MOVE 04 TO WS-RC-NUEVO
               MOVE "NOM. EXTRA: FALLO EL ACUMULADO ANUAL"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
           END-IF.
       045-FIN.  EXIT.

      *> ACUMULA EL PAGO EN LA RANURA DEL DEPARTAMENTO DEL EMPLEADO,
      *> MISMO PATRON DE PROGNOMI, PARA LOS TOTALES DE LA POLIZA.
       050-ACUMULA-DEPTO.
           PERFORM 052-UBICA-ENTIDAD THRU 052-FIN
           MOVE "N" TO WS-DEPTO-ENCONTRADO
           PERFORM 055-BUSCA-DEPTO THRU 055-FIN
                   VARYING WS-SUB-INDICE FROM 1 BY 1
                   UNTIL WS-SUB-INDICE GREATER WS-NUM-DEPTOS
                      OR DEPTO-ENCONTRADO
           IF NOT DEPTO-ENCONTRADO
               IF WS-NUM-DEPTOS LESS WS-MAX-DEPTOS
                   ADD 1 TO WS-NUM-DEPTOS
                   MOVE EM-DEPARTAMENTO TO
                        WS-RD-DEPARTAMENTO (WS-NUM-DEPTOS)
                   MOVE ZERO TO WS-RD-BRUTO (WS-NUM-DEPTOS)
                   MOVE ZERO TO WS-RD-DEDUCCIONES (WS-NUM-DEPTOS)
                   MOVE ZERO TO WS-RD-NETO (WS-NUM-DEPTOS)
                   MOVE ZERO TO WS-RD-EMPLEADOS (WS-NUM-DEPTOS)
                   MOVE WS-ENT-POS TO WS-RD-ENT-POS (WS-NUM-DEPTOS)
                   MOVE WS-NUM-DEPTOS TO WS-DEPTO-POS
               ELSE
                   DISPLAY "SE ALCANZO EL MAXIMO DE DEPARTAMENTOS ("
                           WS-MAX-DEPTOS
                           ") - EMPLEADO " EM-NUMERO
                           " NO ENTRA EN LA POLIZA"
                   MOVE 08 TO WS-RC-NUEVO
                   MOVE "NOM. EXTRA: MAXIMO DE DEPARTAMENTOS"
                        TO WS-DESCRIPCION-ERROR
                   PERFORM 080-ACTUALIZA-RC THRU 080-FIN
                   GO TO 058-ACUMULA-COMPANIA
               END-IF
           END-IF
           ADD WS-EXTRA-BRUTO  TO WS-RD-BRUTO (WS-DEPTO-POS)
           ADD WS-ISR-RETENIDO TO WS-RD-DEDUCCIONES (WS-DEPTO-POS)
           ADD WS-IMSS         TO WS-RD-DEDUCCIONES (WS-DEPTO-POS)
           ADD WS-NETO         TO WS-RD-NETO (WS-DEPTO-POS)
           ADD 1               TO WS-RD-EMPLEADOS (WS-DEPTO-POS).
       058-ACUMULA-COMPANIA.
           ADD WS-EXTRA-BRUTO  TO WS-TOT-BRUTO
           ADD WS-ISR-RETENIDO TO WS-TOT-DEDUCCIONES
           ADD WS-IMSS         TO WS-TOT-DEDUCCIONES
           ADD WS-NETO         TO WS-TOT-NETO.
       050-FIN.  EXIT.

      *> ENTIDAD PATRONAL DEL EMPLEADO SEGUN SU REGISTRO PATRONAL
      *> (ESPACIOS ES EL 01); UN REGISTRO FUERA DEL CATALOGO CAE EN LA
      *> PRIMERA ENTIDAD, CON ADVERTENCIA.
       052-UBICA-ENTIDAD.
           MOVE EM-REG-PATRONAL TO WS-REG-ACTUAL
           IF WS-REG-ACTUAL = SPACES
               MOVE "01" TO WS-REG-ACTUAL
           END-IF
           MOVE ZERO TO WS-ENT-POS
           PERFORM 053-BUSCA-REGISTRO THRU 053-FIN
                   VARYING WS-SUB-INDICE FROM 1 BY 1
                   UNTIL WS-SUB-INDICE GREATER PT-NUM-REGISTROS
                      OR WS-ENT-POS NOT = ZERO
           IF WS-ENT-POS = ZERO
               DISPLAY "REGISTRO PATRONAL " WS-REG-ACTUAL
                       " NO CATALOGADO, EMPLEADO " EM-NUMERO
               MOVE 1 TO WS-ENT-POS
               MOVE 04 TO WS-RC-NUEVO
               MOVE "NOM. EXTRA: REG. PATRONAL NO CATALOGADO"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
           END-IF.
       052-FIN.  EXIT.

       053-BUSCA-REGISTRO.
           IF PT-R-CODIGO (WS-SUB-INDICE) = WS-REG-ACTUAL
               MOVE PT-R-ENT-POS (WS-SUB-INDICE) TO WS-ENT-POS
           END-IF.
       053-FIN.  EXIT.

       055-BUSCA-DEPTO.
           IF WS-RD-DEPARTAMENTO (WS-SUB-INDICE) = EM-DEPARTAMENTO
              AND WS-RD-ENT-POS (WS-SUB-INDICE) = WS-ENT-POS
               MOVE "S" TO WS-DEPTO-ENCONTRADO
               MOVE WS-SUB-INDICE TO WS-DEPTO-POS
           END-IF.
       055-FIN.  EXIT.

      *> CIERRES T: CUENTA DE PAGOS E IMPORTE NETO TOTAL EN EL DETALLE
      *> Y LOS NETOS, Y EL TRAILER DEL BANCO CON LA CONVENCION DE
      *> PROGBANC.
       060-ESCRIBE-CIERRES.
           MOVE WS-TOT-PAGADOS TO WS-CT-CUENTA
           MOVE WS-TOT-NETO    TO WS-CT-IMPORTE
           MOVE "T" TO XD-MARCA
           MOVE WS-CONTROL-T TO XD-CUERPO
           WRITE NOMXDET-REGISTRO
           MOVE "T" TO XN-MARCA
           MOVE WS-CONTROL-T TO XN-CUERPO
           WRITE NOMXNET-REGISTRO
           MOVE SPACES TO DISPERS-REGISTRO
           MOVE "T" TO DI-MARCA
           MOVE WS-TOT-PAGADOS TO DI-NUMERO
           MOVE WS-TOT-NETO TO DI-IMPORTE
           WRITE DISPERS-REGISTRO.
       060-FIN.  EXIT.

      *> TOTAL DE UN DEPARTAMENTO EN COLUMNAS FIJAS PARA PROGGLIF; LA
      *> NOMINA EXTRAORDINARIA NO ENTREGA SUBSIDIO.
       065-ESCRIBE-TOTALES.
           MOVE WS-RD-DEPARTAMENTO (WS-SUB-INDICE)
                TO NT-DEPARTAMENTO
           MOVE WS-RD-BRUTO (WS-SUB-INDICE)        TO NT-BRUTO
           MOVE WS-RD-DEDUCCIONES (WS-SUB-INDICE)  TO NT-DEDUCCIONES
           MOVE WS-RD-NETO (WS-SUB-INDICE)         TO NT-NETO
           MOVE WS-RD-EMPLEADOS (WS-SUB-INDICE)    TO NT-EMPLEADOS
           MOVE ZERO                               TO NT-SUBSIDIO
           MOVE PT-E-ENTIDAD (WS-RD-ENT-POS (WS-SUB-INDICE))
                TO NT-ENTIDAD
           WRITE NT-REGISTRO.
       065-FIN.  EXIT.

       070-IMPRIME-TOTAL.
           MOVE WS-TOT-BRUTO       TO WS-TOT-BRUTO-ED
           MOVE WS-TOT-DEDUCCIONES TO WS-TOT-DEDUC-ED
           MOVE WS-TOT-NETO        TO WS-TOT-NETO-ED
           MOVE SPACES TO RPTNEXT-LINEA
           WRITE RPTNEXT-LINEA
           MOVE SPACES TO RPTNEXT-LINEA
           STRING "TOTAL CORRIDA  BRUTO: "       DELIMITED BY SIZE
                  WS-TOT-BRUTO-ED                DELIMITED BY SIZE
                  "  DEDUC: "                    DELIMITED BY SIZE
                  WS-TOT-DEDUC-ED                DELIMITED BY SIZE
                  "  NETO: "                     DELIMITED BY SIZE
                  WS-TOT-NETO-ED                 DELIMITED BY SIZE
                  INTO RPTNEXT-LINEA
           WRITE RPTNEXT-LINEA.
       070-FIN.  EXIT.

      *> DEJA EL NUMERO DE ESTA CORRIDA EN EL CONTROL NOMXCTL, PARA
      *> QUE LA SIGUIENTE TOME EL QUE SIGUE Y LA POLIZA LO ESTAMPE.
       075-ACTUALIZA-CONTROL.
           OPEN OUTPUT NOMXCTL-FILE
           MOVE WS-SECUENCIA        TO XC-SECUENCIA
           MOVE WS-FECHA-CORRIDA    TO XC-FECHA
           MOVE WS-HORA-CORRIDA (1:6) TO XC-HORA
           WRITE XC-REGISTRO
           CLOSE NOMXCTL-FILE.
       075-FIN.  EXIT.

      *> ELEVA WS-CODIGO-RETORNO A WS-RC-NUEVO SI ESTE ES MAS SEVERO Y
      *> DEJA CONSTANCIA EN LA BITACORA COMUN DE ERRORES (ERRLOG).
       080-ACTUALIZA-RC.
           IF WS-RC-NUEVO GREATER WS-CODIGO-RETORNO
               MOVE WS-RC-NUEVO TO WS-CODIGO-RETORNO
           END-IF
           CALL "PROGERRL" USING "PROGNEXT" WS-RC-NUEVO
                   WS-DESCRIPCION-ERROR.
       080-FIN.  EXIT.

      *> PIE CON LOS PAGOS Y LOS RENGLONES RECHAZADOS.
       090-ESCRIBE-PIE.
           MOVE SPACES TO RPTNEXT-LINEA
           WRITE RPTNEXT-LINEA
           MOVE WS-TOT-RENGLONES TO WS-CUENTA-ED
           MOVE SPACES TO RPTNEXT-LINEA
           STRING "RENGLONES DE CAPTURA: " DELIMITED BY SIZE
                  WS-CUENTA-ED             DELIMITED BY SIZE
                  INTO RPTNEXT-LINEA
           WRITE RPTNEXT-LINEA
           MOVE WS-TOT-RECHAZADOS TO WS-CUENTA-ED
           MOVE SPACES TO RPTNEXT-LINEA
           STRING "RENGLONES RECHAZADOS: " DELIMITED BY SIZE
                  WS-CUENTA-ED             DELIMITED BY SIZE
                  INTO RPTNEXT-LINEA
           WRITE RPTNEXT-LINEA
           MOVE WS-TOT-PAGADOS TO WS-CUENTA-ED
           MOVE SPACES TO RPTNEXT-LINEA
           STRING "EMPLEADOS PAGADOS:    " DELIMITED BY SIZE
                  WS-CUENTA-ED             DELIMITED BY SIZE
                  INTO RPTNEXT-LINEA
           WRITE RPTNEXT-LINEA
           MOVE RPT-TOTAL-REGS TO RPT-TOTAL-REGS-ED
           MOVE RPT-PIE TO RPTNEXT-LINEA
           WRITE RPTNEXT-LINEA.
       090-FIN.  EXIT.
