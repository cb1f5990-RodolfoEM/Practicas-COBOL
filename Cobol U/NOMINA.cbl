      *>             CONTRA EL CALENDARIO CALENDAR) SE PAGAN AHORA
      *>             AL TRIPLE DE LA HORA ORDINARIA, APARTE DEL
      *>             DOBLE DE LAS ORDINARIAS.
      *> 2026-10-15  EL ISR SE CALCULA AHORA CON LA SUBRUTINA
      *>             PROGCISR, QUE TOMA DEL ARCHIVO FECHADO ISRTARIF
      *>             LA TARIFA Y LA TABLA DEL SUBSIDIO PARA EL
      *>             EMPLEO EN VIGOR A LA FECHA DE LA CORRIDA; SIN
      *>             TARIFA VIGENTE LA NOMINA NO CORRE (RC 16). EL
      *>             SUBSIDIO CAUSADO SE ACREDITA CONTRA EL ISR
      *>             CAUSADO: SE RETIENE SOLO LA DIFERENCIA Y, SI EL
      *>             SUBSIDIO ES MAYOR, EL EXCEDENTE SE ENTREGA EN EL
      *>             NETO. EL SUBSIDIO SALE EN SU PROPIA COLUMNA DE
      *>             RPTNOMI Y EN NOMIDET (ND-SUBSIDIO), EL ACUMULADO
      *>             ANUAL SUMA EL ISR RETENIDO Y NOMITOT LLEVA EL
      *>             SUBSIDIO ENTREGADO (NT-SUBSIDIO) PARA LA POLIZA.
      *> 2026-10-15  LA CUOTA OBRERA DEL IMSS SE CALCULA AHORA SOBRE EL
      *>             SALARIO BASE DE COTIZACION: EL SDI DE LA
      *>             SUBRUTINA PROGCSDI (FACTOR DE INTEGRACION A LA
      *>             ANTIGUEDAD, TOPE DE 25 UMAS DE UMATAB) POR LOS
      *>             DIAS COTIZADOS DEL PERIODO (30 MENOS LAS FALTAS
      *>             DE INCSUM), Y YA NO SOBRE EL BRUTO; LAS HORAS
      *>             EXTRA NO INTEGRAN. SIN UMA VIGENTE LA NOMINA NO
      *>             CORRE (RC 16).
      *> 2026-10-15  AL REINICIAR EL ACUMULADO ANUAL DE UN EMPLEADO SE
      *>             CONSERVAN EL ANIO QUE CIERRA Y SU BRUTO
      *>             (AC-ANIO-ANT/AC-BRUTO-ANT) PARA EL REPARTO DE
      *>             UTILIDADES DE MAYO (PROGPTUA).
      *> 2026-10-15  SE RETIENEN LOS CREDITOS INFONAVIT (IN) Y FONACOT
      *>             (FN) DEL MAESTRO DEDMAST, ANTES QUE LOS PRESTAMOS
      *>             Y EL FONDO DE AHORRO: EL INFONAVIT POR SU METODO
      *>             (PORCENTAJE DEL SBC DEL PERIODO, CUOTA FIJA
      *>             MENSUAL O FACTOR VSM POR LA UMI DE UMATAB POR 30
      *>             DIAS) Y EL FONACOT POR LO QUE PIDE LA CEDULA DEL
      *>             MES. CADA CREDITO RETIENE A LO MAS LO SOLICITADO
      *>             EN EL MES (DD-RETENIDO LLEVA LO YA RETENIDO EN
      *>             DD-PERIODO) Y NUNCA MAS QUE EL NETO DISPONIBLE;
      *>             UN CREDITO SUSPENDIDO POR AVISO O SIN CEDULA DEL
      *>             MES NO RETIENE.
      *> 2026-10-15  SE RETIENEN LAS ORDENES JUDICIALES DE PENSION
      *>             ALIMENTICIA DEL MAESTRO ORDJUD (COPY OJUDREG)
      *>             ANTES QUE CUALQUIER OTRO DESCUENTO: PORCENTAJE
      *>             DEL NETO (DESPUES DE ISR E IMSS), PORCENTAJE DEL
      *>             BRUTO O IMPORTE FIJO, NUNCA MAS QUE EL NETO
      *>             DISPONIBLE. CADA RETENCION SUMA A LO RETENIDO
      *>             EN EL MES Y AL ACUMULADO DE LA ORDEN, SALE EN
      *>             PENSDIS (COPY PDISREG) PARA QUE PROGBANC LE
      *>             PAGUE AL BENEFICIARIO, Y VIAJA EN NOMIDET
      *>             (ND-PENSION) PARA EL RECIBO.
      *> 2026-10-15  LAS INCAPACIDADES DEL IMSS LLEGAN EN INCSUM POR
      *>             RAMO: LA CASA NO PAGA LOS DIAS DE INCAPACIDAD
      *>             (LOS SUBSIDIA EL IMSS: RIESGO DE TRABAJO Y
      *>             MATERNIDAD AL 100 DESDE EL PRIMER DIA) SALVO LOS
      *>             TRES DIAS DE ESPERA DE ENFERMEDAD GENERAL, QUE
      *>             EL IMSS NO CUBRE Y SE PAGAN COMPLETOS. TODOS LOS
      *>             DIAS DE INCAPACIDAD SALEN DE LOS DIAS COTIZADOS
      *>             DE LA CUOTA OBRERA, IGUAL QUE LAS FALTAS.
      *> 2026-10-15  SE PAGAN LAS DIFERENCIAS RETROACTIVAS DE SALARIO
      *>             QUE PROGRETR DEJO PENDIENTES EN RETROPAG (COPY
      *>             RTPGREG): SE SUMAN AL BRUTO GRAVABLE, SE MARCAN
      *>             APLICADAS CON EL PERIODO DE LA CORRIDA (UNA
      *>             RECORRIDA DEL MISMO MES LAS VUELVE A INCLUIR),
      *>             SALEN EN SU PROPIO RENGLON DEL REGISTRO Y VIAJAN
      *>             EN NOMIDET (ND-RETRO) PARA EL RECIBO.
      *> 2026-10-15  GRUPOS DE PAGO: CADA EMPLEADO ES SEMANAL,
      *>             QUINCENAL O MENSUAL (EM-GRUPO-PAGO) Y CADA GRUPO
      *>             TIENE SU CALENDARIO EN PERCAL. LA CORRIDA SOLO
      *>             PAGA A LOS GRUPOS CUYO PERIODO CIERRA HOY
      *>             (PROGGPER) Y LOS LISTA EN EL ENCABEZADO; SI
      *>             NINGUNO CIERRA NO PAGA A NADIE. EL SUELDO DEL
      *>             PERIODO ES EM-SALARIO (MENSUAL) ENTRE 30 POR 7,
      *>             15 O 30 DIAS, Y CON ESOS DIAS SE TOPAN LAS
      *>             FALTAS, SE CUENTAN LOS DIAS COTIZADOS DEL IMSS Y
      *>             SE PIDE A PROGCISR LA TARIFA DEL PERIODO. LAS
      *>             CUOTAS FIJAS MENSUALES (PENSION, INFONAVIT,
      *>             FONACOT) SE RETIENEN POR LA PARTE DE LOS DIAS
      *>             DEL PERIODO, Y EL RETROACTIVO SE MARCA CON EL
      *>             PERIODO DEL CALENDARIO DEL GRUPO. SIN PERCAL SE
      *>             PAGA A TODOS COMO MENSUALES, COMO ANTES.
      *> 2026-10-15  PRIMA VACACIONAL: SE PAGA EL 25% DEL SALARIO
      *>             DIARIO (EM-SALARIO ENTRE 30) POR CADA DIA DE
      *>             VACACIONES QUE PROGINCI CARGO AL LIBRO VACLEDG
      *>             DESDE EL PAGO ANTERIOR (VL-DIAS-TOMADOS MENOS
      *>             VL-DIAS-PRIMA). LA PRIMA SE SUMA AL BRUTO; HASTA
      *>             15 UMAS EN EL ANIO ES EXENTA (LISR ART. 93 FR.
      *>             XIV), LLEVANDO LO YA EXENTADO EN NOMACUM, Y SOLO
      *>             LO DEMAS ENTRA A LA BASE DEL ISR. SALE EN SU
      *>             PROPIO RENGLON DEL REGISTRO Y VIAJA EN NOMIDET
      *>             (ND-PRIMA-VAC) PARA EL RECIBO. ANTES RECURSOS
      *>             HUMANOS LA CAPTURABA COMO AJUSTE A MANO.
      *> 2026-10-15  HORAS EXTRA POR BANDA: PROGINCI YA SEPARA POR
      *>             SEMANA LAS HORAS DOBLES (HASTA 9 EN LA SEMANA) DE
      *>             LAS TRIPLES (IS-HORAS-TRIPLE, LFT ART. 68), QUE
      *>             AHORA SE PAGAN AL TRIPLE COMO LAS DE FESTIVO. DE
      *>             LAS DOBLES ES EXENTO EL 50%, SIN PASAR DE 5 UMAS
      *>             POR SEMANA (LISR ART. 93 FR. I); LO EXENTO NO
      *>             ENTRA A LA BASE DEL ISR NI AL BRUTO ANUAL DE
      *>             NOMACUM. EL DESGLOSE (DOBLES, TRIPLES, EXENTO)
      *>             SALE EN EL REGISTRO Y VIAJA EN NOMIDET PARA EL
      *>             RECIBO.
      *> 2026-10-15  VARIAS ENTIDADES PATRONALES: LA ENTIDAD DE CADA
      *>             EMPLEADO SALE DE SU REGISTRO PATRONAL EN EL
      *>             CATALOGO PATRCAT (PROGCPAT). LOS SUBTOTALES POR
      *>             DEPARTAMENTO SE AGRUPAN POR ENTIDAD, CADA ENTIDAD
      *>             LLEVA SU PROPIO SUBTOTAL ANTES DEL TOTAL DE LA
      *>             COMPANIA, Y NOMITOT TRAE UN RENGLON POR
      *>             DEPARTAMENTO Y ENTIDAD (NT-ENTIDAD).
      *> 2026-10-15  SEGUROS: SE RETIENE LA PARTE DEL EMPLEADO DE LA
      *>             PRIMA DE CADA PLAN EN QUE ESTA INSCRITO (BENINSC,
      *>             CAPTURADO CON PROGINSB), DESPUES DE LOS CREDITOS
      *>             DE LEY Y ANTES DE LOS PRESTAMOS. LA PARTE ES
      *>             MENSUAL: CADA PAGO SEMANAL O QUINCENAL RETIENE LO
      *>             DE SUS DIAS, SIN PASAR DE LO QUE FALTA DEL MES
      *>             (BI-PERIODO / BI-RETENIDO-MES) NI DEL NETO.
      *> 2026-10-15  PRORRATEO POR DIAS NATURALES DEL PERIODO PERCAL:
      *>             SOLO SE PAGAN LOS DIAS DESDE EL ALTA Y HASTA LA
      *>             BAJA (EM-FECHA-ALTA / EM-FECHA-BAJA, AUNQUE LA
      *>             BAJA TODAVIA NO SE APLIQUE), Y UN CAMBIO DE
      *>             SALARIO DENTRO DEL PERIODO (FECHA DE SU LINEA EN
      *>             SALHIST) PARTE EL PERIODO EN TRAMOS, CADA UNO AL
      *>             SALARIO VIGENTE. LA DIFERENCIA CONTRA EL SUELDO
      *>             COMPLETO (WS-PRORRATEO) SE SUMA AL BRUTO, SALE EN
      *>             SU PROPIO RENGLON DEL REGISTRO Y VIAJA EN NOMIDET
      *>             (ND-PRORRATEO) PARA EL RECIBO. LOS DIAS COTIZADOS
      *>             AL IMSS Y EL TOPE DE FALTAS SON LOS DIAS PAGADOS.
      *>             SIN CALENDARIO PERCAL NO HAY PRORRATEO.
      *> 2026-10-15  EL ACUMULADO ANUAL LLEVA TAMBIEN EL ISR CAUSADO Y
      *>             EL SUBSIDIO CAUSADO DEL PERIODO (AC-ISR-CAUSADO,
      *>             AC-SUBSIDIO), CONTRA LOS QUE COMPARA PROGAJUS.
      *> 2026-10-15  REARRANQUE DEL MISMO PERIODO DE PAGO: LA ORDEN
      *>             JUDICIAL, EL CREDITO INFONAVIT/FONACOT Y EL PLAN
      *>             DE SEGURO GUARDAN EL PERIODO DE PAGO Y LO RETENIDO
      *>             EN EL (OJ-/DD-/BI-PERIODO-PAGO Y -RETENIDO-PER);
      *>             SI EL PERIODO GUARDADO ES EL DE LA CORRIDA, ESO SE
      *>             DESCUENTA ANTES DE VOLVER A RETENER, PARA QUE LA
      *>             PENSION NO SE DUPLIQUE EN EL MES NI EN EL
      *>             ACUMULADO Y EL CREDITO Y EL SEGURO NO SALGAN EN
      *>             CERO LA SEGUNDA VEZ.
      *> 2026-10-15  EL IMPORTE FIJO DE UNA ORDEN JUDICIAL ES POR
      *>             NOMINA, COMO LO CAPTURA PROGOJUD: YA NO SE
      *>             PRORRATEA POR LOS DIAS DEL GRUPO DE PAGO.
      *> 2026-10-15  NOMIDET LLEVA LA PARTE EXENTA DE LA PRIMA
      *>             VACACIONAL (ND-PRIMA-EXENTA) PARA EL CFDI.
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT NOMIDET-FILE    ASSIGN TO "NOMIDET"
                                   ORGANIZATION LINE SEQUENTIAL.

           SELECT UMATAB-FILE     ASSIGN TO "UMATAB"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-UMATAB-STATUS.

           SELECT ORDJUD-FILE     ASSIGN TO "ORDJUD"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS OJ-LLAVE
                                   FILE STATUS IS WS-ORDJUD-STATUS.

           SELECT PENSDIS-FILE    ASSIGN TO "PENSDIS"
                                   ORGANIZATION LINE SEQUENTIAL.

           SELECT RETROPAG-FILE   ASSIGN TO "RETROPAG"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS RP-LLAVE
                                   FILE STATUS IS WS-RETROPAG-STATUS.

           SELECT VACLEDG-FILE    ASSIGN TO "VACLEDG"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS VL-NUMERO
                                   FILE STATUS IS WS-VACLEDG-STATUS.

           SELECT BENINSC-FILE    ASSIGN TO "BENINSC"
                                   ORGANIZATION INDEXED
                                   ACCESS MODE DYNAMIC
                                   RECORD KEY IS BI-LLAVE
                                   FILE STATUS IS WS-BENINSC-STATUS.

           SELECT SALHIST-FILE    ASSIGN TO "SALHIST"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS IS WS-SALHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPMAST-FILE.
       FD  NOMIDET-FILE.
       COPY NOMDREG.

       FD  UMATAB-FILE.
       COPY UMAREG.

       FD  ORDJUD-FILE.
       COPY OJUDREG.

       FD  PENSDIS-FILE.
       COPY PDISREG.

       FD  RETROPAG-FILE.
       COPY RTPGREG.

       FD  VACLEDG-FILE.
       COPY VACREG.

       FD  BENINSC-FILE.
       COPY BINSREG.

       FD  SALHIST-FILE.
       COPY SALHREG.

       WORKING-STORAGE SECTION.
       COPY RPTHDR.
       COPY CICLOREG.
       COPY GRUPTAB.

       01  WS-TABLA-INCIDENCIAS.
           05 WS-INCI-RENGLON OCCURS 200 TIMES.
              10 WS-IN-FALTAS        PIC 9(03).
              10 WS-IN-HORAS-EXTRA   PIC 9(04)V99.
              10 WS-IN-HE-FESTIVO    PIC 9(04)V99.
              10 WS-IN-INCAPACIDAD   PIC 9(03).
              10 WS-IN-INC-SIN-GOCE  PIC 9(03).
              10 WS-IN-HE-TRIPLE     PIC 9(04)V99.
              10 WS-IN-SEM-DOBLE     PIC 9(03)V99  OCCURS 6 TIMES.

      *> CAMBIOS DE SALARIO DE SALHIST POSTERIORES AL INICIO DEL
      *> PERIODO MAS ANTIGUO QUE SE PAGA HOY, EN ORDEN CRONOLOGICO.
       01  WS-TABLA-CAMBIOS.
           05 WS-CAMBIO-RENGLON OCCURS 500 TIMES.
              10 WS-CA-NUMERO        PIC 9(05).
              10 WS-CA-FECHA         PIC 9(08).
              10 WS-CA-ANTERIOR      PIC 9(05)V99.
              10 WS-CA-NUEVO         PIC 9(05)V99.

       01  WS-REPORTE-DEPTOS.
           05 WS-DEPTO-TOTAL OCCURS 20 TIMES.
              10 WS-RD-DEDUCCIONES   PIC 9(07)V99.
              10 WS-RD-NETO          PIC 9(07)V99.
              10 WS-RD-EMPLEADOS     PIC 9(05).
              10 WS-RD-SUBSIDIO      PIC 9(07)V99.
              10 WS-RD-ENT-POS       PIC 9(02).

       COPY PATRTAB.

      *> SUBTOTALES DE LA CORRIDA POR ENTIDAD PATRONAL, EN EL ORDEN
      *> DE LA TABLA DE ENTIDADES DE PROGCPAT.
       01  WS-TOTALES-ENTIDAD.
           05 WS-TE-RENGLON OCCURS 10 TIMES.
              10 WS-TE-BRUTO         PIC 9(08)V99.
              10 WS-TE-DEDUCCIONES   PIC 9(08)V99.
              10 WS-TE-NETO          PIC 9(08)V99.
              10 WS-TE-SUBSIDIO      PIC 9(08)V99.
              10 WS-TE-EMPLEADOS     PIC 9(05).

       01  WS-REPORTE-AREAS.
           05 WS-MAX-DEPTOS       PIC 9(02)      VALUE 20.
           05 WS-NUM-DEPTOS       PIC 9(02)      VALUE ZERO.
           05 WS-DEPTO-POS        PIC 9(02)      VALUE ZERO.
           05 WS-SUB-INDICE       PIC 9(02).
           05 WS-ENT-POS          PIC 9(02).
           05 WS-ENT-INDICE       PIC 9(02).
           05 WS-REG-ACTUAL       PIC X(02).
           05 WS-DEPTO-ENCONTRADO PIC X(01)      VALUE "N".
               88 DEPTO-ENCONTRADO               VALUE "S".

               88 INCI-HALLADA                   VALUE "S".
           05 WS-SALARIO-DIARIO   PIC 9(05)V99.
           05 WS-AJUSTE-INCI      PIC S9(05)V99.
           05 WS-DIAS-INC-DESC    PIC 9(03).
           05 WS-SEM-INDICE       PIC 9(01).
           05 WS-HE-DOBLE-IMP     PIC 9(05)V99.
           05 WS-HE-TRIPLE-IMP    PIC 9(05)V99.
           05 WS-HE-EXENTA        PIC 9(05)V99.
           05 WS-HE-EXENTA-SEM    PIC 9(05)V99.
           05 WS-TOPE-HE-SEMANA   PIC 9(05)V99.
           05 WS-EXENTOS          PIC 9(06)V99.
           05 WS-DIAS-AUSENTE     PIC 9(04).
           05 WS-BRUTO            PIC 9(06)V99.
           05 WS-TIPO-DED         PIC X(02).
           05 WS-ABONO-APLICADO   PIC 9(05)V99.
              10 WS-FC-AA         PIC 9(04).
              10 WS-FC-MM         PIC 9(02).
              10 WS-FC-DD         PIC 9(02).
           05 WS-BASE-ISR         PIC 9(07)V99.
           05 WS-ISR-CAUSADO      PIC 9(07)V99.
           05 WS-SUBSIDIO-CAUSADO PIC 9(07)V99.
           05 WS-ESTADO-ISR       PIC X(01).
               88 ISR-CALCULADO                  VALUE "S".
               88 ISR-SIN-ARCHIVO                VALUE "N".
               88 ISR-SIN-TARIFA                 VALUE "V".
           05 WS-ISR              PIC 9(05)V99.
           05 WS-SUBSIDIO         PIC 9(05)V99.
           05 WS-ISR-RETENIDO     PIC 9(05)V99.
           05 WS-SUBSIDIO-ENTREGADO PIC 9(05)V99.
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
           05 WS-DIAS-COTIZADOS   PIC 9(02).
           05 WS-BASE-IMSS        PIC 9(06)V99.
           05 WS-UMATAB-STATUS    PIC X(02).
           05 WS-UMATAB-EOF       PIC X(01)      VALUE "N".
               88 UMATAB-EOF                     VALUE "S".
           05 WS-UMI-VIGENCIA     PIC 9(08)      VALUE ZERO.
           05 WS-UMI-DIARIA       PIC 9(04)V99   VALUE ZERO.
           05 WS-PERIODO-CORRIDA  PIC 9(06).
           05 WS-GRUPO-POS        PIC 9(01).
           05 WS-GRUPO-INDICE     PIC 9(01).
           05 WS-DIAS-PERIODO     PIC 9(02).
           05 WS-SUELDO-PERIODO   PIC 9(06)V99.
           05 WS-PERIODO-PAGO     PIC 9(06).
           05 WS-CUOTA-CREDITO    PIC 9(07)V99.
           05 WS-ORDJUD-STATUS    PIC X(02).
           05 WS-FIN-ORDENES      PIC X(01).
               88 FIN-ORDENES                    VALUE "S".
           05 WS-BASE-PENSION     PIC 9(05)V99.
           05 WS-PENSION-ORDEN    PIC 9(07)V99.
           05 WS-PENSION          PIC 9(05)V99.
           05 WS-RETROPAG-STATUS  PIC X(02).
           05 WS-FIN-RETRO        PIC X(01).
               88 FIN-RETRO                      VALUE "S".
           05 WS-RETRO            PIC 9(05)V99.
           05 WS-TOT-RETRO        PIC 9(08)V99   VALUE ZERO.
           05 WS-VACLEDG-STATUS   PIC X(02).
           05 WS-BENINSC-STATUS   PIC X(02).
           05 WS-FIN-SEGUROS      PIC X(01).
               88 FIN-SEGUROS                    VALUE "S".
           05 WS-CUOTA-SEGURO     PIC 9(05)V99.
           05 WS-TOT-SEGUROS      PIC 9(08)V99   VALUE ZERO.
           05 WS-SALHIST-STATUS   PIC X(02).
           05 WS-SALHIST-EOF      PIC X(01)      VALUE "N".
               88 SALHIST-EOF                    VALUE "S".
           05 WS-MAX-CAMBIOS      PIC 9(03)      VALUE 500.
           05 WS-NUM-CAMBIOS      PIC 9(03)      VALUE ZERO.
           05 WS-CAM-INDICE       PIC 9(03).
           05 WS-CAMBIO-HALLADO   PIC X(01).
               88 CAMBIO-HALLADO                 VALUE "S".
           05 WS-CAMBIO-PERIODO   PIC X(01).
               88 CAMBIO-EN-PERIODO              VALUE "S".
           05 WS-FECHA-MINIMA     PIC 9(08).
           05 WS-FECHA-DESDE      PIC 9(08).
           05 WS-FECHA-HASTA      PIC 9(08).
           05 WS-FECHA-TRAMO      PIC 9(08).
           05 WS-SALARIO-TRAMO    PIC 9(05)V99.
           05 WS-DIAS-CALENDARIO  PIC S9(05).
           05 WS-DIAS-LABORADOS   PIC S9(05).
           05 WS-DIAS-TRAMO       PIC S9(05).
           05 WS-DIAS-PAGADOS     PIC 9(02).
           05 WS-SUELDO-GANADO    PIC 9(06)V9(04).
           05 WS-PRORRATEO        PIC S9(05)V99.
           05 WS-TOT-PRORRATEADOS PIC 9(05)      VALUE ZERO.
           05 WS-UMA-VIGENCIA     PIC 9(08)      VALUE ZERO.
           05 WS-UMA-DIARIA       PIC 9(04)V99   VALUE ZERO.
           05 WS-TOPE-PRIMA       PIC 9(07)V99.
           05 WS-EXENTA-USADA     PIC 9(07)V99.
           05 WS-DIAS-PRIMA       PIC 9(03)V99.
           05 WS-PRIMA-VAC        PIC 9(05)V99.
           05 WS-PRIMA-EXENTA     PIC 9(05)V99.
           05 WS-TOT-PRIMA-VAC    PIC 9(08)V99   VALUE ZERO.
           05 WS-TOT-BRUTO        PIC 9(08)V99   VALUE ZERO.
           05 WS-TOT-DEDUCCIONES  PIC 9(08)V99   VALUE ZERO.
           05 WS-TOT-NETO         PIC 9(08)V99   VALUE ZERO.
           05 WS-TOT-SUBSIDIO     PIC 9(08)V99   VALUE ZERO.
           05 WS-CODIGO-RETORNO   PIC 9(02)      VALUE ZERO.
           05 WS-RC-NUEVO         PIC 9(02).
           05 WS-DESCRIPCION-ERROR PIC X(40).
       01  WS-EDITADOS.
           05 WS-BRUTO-ED         PIC ZZ,ZZ9.99.
           05 WS-AJUSTE-ED        PIC -ZZ,ZZ9.99.
           05 WS-HE-DOBLE-ED      PIC ZZ,ZZ9.99.
           05 WS-HE-TRIPLE-ED     PIC ZZ,ZZ9.99.
           05 WS-HE-EXENTA-ED     PIC ZZ,ZZ9.99.
           05 WS-ISR-ED           PIC ZZ,ZZ9.99.
           05 WS-SUBSIDIO-ED      PIC ZZ,ZZ9.99.
           05 WS-IMSS-ED          PIC ZZ,ZZ9.99.
           05 WS-NETO-ED          PIC ZZ,ZZ9.99.
           05 WS-RETRO-ED         PIC ZZ,ZZ9.99.
           05 WS-PRORRATEO-ED     PIC -ZZ,ZZ9.99.
           05 WS-DIAS-LAB-ED      PIC Z9.
           05 WS-DIAS-CAL-ED      PIC Z9.
           05 WS-DIAS-PRIMA-ED    PIC ZZ9.99.
           05 WS-PRIMA-EXENTA-ED  PIC ZZ,ZZ9.99.
           05 WS-SUB-BRUTO-ED     PIC Z,ZZZ,ZZ9.99.
           05 WS-SUB-DEDUC-ED     PIC Z,ZZZ,ZZ9.99.
           05 WS-SUB-NETO-ED      PIC Z,ZZZ,ZZ9.99.
           05 WS-SUB-SUBSIDIO-ED  PIC Z,ZZZ,ZZ9.99.
           05 WS-TOT-BRUTO-ED     PIC ZZ,ZZZ,ZZ9.99.
           05 WS-TOT-DEDUC-ED     PIC ZZ,ZZZ,ZZ9.99.
           05 WS-TOT-NETO-ED      PIC ZZ,ZZZ,ZZ9.99.
           05 WS-TOT-SUBSIDIO-ED  PIC ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       000-RAIZ.
           ACCEPT CC-HORA-INICIO FROM TIME
           ACCEPT WS-FECHA-CORRIDA FROM DATE YYYYMMDD
           MOVE WS-FC-AA TO WS-ANIO-CORRIDA
           MOVE WS-FECHA-CORRIDA (1:6) TO WS-PERIODO-CORRIDA
           PERFORM 003-VALIDA-TARIFA THRU 003-FIN
           IF NOT ISR-CALCULADO
               PERFORM 085-CONTROL-CICLO THRU 085-FIN
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 004-VALIDA-UMA THRU 004-FIN
           IF NOT SDI-CALCULADO
               PERFORM 085-CONTROL-CICLO THRU 085-FIN
               MOVE WS-CODIGO-RETORNO TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 006-UBICA-GRUPOS THRU 006-FIN
           PERFORM 001-CARGA-PATRONES THRU 001-FIN
           PERFORM 005-ABRE-EMPMAST THRU 005-FIN
           PERFORM 007-ABRE-NOMACUM THRU 007-FIN
           PERFORM 008-ABRE-DEDMAST THRU 008-FIN
           PERFORM 016-ABRE-ORDJUD THRU 016-FIN
           PERFORM 017-ABRE-RETROPAG THRU 017-FIN
           PERFORM 019-ABRE-VACLEDG THRU 019-FIN
           PERFORM 025-ABRE-BENINSC THRU 025-FIN
           PERFORM 009-CARGA-INCIDENCIAS THRU 009-FIN
           PERFORM 013-CARGA-UMI THRU 013-FIN
           PERFORM 043-CARGA-CAMBIOS THRU 043-FIN
           OPEN OUTPUT RPTNOMI-FILE
           OPEN OUTPUT NOMINET-FILE
           OPEN OUTPUT NOMIDET-FILE
           OPEN OUTPUT PENSDIS-FILE
           PERFORM 010-ESCRIBE-ENCABEZADO THRU 010-FIN
           MOVE ZEROS TO EM-NUMERO
           START EMPMAST-FILE KEY IS NOT LESS THAN EM-NUMERO
           END-START
           PERFORM 020-PROCESA-EMPLEADO THRU 020-FIN
                   UNTIL WS-EMPMAST-STATUS NOT = "00"
           PERFORM 062-IMPRIME-ENTIDAD THRU 062-FIN
                   VARYING WS-ENT-INDICE FROM 1 BY 1
                   UNTIL WS-ENT-INDICE GREATER PT-NUM-ENTIDADES
           OPEN OUTPUT NOMITOT-FILE
           PERFORM 065-ESCRIBE-TOTALES THRU 065-FIN
                   VARYING WS-SUB-INDICE FROM 1 BY 1
           CLOSE NOMITOT-FILE
           PERFORM 070-IMPRIME-TOTAL THRU 070-FIN
           PERFORM 090-ESCRIBE-PIE THRU 090-FIN
           PERFORM 085-CONTROL-CICLO THRU 085-FIN
           CLOSE EMPMAST-FILE
           CLOSE RPTNOMI-FILE
           CLOSE NOMINET-FILE
           CLOSE NOMIDET-FILE
           CLOSE NOMACUM-FILE
           CLOSE DEDMAST-FILE
           CLOSE ORDJUD-FILE
           CLOSE PENSDIS-FILE
           CLOSE RETROPAG-FILE
           CLOSE VACLEDG-FILE
           CLOSE BENINSC-FILE
           IF WS-TOT-RETRO GREATER ZERO
               DISPLAY "DIFERENCIAS RETROACTIVAS PAGADAS: "
                       WS-TOT-RETRO
           END-IF
           IF WS-TOT-PRIMA-VAC GREATER ZERO
               DISPLAY "PRIMA VACACIONAL PAGADA: "
                       WS-TOT-PRIMA-VAC
           END-IF
           IF WS-TOT-SEGUROS GREATER ZERO
               DISPLAY "PRIMAS DE SEGURO RETENIDAS: "
                       WS-TOT-SEGUROS
           END-IF
           IF WS-TOT-PRORRATEADOS GREATER ZERO
               DISPLAY "EMPLEADOS CON SUELDO PRORRATEADO: "
                       WS-TOT-PRORRATEADOS
           END-IF
           MOVE WS-CODIGO-RETORNO TO RETURN-CODE
           GOBACK.

      *> DEJA EL RENGLON DE ESTE PASO EN EL ARCHIVO DE CONTROL DEL
      *> CICLO, COMO TODOS LOS PASOS DEL CICLO DIARIO.
       085-CONTROL-CICLO.
           MOVE "PROGNOMI" TO CC-PROGRAMA
           MOVE ZERO TO CC-ENTRADA
           MOVE RPT-TOTAL-REGS TO CC-SALIDA
           MOVE ZERO TO CC-RECHAZADOS
           MOVE WS-CODIGO-RETORNO TO CC-RC
           ACCEPT CC-HORA-FIN FROM TIME
           CALL "PROGCCTL" USING "A" CC-REGISTRO.
       085-FIN.  EXIT.

      *> ANTES DE ABRIR NADA SE PIDE A PROGCISR UN CALCULO EN CERO A
      *> LA FECHA DE LA CORRIDA, SOLO PARA SABER SI HAY TARIFA DE ISR
      *> VIGENTE EN ISRTARIF. SIN ELLA NO SE PUEDE RETENER BIEN A
      *> NADIE, Y LA NOMINA SE DETIENE CON RC 16 EN VEZ DE PAGAR CON
      *> UNA TARIFA EQUIVOCADA.
       003-VALIDA-TARIFA.
           MOVE ZERO TO WS-BASE-ISR
           MOVE 30 TO WS-DIAS-PERIODO
           CALL "PROGCISR" USING WS-FECHA-CORRIDA WS-BASE-ISR
                                 WS-DIAS-PERIODO
                                 WS-ISR-CAUSADO WS-SUBSIDIO-CAUSADO
                                 WS-ESTADO-ISR
           IF ISR-CALCULADO
               GO TO 003-FIN
           END-IF
           IF ISR-SIN-ARCHIVO
               DISPLAY "NO SE PUDO ABRIR ISRTARIF, SE TERMINA"
               MOVE "NOMINA: NO SE PUDO ABRIR ISRTARIF"
                    TO WS-DESCRIPCION-ERROR
           ELSE
               IF ISR-SIN-TARIFA
                   DISPLAY "SIN TARIFA DE ISR VIGENTE AL "
                           WS-FECHA-CORRIDA ", SE TERMINA"
                   MOVE "NOMINA: SIN TARIFA DE ISR VIGENTE"
                        TO WS-DESCRIPCION-ERROR
               ELSE
                   DISPLAY "LA TARIFA DE ISR VIGENTE NO CABE EN LA "
                           "TABLA, SE TERMINA"
                   MOVE "NOMINA: TARIFA DE ISR EXCEDE LA TABLA"
                        TO WS-DESCRIPCION-ERROR
               END-IF
           END-IF
           MOVE 16 TO WS-RC-NUEVO
           PERFORM 080-ACTUALIZA-RC THRU 080-FIN.
       003-FIN.  EXIT.

      *> IGUAL QUE CON LA TARIFA, SE PIDE A PROGCSDI UN CALCULO EN
      *> CERO SOLO PARA SABER SI HAY UMA VIGENTE EN UMATAB; SIN ELLA
      *> NO SE PUEDE TOPAR LA BASE DE LA CUOTA OBRERA Y LA NOMINA SE
      *> DETIENE CON RC 16.
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
               MOVE "NOMINA: NO SE PUDO ABRIR UMATAB"
                    TO WS-DESCRIPCION-ERROR
           ELSE
               DISPLAY "SIN UMA VIGENTE AL " WS-FECHA-CORRIDA
                       ", SE TERMINA"
               MOVE "NOMINA: SIN UMA VIGENTE"
                    TO WS-DESCRIPCION-ERROR
           END-IF
           MOVE 16 TO WS-RC-NUEVO
           PERFORM 080-ACTUALIZA-RC THRU 080-FIN.
       004-FIN.  EXIT.

      *> GRUPOS DE PAGO QUE SE PAGAN ESTA NOCHE: LOS QUE TIENEN UN
      *> PERIODO DE SU CALENDARIO EN PERCAL QUE CIERRA HOY (PROGGPER).
      *> SI NINGUNO CIERRA, LA CORRIDA DEJA LOS ARCHIVOS VACIOS Y NO
      *> PAGA A NADIE. SIN CALENDARIO PERCAL SE PAGA COMO ANTES: A
      *> TODOS, COMO MENSUALES, CON EL MES DE LA CORRIDA DE PERIODO.
       006-UBICA-GRUPOS.
           CALL "PROGGPER" USING WS-FECHA-CORRIDA GP-GRUPOS
           IF GP-SIN-CALENDARIO
               PERFORM 002-TODOS-MENSUALES THRU 002-FIN
                       VARYING WS-GRUPO-INDICE FROM 1 BY 1
                       UNTIL WS-GRUPO-INDICE GREATER 3
               MOVE 3 TO GP-NUM-CIERRAN
               DISPLAY "SIN CALENDARIO PERCAL; SE PAGA A TODOS COMO "
                       "MENSUALES"
               MOVE 04 TO WS-RC-NUEVO
               MOVE "NOMINA: SIN CALENDARIO PERCAL"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               GO TO 006-FIN
           END-IF
           IF GP-NUM-CIERRAN = ZERO
               DISPLAY "NINGUN GRUPO DE PAGO CIERRA PERIODO HOY; "
                       "NO HAY PAGO"
           END-IF.
       006-FIN.  EXIT.

      *> CARGA LOS REGISTROS Y ENTIDADES PATRONALES DEL CATALOGO
      *> (PROGCPAT); SIN CATALOGO TODO ES DE LA ENTIDAD 01.
       001-CARGA-PATRONES.
           CALL "PROGCPAT" USING PT-PATRONES
           MOVE ZEROS TO WS-TOTALES-ENTIDAD.
       001-FIN.  EXIT.

       002-TODOS-MENSUALES.
           MOVE "S" TO GP-CIERRA (WS-GRUPO-INDICE)
           MOVE WS-PERIODO-CORRIDA TO GP-PERIODO (WS-GRUPO-INDICE)
           MOVE 30 TO GP-DIAS (WS-GRUPO-INDICE).
       002-FIN.  EXIT.

      *> ABRE EL MAESTRO DE DESCUENTOS EN I-O; SI TODAVIA NO EXISTE
      *> LO CREA VACIO Y LO VUELVE A ABRIR, IGUAL QUE CON EMPMAST.
       008-ABRE-DEDMAST.
           END-IF.
       008-FIN.  EXIT.

      *> ABRE EL MAESTRO DE ORDENES JUDICIALES EN I-O; SI TODAVIA NO
      *> EXISTE LO CREA VACIO Y LO VUELVE A ABRIR, IGUAL QUE NOMACUM.
       016-ABRE-ORDJUD.
           OPEN I-O ORDJUD-FILE
           IF WS-ORDJUD-STATUS = "35"
               OPEN OUTPUT ORDJUD-FILE
               CLOSE ORDJUD-FILE
               OPEN I-O ORDJUD-FILE
           END-IF.
       016-FIN.  EXIT.

      *> ABRE EL MAESTRO DE RETROACTIVOS EN I-O; SI TODAVIA NO EXISTE
      *> LO CREA VACIO Y LO VUELVE A ABRIR, IGUAL QUE NOMACUM.
       017-ABRE-RETROPAG.
           OPEN I-O RETROPAG-FILE
           IF WS-RETROPAG-STATUS = "35"
               OPEN OUTPUT RETROPAG-FILE
               CLOSE RETROPAG-FILE
               OPEN I-O RETROPAG-FILE
           END-IF.
       017-FIN.  EXIT.

      *> ABRE EL LIBRO DE VACACIONES EN I-O; SI TODAVIA NO EXISTE LO
      *> CREA VACIO Y LO VUELVE A ABRIR, IGUAL QUE NOMACUM.
       019-ABRE-VACLEDG.
           OPEN I-O VACLEDG-FILE
           IF WS-VACLEDG-STATUS = "35"
               OPEN OUTPUT VACLEDG-FILE
               CLOSE VACLEDG-FILE
               OPEN I-O VACLEDG-FILE
           END-IF.
       019-FIN.  EXIT.

      *> ABRE EL ARCHIVO DE INSCRIPCIONES A SEGUROS EN I-O; SI
      *> TODAVIA NO EXISTE LO CREA VACIO Y LO VUELVE A ABRIR.
       025-ABRE-BENINSC.
           OPEN I-O BENINSC-FILE
           IF WS-BENINSC-STATUS = "35"
               OPEN OUTPUT BENINSC-FILE
               CLOSE BENINSC-FILE
               OPEN I-O BENINSC-FILE
           END-IF.
       025-FIN.  EXIT.

      *> TOMA DE UMATAB LA UMI DIARIA DE LA VIGENCIA MAS RECIENTE QUE
      *> NO PASE DE LA FECHA DE LA CORRIDA, PARA LOS CREDITOS
      *> INFONAVIT EN VSM. SIN ELLA ESOS CREDITOS NO RETIENEN (039
      *> LO AVISA); LA UMA YA SE VALIDO EN 004. DE LA MISMA VIGENCIA
      *> SE GUARDA LA UMA DIARIA PARA EL TOPE EXENTO DE LA PRIMA
      *> VACACIONAL (15 UMAS EN EL ANIO).
       013-CARGA-UMI.
           OPEN INPUT UMATAB-FILE
           IF WS-UMATAB-STATUS NOT = "00"
               GO TO 013-FIN
           END-IF
           PERFORM 014-LEE-UMATAB THRU 014-FIN
           PERFORM 015-GUARDA-UMI THRU 015-FIN
                   UNTIL UMATAB-EOF
           CLOSE UMATAB-FILE.
       013-FIN.  EXIT.

       014-LEE-UMATAB.
           READ UMATAB-FILE
               AT END
                   SET UMATAB-EOF TO TRUE
           END-READ.
       014-FIN.  EXIT.

       015-GUARDA-UMI.
           IF UM-VIGENCIA NOT GREATER WS-FECHA-CORRIDA
              AND UM-VIGENCIA GREATER WS-UMI-VIGENCIA
               MOVE UM-VIGENCIA TO WS-UMI-VIGENCIA
               IF UM-UMI-DIARIA NUMERIC
                   MOVE UM-UMI-DIARIA TO WS-UMI-DIARIA
               ELSE
                   MOVE ZERO TO WS-UMI-DIARIA
               END-IF
           END-IF
           IF UM-VIGENCIA NOT GREATER WS-FECHA-CORRIDA
              AND UM-VIGENCIA GREATER WS-UMA-VIGENCIA
               MOVE UM-VIGENCIA   TO WS-UMA-VIGENCIA
               MOVE UM-UMA-DIARIA TO WS-UMA-DIARIA
           END-IF
           PERFORM 014-LEE-UMATAB THRU 014-FIN.
       015-FIN.  EXIT.

      *> CARGA DE SALHIST LOS CAMBIOS DE SALARIO POSTERIORES AL INICIO
      *> DEL PERIODO MAS ANTIGUO DE LOS GRUPOS QUE CIERRAN HOY (MISMA
      *> LECTURA QUE PROGRETR), PARA PARTIR EL PERIODO EN TRAMOS EN
      *> 042. SIN CALENDARIO NO HAY PRORRATEO Y NO SE LEE NADA; SIN
      *> SALHIST NINGUN PERIODO SE PARTE POR CAMBIO DE SALARIO.
       043-CARGA-CAMBIOS.
           IF GP-SIN-CALENDARIO
              OR GP-NUM-CIERRAN = ZERO
               GO TO 043-FIN
           END-IF
           MOVE 99999999 TO WS-FECHA-MINIMA
           PERFORM 054-FECHA-MINIMA THRU 054-FIN
                   VARYING WS-GRUPO-INDICE FROM 1 BY 1
                   UNTIL WS-GRUPO-INDICE GREATER 3
           OPEN INPUT SALHIST-FILE
           IF WS-SALHIST-STATUS NOT = "00"
               GO TO 043-FIN
           END-IF
           PERFORM 044-LEE-SALHIST THRU 044-FIN
           PERFORM 046-GUARDA-CAMBIO THRU 046-FIN
                   UNTIL SALHIST-EOF
           CLOSE SALHIST-FILE.
       043-FIN.  EXIT.

       044-LEE-SALHIST.
           READ SALHIST-FILE
               AT END
                   SET SALHIST-EOF TO TRUE
           END-READ.
       044-FIN.  EXIT.

       046-GUARDA-CAMBIO.
           IF SH-NUMERO NOT NUMERIC
              OR SH-FECHA NOT NUMERIC
              OR SH-FECHA NOT GREATER WS-FECHA-MINIMA
               GO TO 046-SIGUIENTE
           END-IF
           IF WS-NUM-CAMBIOS LESS WS-MAX-CAMBIOS
               ADD 1 TO WS-NUM-CAMBIOS
               MOVE SH-NUMERO  TO WS-CA-NUMERO (WS-NUM-CAMBIOS)
               MOVE SH-FECHA   TO WS-CA-FECHA (WS-NUM-CAMBIOS)
               MOVE SH-SALARIO-ANTERIOR
                    TO WS-CA-ANTERIOR (WS-NUM-CAMBIOS)
               MOVE SH-SALARIO-NUEVO
                    TO WS-CA-NUEVO (WS-NUM-CAMBIOS)
           ELSE
               DISPLAY "TABLA DE CAMBIOS DE SALARIO LLENA; SE IGNORA "
                       "EL DE: " SH-NUMERO " DEL " SH-FECHA
               MOVE 04 TO WS-RC-NUEVO
               MOVE "NOMINA: TABLA DE CAMBIOS SALARIO LLENA"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
           END-IF.
       046-SIGUIENTE.
           PERFORM 044-LEE-SALHIST THRU 044-FIN.
       046-FIN.  EXIT.

       054-FECHA-MINIMA.
           IF GP-CIERRA-HOY (WS-GRUPO-INDICE)
              AND GP-INICIO (WS-GRUPO-INDICE) LESS WS-FECHA-MINIMA
               MOVE GP-INICIO (WS-GRUPO-INDICE) TO WS-FECHA-MINIMA
           END-IF.
       054-FIN.  EXIT.

      *> CARGA EL RESUMEN DE INCIDENCIAS DEL PERIODO A UNA TABLA EN
      *> MEMORIA; SIN ARCHIVO INCSUM LA CORRIDA PAGA SIN AJUSTES,
      *> COMO ANTES (PERO LO AVISA).
           CLOSE INCSUM-FILE.
       009-FIN.  EXIT.

       021-GUARDA-SEMANA.
           MOVE IS-SEM-DOBLE (WS-SEM-INDICE)
                TO WS-IN-SEM-DOBLE (WS-NUM-INCI WS-SEM-INDICE).
       021-FIN.  EXIT.

       022-SEMANA-EN-CERO.
           MOVE ZERO TO WS-IN-SEM-DOBLE (WS-NUM-INCI WS-SEM-INDICE).
       022-FIN.  EXIT.

       011-LEE-INCSUM.
           READ INCSUM-FILE
               AT END
                    TO WS-IN-HORAS-EXTRA (WS-NUM-INCI)
               MOVE IS-HORAS-FESTIVO
                    TO WS-IN-HE-FESTIVO (WS-NUM-INCI)
               COMPUTE WS-IN-INCAPACIDAD (WS-NUM-INCI) =
                       IS-DIAS-INC-EG + IS-DIAS-INC-RT + IS-DIAS-INC-MA
               COMPUTE WS-IN-INC-SIN-GOCE (WS-NUM-INCI) =
                       WS-IN-INCAPACIDAD (WS-NUM-INCI) - IS-DIAS-ESPERA
      *> UN INCSUM DE ANTES DE LAS BANDAS NO TRAE SEMANAS: SUS HORAS
      *> EXTRA SE TOMAN COMO DOBLES DE UNA SOLA SEMANA.
               IF IS-HORAS-TRIPLE NOT NUMERIC
                   MOVE ZERO TO WS-IN-HE-TRIPLE (WS-NUM-INCI)
                   PERFORM 022-SEMANA-EN-CERO THRU 022-FIN
                           VARYING WS-SEM-INDICE FROM 1 BY 1
                           UNTIL WS-SEM-INDICE GREATER 6
                   MOVE IS-HORAS-EXTRA
                        TO WS-IN-SEM-DOBLE (WS-NUM-INCI 1)
               ELSE
                   MOVE IS-HORAS-TRIPLE
                        TO WS-IN-HE-TRIPLE (WS-NUM-INCI)
                   PERFORM 021-GUARDA-SEMANA THRU 021-FIN
                           VARYING WS-SEM-INDICE FROM 1 BY 1
                           UNTIL WS-SEM-INDICE GREATER 6
               END-IF
           ELSE
               DISPLAY "TABLA DE INCIDENCIAS LLENA; SIN AJUSTE "
                       "PARA EL EMPLEADO: " IS-NUMERO
           MOVE RPT-ENCABEZADO TO RPTNOMI-LINEA
           WRITE RPTNOMI-LINEA
           MOVE SPACES TO RPTNOMI-LINEA
           STRING "NUMERO NOMBRE       "      DELIMITED BY SIZE
                  "    BRUTO     AJUSTE       ISR  SUBSIDIO"
                                               DELIMITED BY SIZE
                  "      IMSS      NETO"       DELIMITED BY SIZE
                  INTO RPTNOMI-LINEA
           WRITE RPTNOMI-LINEA
           MOVE SPACES TO RPTNOMI-LINEA
           WRITE RPTNOMI-LINEA
           IF GP-NUM-CIERRAN = ZERO
               MOVE SPACES TO RPTNOMI-LINEA
               STRING "NINGUN GRUPO DE PAGO CIERRA PERIODO HOY - "
                                               DELIMITED BY SIZE
                      "NO HAY PAGO"           DELIMITED BY SIZE
                      INTO RPTNOMI-LINEA
               WRITE RPTNOMI-LINEA
           ELSE
               PERFORM 018-IMPRIME-GRUPO THRU 018-FIN
                       VARYING WS-GRUPO-INDICE FROM 1 BY 1
                       UNTIL WS-GRUPO-INDICE GREATER 3
           END-IF
           MOVE SPACES TO RPTNOMI-LINEA
           WRITE RPTNOMI-LINEA.
       010-FIN.  EXIT.

      *> UN RENGLON POR GRUPO QUE SE PAGA EN LA CORRIDA, CON SU PERIODO.
       018-IMPRIME-GRUPO.
           IF NOT GP-CIERRA-HOY (WS-GRUPO-INDICE)
               GO TO 018-FIN
           END-IF
           MOVE SPACES TO RPTNOMI-LINEA
           IF GP-SIN-CALENDARIO
               STRING "GRUPO DE PAGO: "          DELIMITED BY SIZE
                      GP-NOMBRE (WS-GRUPO-INDICE) DELIMITED BY SIZE
                      " COMO MENSUAL, SIN CALENDARIO PERCAL"
                                                 DELIMITED BY SIZE
                      INTO RPTNOMI-LINEA
           ELSE
               STRING "GRUPO DE PAGO: "          DELIMITED BY SIZE
                      GP-NOMBRE (WS-GRUPO-INDICE) DELIMITED BY SIZE
                      " PERIODO "                DELIMITED BY SIZE
                      GP-PERIODO (WS-GRUPO-INDICE) DELIMITED BY SIZE
                      " DEL "                    DELIMITED BY SIZE
                      GP-INICIO (WS-GRUPO-INDICE) DELIMITED BY SIZE
                      " AL "                     DELIMITED BY SIZE
                      GP-FIN (WS-GRUPO-INDICE)   DELIMITED BY SIZE
                      INTO RPTNOMI-LINEA
           END-IF
           WRITE RPTNOMI-LINEA.
       018-FIN.  EXIT.

      *> LEE EL SIGUIENTE EMPLEADO; LOS ACTIVOS CUYO GRUPO DE PAGO
      *> CIERRA PERIODO HOY PASAN POR EL CALCULO DE DEDUCCIONES Y AL
      *> REGISTRO (LOS INACTIVOS Y LOS DE OTROS GRUPOS NO SE PAGAN).
       020-PROCESA-EMPLEADO.
           READ EMPMAST-FILE NEXT RECORD
               AT END
                   MOVE "10" TO WS-EMPMAST-STATUS
               NOT AT END
                   PERFORM 024-GRUPO-EMPLEADO THRU 024-FIN
                   IF EM-ACTIVO
                      AND GP-CIERRA-HOY (WS-GRUPO-POS)
                       PERFORM 030-CALCULA-DEDUCCIONES THRU 030-FIN
                       PERFORM 040-IMPRIME-EMPLEADO THRU 040-FIN
                       PERFORM 047-ESCRIBE-NETO THRU 047-FIN
           END-READ.
       020-FIN.  EXIT.

      *> RANURA DEL GRUPO DE PAGO DEL EMPLEADO (SIN GRUPO ES MENSUAL),
      *> DIAS DEL PERIODO (7 SEMANAL, 15 QUINCENAL, 30 MENSUAL, SIN
      *> IMPORTAR LOS DIAS NATURALES DEL CALENDARIO) Y SUELDO DEL
      *> PERIODO: EM-SALARIO SIGUE SIENDO MENSUAL Y SE PAGA POR DIAS.
       024-GRUPO-EMPLEADO.
           EVALUATE TRUE
               WHEN EM-PAGO-SEMANAL
                   MOVE 1 TO WS-GRUPO-POS
                   MOVE 7 TO WS-DIAS-PERIODO
               WHEN EM-PAGO-QUINCENAL
                   MOVE 2 TO WS-GRUPO-POS
                   MOVE 15 TO WS-DIAS-PERIODO
               WHEN OTHER
                   MOVE 3 TO WS-GRUPO-POS
                   MOVE 30 TO WS-DIAS-PERIODO
           END-EVALUATE
           IF GP-SIN-CALENDARIO
               MOVE 30 TO WS-DIAS-PERIODO
           END-IF
           MOVE GP-PERIODO (WS-GRUPO-POS) TO WS-PERIODO-PAGO
           IF WS-DIAS-PERIODO = 30
               MOVE EM-SALARIO TO WS-SUELDO-PERIODO
           ELSE
               COMPUTE WS-SUELDO-PERIODO ROUNDED =
                       EM-SALARIO * WS-DIAS-PERIODO / 30
           END-IF.
       024-FIN.  EXIT.

      *> CALCULA EL ISR Y EL SUBSIDIO PARA EL EMPLEO CAUSADOS (PROGCISR,
      *> TARIFAS VIGENTES A LA FECHA DE LA CORRIDA) Y LA CUOTA OBRERA
      *> DEL IMSS, Y DEJA EL NETO EN WS-NETO. EL SUBSIDIO SE ACREDITA
      *> CONTRA EL ISR: SE RETIENE SOLO LO QUE EL ISR LO REBASE, Y LO
      *> QUE EL SUBSIDIO REBASE AL ISR SE ENTREGA EN EL NETO.
       030-CALCULA-DEDUCCIONES.
           PERFORM 042-PRORRATEA-SUELDO THRU 042-FIN
           PERFORM 032-AJUSTA-INCIDENCIAS THRU 032-FIN
           PERFORM 028-PAGA-RETROACTIVOS THRU 028-FIN
           PERFORM 026-PAGA-PRIMA-VACACIONAL THRU 026-FIN
           COMPUTE WS-EXENTOS = WS-PRIMA-EXENTA + WS-HE-EXENTA
           IF WS-EXENTOS LESS WS-BRUTO
               COMPUTE WS-BASE-ISR = WS-BRUTO - WS-EXENTOS
           ELSE
               MOVE ZERO TO WS-BASE-ISR
           END-IF
           CALL "PROGCISR" USING WS-FECHA-CORRIDA WS-BASE-ISR
                                 WS-DIAS-PERIODO
                                 WS-ISR-CAUSADO WS-SUBSIDIO-CAUSADO
                                 WS-ESTADO-ISR
           MOVE WS-ISR-CAUSADO      TO WS-ISR
           MOVE WS-SUBSIDIO-CAUSADO TO WS-SUBSIDIO
           IF WS-ISR GREATER WS-SUBSIDIO
               COMPUTE WS-ISR-RETENIDO = WS-ISR - WS-SUBSIDIO
               MOVE ZERO TO WS-SUBSIDIO-ENTREGADO
           ELSE
               MOVE ZERO TO WS-ISR-RETENIDO
               COMPUTE WS-SUBSIDIO-ENTREGADO = WS-SUBSIDIO - WS-ISR
           END-IF
           PERFORM 038-CALCULA-IMSS THRU 038-FIN
           COMPUTE WS-NETO = WS-BRUTO - WS-ISR-RETENIDO
                           + WS-SUBSIDIO-ENTREGADO - WS-IMSS
               ON SIZE ERROR
                   MOVE ZERO TO WS-NETO
                   MOVE 04 TO WS-RC-NUEVO
           PERFORM 033-APLICA-DESCUENTOS THRU 033-FIN.
       030-FIN.  EXIT.

      *> DIFERENCIAS RETROACTIVAS DE SALARIO QUE PROGRETR DEJO EN
      *> RETROPAG: SE PAGAN LAS PENDIENTES Y LAS QUE YA SE PAGARON EN
      *> EL PERIODO DE PAGO DE ESTA CORRIDA (EL DEL CALENDARIO DEL
      *> GRUPO DEL EMPLEADO; UNA RECORRIDA DEBE SEGUIR INCLUYENDOLAS);
      *> LAS DE UN PERIODO ANTERIOR YA NO. SE SUMAN AL BRUTO GRAVABLE
      *> PARA EL ISR; LA
      *> CUOTA OBRERA DEL IMSS SIGUE SOBRE EL SDI DEL PERIODO.
       028-PAGA-RETROACTIVOS.
           MOVE ZERO TO WS-RETRO
           MOVE "N" TO WS-FIN-RETRO
           MOVE EM-NUMERO TO RP-NUMERO
           MOVE ZERO TO RP-PERIODO
           MOVE ZERO TO RP-FECHA-CAPTURA
           START RETROPAG-FILE KEY IS NOT LESS THAN RP-LLAVE
               INVALID KEY
                   GO TO 028-FIN
           END-START
           PERFORM 029-PAGA-RETROACTIVO THRU 029-FIN
                   UNTIL FIN-RETRO
           COMPUTE WS-BRUTO = WS-BRUTO + WS-RETRO
               ON SIZE ERROR
                   MOVE 04 TO WS-RC-NUEVO
                   MOVE "NOMINA: BRUTO CON RETROACTIVO FUERA DE RANGO"
                        TO WS-DESCRIPCION-ERROR
                   PERFORM 080-ACTUALIZA-RC THRU 080-FIN
           END-COMPUTE
           ADD WS-RETRO TO WS-TOT-RETRO.
       028-FIN.  EXIT.

       029-PAGA-RETROACTIVO.
           READ RETROPAG-FILE NEXT RECORD
               AT END
                   SET FIN-RETRO TO TRUE
                   GO TO 029-FIN
           END-READ
           IF RP-NUMERO NOT = EM-NUMERO
               SET FIN-RETRO TO TRUE
               GO TO 029-FIN
           END-IF
           IF RP-APLICADO
              AND RP-PERIODO-PAGO NOT = WS-PERIODO-PAGO
               GO TO 029-FIN
           END-IF
           SET RP-APLICADO TO TRUE
           MOVE WS-PERIODO-PAGO TO RP-PERIODO-PAGO
           REWRITE RP-REGISTRO
           IF WS-RETROPAG-STATUS NOT = "00"
               DISPLAY "NO SE PUDO MARCAR EL RETROACTIVO DE: "
                       EM-NUMERO " PERIODO: " RP-PERIODO
               MOVE 04 TO WS-RC-NUEVO
               MOVE "NOMINA: FALLO LA MARCA DE RETROACTIVO"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               GO TO 029-FIN
           END-IF
           ADD RP-IMPORTE TO WS-RETRO.
       029-FIN.  EXIT.

      *> PRIMA VACACIONAL (LFT ART. 80, 25%) DE LOS DIAS DE VACACIONES
      *> QUE PROGINCI CARGO AL LIBRO DESDE EL PAGO ANTERIOR: LOS DIAS
      *> TOMADOS QUE REBASAN LOS YA PAGADOS CON PRIMA, AL SALARIO
      *> DIARIO (EM-SALARIO ENTRE 30). UNA RECORRIDA DEL MISMO PERIODO
      *> DE PAGO DEVUELVE PRIMERO LOS DIAS QUE ESE PERIODO YA HABIA
      *> TOMADO, PARA VOLVER A PAGARLOS. UN LIBRO QUE TODAVIA NO
      *> LLEVA LOS CAMPOS DE LA PRIMA EMPIEZA CON TODO LO TOMADO COMO
      *> YA PAGADO (LA PRIMA DE ANTES SE PAGO A MANO). LA PARTE
      *> EXENTA ES HASTA 15 UMAS EN EL ANIO MENOS LO YA EXENTADO EN
      *> NOMACUM; LA PRIMA COMPLETA SE SUMA AL BRUTO.
       026-PAGA-PRIMA-VACACIONAL.
           MOVE ZERO TO WS-PRIMA-VAC
           MOVE ZERO TO WS-PRIMA-EXENTA
           MOVE ZERO TO WS-DIAS-PRIMA
           MOVE EM-NUMERO TO VL-NUMERO
           READ VACLEDG-FILE
               INVALID KEY
                   GO TO 026-FIN
           END-READ
           IF VL-DIAS-PRIMA NOT NUMERIC
              OR VL-PERIODO-PRIMA NOT NUMERIC
              OR VL-DIAS-PRIMA-PER NOT NUMERIC
               MOVE VL-DIAS-TOMADOS TO VL-DIAS-PRIMA
               MOVE ZERO TO VL-PERIODO-PRIMA
               MOVE ZERO TO VL-DIAS-PRIMA-PER
           END-IF
           IF VL-PERIODO-PRIMA = WS-PERIODO-PAGO
               SUBTRACT VL-DIAS-PRIMA-PER FROM VL-DIAS-PRIMA
               MOVE ZERO TO VL-DIAS-PRIMA-PER
           END-IF
           IF VL-DIAS-TOMADOS GREATER VL-DIAS-PRIMA
               COMPUTE WS-DIAS-PRIMA = VL-DIAS-TOMADOS - VL-DIAS-PRIMA
               MOVE VL-DIAS-TOMADOS  TO VL-DIAS-PRIMA
               MOVE WS-PERIODO-PAGO  TO VL-PERIODO-PRIMA
               MOVE WS-DIAS-PRIMA    TO VL-DIAS-PRIMA-PER
           END-IF
           REWRITE VL-REGISTRO
           IF WS-VACLEDG-STATUS NOT = "00"
               DISPLAY "NO SE PUDO MARCAR LA PRIMA VACACIONAL DE: "
                       EM-NUMERO
               MOVE 04 TO WS-RC-NUEVO
               MOVE "NOMINA: FALLO LA MARCA DE PRIMA VACACIONAL"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               MOVE ZERO TO WS-DIAS-PRIMA
               GO TO 026-FIN
           END-IF
           IF WS-DIAS-PRIMA = ZERO
               GO TO 026-FIN
           END-IF
           COMPUTE WS-PRIMA-VAC ROUNDED =
                   WS-DIAS-PRIMA * EM-SALARIO / 30 * 0.25
           MOVE ZERO TO WS-EXENTA-USADA
           MOVE EM-NUMERO TO AC-NUMERO
           READ NOMACUM-FILE
               INVALID KEY
                   MOVE ZERO TO AC-ANIO
           END-READ
           IF AC-ANIO = WS-ANIO-CORRIDA
              AND AC-PRIMA-EXENTA NUMERIC
               MOVE AC-PRIMA-EXENTA TO WS-EXENTA-USADA
           END-IF
           COMPUTE WS-TOPE-PRIMA = WS-UMA-DIARIA * 15
           IF WS-EXENTA-USADA LESS WS-TOPE-PRIMA
               COMPUTE WS-PRIMA-EXENTA = WS-TOPE-PRIMA - WS-EXENTA-USADA
               IF WS-PRIMA-EXENTA GREATER WS-PRIMA-VAC
                   MOVE WS-PRIMA-VAC TO WS-PRIMA-EXENTA
               END-IF
           END-IF
           COMPUTE WS-BRUTO = WS-BRUTO + WS-PRIMA-VAC
               ON SIZE ERROR
                   MOVE 04 TO WS-RC-NUEVO
                   MOVE "NOMINA: BRUTO CON PRIMA VAC. FUERA DE RANGO"
                        TO WS-DESCRIPCION-ERROR
                   PERFORM 080-ACTUALIZA-RC THRU 080-FIN
           END-COMPUTE
           ADD WS-PRIMA-VAC TO WS-TOT-PRIMA-VAC.
       026-FIN.  EXIT.

      *> PRORRATEO DEL SUELDO DEL PERIODO POR DIAS NATURALES DEL
      *> PERIODO PERCAL DEL GRUPO: SE PAGA DESDE EL ALTA (SI CAE
      *> DENTRO) HASTA LA BAJA (SI YA TIENE FECHA, AUNQUE EL EMPLEADO
      *> SIGA ACTIVO), Y CADA CAMBIO DE SALARIO DE SALHIST DENTRO DE
      *> ESOS DIAS ABRE UN TRAMO NUEVO: ANTES DEL CAMBIO RIGE EL
      *> SALARIO ANTERIOR Y DESDE SU FECHA EL NUEVO. CADA TRAMO VALE
      *> SU SALARIO MENSUAL POR LOS DIAS DEL GRUPO (7, 15 O 30) ENTRE
      *> 30, EN LA PROPORCION DE SUS DIAS NATURALES. WS-PRORRATEO ES
      *> LO GANADO MENOS EL SUELDO COMPLETO, Y WS-DIAS-PAGADOS LOS
      *> DIAS DEL GRUPO QUE CORRESPONDEN A LOS DIAS LABORADOS. UNA
      *> BAJA ANTERIOR AL ALTA ES DE UN REINGRESO Y NO CUENTA.
       042-PRORRATEA-SUELDO.
           MOVE ZERO TO WS-PRORRATEO
           MOVE WS-DIAS-PERIODO TO WS-DIAS-PAGADOS
           IF GP-SIN-CALENDARIO
               GO TO 042-FIN
           END-IF
           MOVE GP-INICIO (WS-GRUPO-POS) TO WS-FECHA-DESDE
           MOVE GP-FIN (WS-GRUPO-POS)    TO WS-FECHA-HASTA
           IF EM-FECHA-ALTA NUMERIC
              AND EM-FECHA-ALTA GREATER WS-FECHA-DESDE
               MOVE EM-FECHA-ALTA TO WS-FECHA-DESDE
           END-IF
           IF EM-FECHA-BAJA NUMERIC
              AND EM-FECHA-BAJA NOT = ZERO
              AND EM-FECHA-BAJA NOT LESS EM-FECHA-ALTA
              AND EM-FECHA-BAJA LESS WS-FECHA-HASTA
               MOVE EM-FECHA-BAJA TO WS-FECHA-HASTA
           END-IF
           MOVE EM-SALARIO TO WS-SALARIO-TRAMO
           MOVE "N" TO WS-CAMBIO-HALLADO
           MOVE "N" TO WS-CAMBIO-PERIODO
           PERFORM 048-SALARIO-INICIAL THRU 048-FIN
                   VARYING WS-CAM-INDICE FROM 1 BY 1
                   UNTIL WS-CAM-INDICE GREATER WS-NUM-CAMBIOS
                      OR CAMBIO-HALLADO
           IF WS-FECHA-DESDE = GP-INICIO (WS-GRUPO-POS)
              AND WS-FECHA-HASTA = GP-FIN (WS-GRUPO-POS)
              AND NOT CAMBIO-EN-PERIODO
               GO TO 042-FIN
           END-IF
           CALL "PROGCDIA" USING GP-INICIO (WS-GRUPO-POS)
                                 GP-FIN (WS-GRUPO-POS)
                                 WS-DIAS-CALENDARIO
           ADD 1 TO WS-DIAS-CALENDARIO
           MOVE ZERO TO WS-SUELDO-GANADO
           MOVE ZERO TO WS-DIAS-LABORADOS
           IF WS-FECHA-DESDE GREATER WS-FECHA-HASTA
               GO TO 042-SIGUIENTE
           END-IF
           CALL "PROGCDIA" USING WS-FECHA-DESDE WS-FECHA-HASTA
                                 WS-DIAS-LABORADOS
           ADD 1 TO WS-DIAS-LABORADOS
           MOVE WS-FECHA-DESDE TO WS-FECHA-TRAMO
           PERFORM 049-TRAMO-SALARIO THRU 049-FIN
                   VARYING WS-CAM-INDICE FROM 1 BY 1
                   UNTIL WS-CAM-INDICE GREATER WS-NUM-CAMBIOS
           CALL "PROGCDIA" USING WS-FECHA-TRAMO WS-FECHA-HASTA
                                 WS-DIAS-TRAMO
           ADD 1 TO WS-DIAS-TRAMO
           COMPUTE WS-SUELDO-GANADO = WS-SUELDO-GANADO
                   + WS-SALARIO-TRAMO * WS-DIAS-PERIODO / 30
                   * WS-DIAS-TRAMO / WS-DIAS-CALENDARIO.
       042-SIGUIENTE.
           COMPUTE WS-PRORRATEO ROUNDED =
                   WS-SUELDO-GANADO - WS-SUELDO-PERIODO
           COMPUTE WS-DIAS-PAGADOS ROUNDED =
                   WS-DIAS-PERIODO * WS-DIAS-LABORADOS
                 / WS-DIAS-CALENDARIO
           IF WS-PRORRATEO NOT = ZERO
               ADD 1 TO WS-TOT-PRORRATEADOS
           END-IF.
       042-FIN.  EXIT.

      *> SALARIO CON QUE ABRE EL PRIMER TRAMO: EL ANTERIOR DEL PRIMER
      *> CAMBIO DEL EMPLEADO POSTERIOR AL PRIMER DIA PAGADO; SIN ESE
      *> CAMBIO RIGE EM-SALARIO. SI ESE CAMBIO CAE ANTES DEL ULTIMO
      *> DIA PAGADO, EL PERIODO SE PARTE.
       048-SALARIO-INICIAL.
           IF WS-CA-NUMERO (WS-CAM-INDICE) = EM-NUMERO
              AND WS-CA-FECHA (WS-CAM-INDICE) GREATER WS-FECHA-DESDE
               MOVE "S" TO WS-CAMBIO-HALLADO
               MOVE WS-CA-ANTERIOR (WS-CAM-INDICE) TO WS-SALARIO-TRAMO
               IF WS-CA-FECHA (WS-CAM-INDICE)
                  NOT GREATER WS-FECHA-HASTA
                   MOVE "S" TO WS-CAMBIO-PERIODO
               END-IF
           END-IF.
       048-FIN.  EXIT.

      *> UN CAMBIO DEL EMPLEADO DENTRO DE LOS DIAS PAGADOS CIERRA EL
      *> TRAMO EN CURSO EL DIA ANTERIOR A SU FECHA Y ABRE EL SIGUIENTE
      *> CON EL SALARIO NUEVO.
       049-TRAMO-SALARIO.
           IF WS-CA-NUMERO (WS-CAM-INDICE) NOT = EM-NUMERO
              OR WS-CA-FECHA (WS-CAM-INDICE) NOT GREATER WS-FECHA-DESDE
              OR WS-CA-FECHA (WS-CAM-INDICE) GREATER WS-FECHA-HASTA
               GO TO 049-FIN
           END-IF
           CALL "PROGCDIA" USING WS-FECHA-TRAMO
                                 WS-CA-FECHA (WS-CAM-INDICE)
                                 WS-DIAS-TRAMO
           COMPUTE WS-SUELDO-GANADO = WS-SUELDO-GANADO
                   + WS-SALARIO-TRAMO * WS-DIAS-PERIODO / 30
                   * WS-DIAS-TRAMO / WS-DIAS-CALENDARIO
           MOVE WS-CA-FECHA (WS-CAM-INDICE) TO WS-FECHA-TRAMO
           MOVE WS-CA-NUEVO (WS-CAM-INDICE) TO WS-SALARIO-TRAMO.
       049-FIN.  EXIT.

      *> AJUSTE POR INCIDENCIAS DEL PERIODO: A PARTIR DEL RESUMEN DE
      *> PROGINCI SE DESCUENTAN LOS DIAS DE FALTA (SALARIO DIARIO =
      *> SALARIO ENTRE 30) Y SE PAGAN LAS HORAS EXTRA AL DOBLE DE LA
      *> HORA ORDINARIA (DIARIO ENTRE 8) HASTA 9 EN LA SEMANA, Y AL
      *> TRIPLE LAS QUE PASAN DE 9 Y LAS DE FESTIVO. DE LAS DOBLES SE
      *> EXENTA EL 50% CON TOPE DE 5 UMAS EN CADA SEMANA (021-023).
      *> LOS DIAS DE INCAPACIDAD SE
      *> DESCUENTAN COMO LAS FALTAS, MENOS LOS DE ESPERA DE
      *> ENFERMEDAD GENERAL, SIN PASAR DE LOS DIAS DEL PERIODO CON LAS
      *> FALTAS. EL SUELDO DEL PERIODO MAS EL PRORRATEO (042) Y EL
      *> AJUSTE ES EL BRUTO Y LA BASE DEL ISR; UN AJUSTE QUE
      *> SE COMIERA TODO EL SALARIO DEJA EL BRUTO EN CERO CON
      *> ADVERTENCIA.
       032-AJUSTA-INCIDENCIAS.
           MOVE ZERO TO WS-AJUSTE-INCI
           MOVE ZERO TO WS-HE-DOBLE-IMP
           MOVE ZERO TO WS-HE-TRIPLE-IMP
           MOVE ZERO TO WS-HE-EXENTA
           MOVE ZERO TO WS-INCI-POS
           MOVE "N" TO WS-INCI-HALLADA
           PERFORM 036-BUSCA-INCIDENCIA THRU 036-FIN
                      OR INCI-HALLADA
           IF INCI-HALLADA
               COMPUTE WS-SALARIO-DIARIO ROUNDED = EM-SALARIO / 30
               MOVE WS-IN-INC-SIN-GOCE (WS-INCI-POS)
                    TO WS-DIAS-INC-DESC
               IF WS-IN-FALTAS (WS-INCI-POS) + WS-DIAS-INC-DESC
                  GREATER WS-DIAS-PAGADOS
                   IF WS-IN-FALTAS (WS-INCI-POS) LESS WS-DIAS-PAGADOS
                       COMPUTE WS-DIAS-INC-DESC = WS-DIAS-PAGADOS
                                         - WS-IN-FALTAS (WS-INCI-POS)
                   ELSE
                       MOVE ZERO TO WS-DIAS-INC-DESC
                   END-IF
               END-IF
      *> LA HORA EXTRA ORDINARIA PAGA DOBLE HASTA 9 EN LA SEMANA; LA
      *> QUE PASA DE 9 Y LA DE DIA FESTIVO O DESCANSO (CALENDARIO
      *> CALENDAR, CLASIFICADAS POR PROGINCI) PAGAN TRIPLE.
               COMPUTE WS-HE-DOBLE-IMP ROUNDED =
                       WS-IN-HORAS-EXTRA (WS-INCI-POS)
                     * (WS-SALARIO-DIARIO / 8) * 2
               COMPUTE WS-HE-TRIPLE-IMP ROUNDED =
                       (WS-IN-HE-TRIPLE (WS-INCI-POS)
                      + WS-IN-HE-FESTIVO (WS-INCI-POS))
                     * (WS-SALARIO-DIARIO / 8) * 3
               COMPUTE WS-TOPE-HE-SEMANA = WS-UMA-DIARIA * 5
               PERFORM 023-EXENTA-SEMANA THRU 023-FIN
                       VARYING WS-SEM-INDICE FROM 1 BY 1
                       UNTIL WS-SEM-INDICE GREATER 6
               COMPUTE WS-AJUSTE-INCI ROUNDED =
                       WS-HE-DOBLE-IMP + WS-HE-TRIPLE-IMP
                     - WS-IN-FALTAS (WS-INCI-POS)
                     * WS-SALARIO-DIARIO
                     - WS-DIAS-INC-DESC * WS-SALARIO-DIARIO
           END-IF
           COMPUTE WS-BRUTO = WS-SUELDO-PERIODO + WS-PRORRATEO
                            + WS-AJUSTE-INCI
               ON SIZE ERROR
                   MOVE ZERO TO WS-BRUTO
                   MOVE 04 TO WS-RC-NUEVO
           END-COMPUTE.
       032-FIN.  EXIT.

      *> PARTE EXENTA DE LAS HORAS DOBLES DE UNA SEMANA: LA MITAD DE
      *> LO QUE SE PAGA POR ELLAS, SIN PASAR DE 5 UMAS.
       023-EXENTA-SEMANA.
           IF WS-IN-SEM-DOBLE (WS-INCI-POS WS-SEM-INDICE) = ZERO
               GO TO 023-FIN
           END-IF
           COMPUTE WS-HE-EXENTA-SEM ROUNDED =
                   WS-IN-SEM-DOBLE (WS-INCI-POS WS-SEM-INDICE)
                 * (WS-SALARIO-DIARIO / 8) * 2 * 0.5
           IF WS-HE-EXENTA-SEM GREATER WS-TOPE-HE-SEMANA
               MOVE WS-TOPE-HE-SEMANA TO WS-HE-EXENTA-SEM
           END-IF
           ADD WS-HE-EXENTA-SEM TO WS-HE-EXENTA.
       023-FIN.  EXIT.

      *> CUOTA OBRERA DEL IMSS SOBRE EL SALARIO BASE DE COTIZACION:
      *> EL SDI A LA FECHA DE LA CORRIDA (PROGCSDI, YA TOPADO EN 25
      *> UMAS) POR LOS DIAS COTIZADOS, QUE SON LOS PAGADOS DEL PERIODO
      *> (042) MENOS LAS FALTAS Y LOS DIAS DE INCAPACIDAD (DE CUALQUIER
      *> RAMO, INCLUIDOS LOS DE ESPERA) QUE TRAJO INCSUM (032 YA DEJO
      *> LOCALIZADO EL RENGLON DEL EMPLEADO).
       038-CALCULA-IMSS.
           MOVE EM-SALARIO TO WS-SALARIO-BASE
           CALL "PROGCSDI" USING WS-FECHA-CORRIDA EM-FECHA-ALTA
                                 WS-SALARIO-BASE WS-SDI WS-FACTOR
                                 WS-DIAS-VAC WS-ESTADO-SDI
           MOVE WS-DIAS-PAGADOS TO WS-DIAS-COTIZADOS
           IF INCI-HALLADA
               COMPUTE WS-DIAS-AUSENTE = WS-IN-FALTAS (WS-INCI-POS)
                                       + WS-IN-INCAPACIDAD (WS-INCI-POS)
               IF WS-DIAS-AUSENTE LESS WS-DIAS-PAGADOS
                   SUBTRACT WS-DIAS-AUSENTE FROM WS-DIAS-COTIZADOS
               ELSE
                   MOVE ZERO TO WS-DIAS-COTIZADOS
               END-IF
           END-IF
           COMPUTE WS-BASE-IMSS = WS-SDI * WS-DIAS-COTIZADOS
           COMPUTE WS-IMSS ROUNDED =
                   WS-BASE-IMSS * WS-TASA-IMSS / 100.
       038-FIN.  EXIT.

       036-BUSCA-INCIDENCIA.
           IF WS-IN-NUMERO (WS-INCI-INDICE) = EM-NUMERO
               MOVE "S" TO WS-INCI-HALLADA
           END-IF.
       036-FIN.  EXIT.

      *> APLICA LOS DESCUENTOS VIGENTES DEL EMPLEADO CONTRA EL NETO YA
      *> CALCULADO: PRIMERO LAS PENSIONES ALIMENTICIAS POR ORDEN
      *> JUDICIAL, LUEGO LOS CREDITOS DE INFONAVIT Y FONACOT, QUE SON
      *> RETENCIONES DE LEY, LA PARTE DEL EMPLEADO DE LAS PRIMAS DE
      *> SEGURO Y DESPUES LOS ABONOS DEL PRESTAMO Y DEL FONDO DE
      *> AHORRO.
       033-APLICA-DESCUENTOS.
           MOVE ZERO TO WS-OTRAS-DED
           PERFORM 031-RETIENE-PENSIONES THRU 031-FIN
           MOVE "IN" TO WS-TIPO-DED
           PERFORM 037-RETIENE-CREDITO THRU 037-FIN
           MOVE "FN" TO WS-TIPO-DED
           PERFORM 037-RETIENE-CREDITO THRU 037-FIN
           PERFORM 027-RETIENE-SEGUROS THRU 027-FIN
           MOVE "PR" TO WS-TIPO-DED
           PERFORM 034-ABONA-DESCUENTO THRU 034-FIN
           MOVE "FA" TO WS-TIPO-DED
           PERFORM 034-ABONA-DESCUENTO THRU 034-FIN.
       033-FIN.  EXIT.

      *> RETIENE LAS ORDENES DE PENSION ALIMENTICIA VIGENTES DEL
      *> EMPLEADO. EL PORCENTAJE DEL NETO SE TOMA DEL NETO DESPUES DE
      *> ISR E IMSS Y ANTES DE LA PRIMERA ORDEN, PARA QUE DOS ORDENES
      *> NO SE DESCUENTEN UNA SOBRE LA OTRA.
       031-RETIENE-PENSIONES.
           MOVE ZERO TO WS-PENSION
           MOVE WS-NETO TO WS-BASE-PENSION
           MOVE "N" TO WS-FIN-ORDENES
           MOVE EM-NUMERO TO OJ-NUMERO
           MOVE LOW-VALUES TO OJ-EXPEDIENTE
           START ORDJUD-FILE KEY IS NOT LESS THAN OJ-LLAVE
               INVALID KEY
                   GO TO 031-FIN
           END-START
           PERFORM 035-RETIENE-ORDEN THRU 035-FIN
                   UNTIL FIN-ORDENES.
       031-FIN.  EXIT.

      *> RETIENE UNA ORDEN: SU IMPORTE SEGUN LA BASE, NUNCA MAS QUE EL
      *> NETO DISPONIBLE (SI NO ALCANZA SE AVISA CON RC 04). AL
      *> CAMBIAR DE MES LO RETENIDO DEL MES QUE CIERRA PASA AL MES
      *> ANTERIOR DE LA ORDEN. LO RETENIDO VA AL ARCHIVO DE PENSIONES
      *> DE LA CORRIDA PARA LA DISPERSION AL BENEFICIARIO. LA ORDEN
      *> GUARDA EL PERIODO DE PAGO Y LO QUE SE LE RETUVO EN EL; SI EL
      *> PERIODO GUARDADO ES EL DE ESTA CORRIDA (REARRANQUE) ESO SE
      *> DESCUENTA DEL MES Y DEL ACUMULADO ANTES DE VOLVER A RETENER.
      *> EL IMPORTE FIJO ES POR NOMINA, CUALQUIERA QUE SEA EL GRUPO.
       035-RETIENE-ORDEN.
           READ ORDJUD-FILE NEXT RECORD
               AT END
                   SET FIN-ORDENES TO TRUE
                   GO TO 035-FIN
           END-READ
           IF OJ-NUMERO NOT = EM-NUMERO
               SET FIN-ORDENES TO TRUE
               GO TO 035-FIN
           END-IF
           IF NOT OJ-VIGENTE
              OR OJ-FECHA-INICIO GREATER WS-FECHA-CORRIDA
               GO TO 035-FIN
           END-IF
           IF OJ-PERIODO-PAGO NOT NUMERIC
              OR OJ-RETENIDO-PER NOT NUMERIC
               MOVE ZERO TO OJ-PERIODO-PAGO
               MOVE ZERO TO OJ-RETENIDO-PER
           END-IF
           IF OJ-PERIODO-PAGO = WS-PERIODO-PAGO
               SUBTRACT OJ-RETENIDO-PER FROM OJ-RETENIDO-MES
               SUBTRACT OJ-RETENIDO-PER FROM OJ-ACUMULADO
               MOVE ZERO TO OJ-RETENIDO-PER
           END-IF
           IF OJ-PERIODO NOT = WS-PERIODO-CORRIDA
               MOVE OJ-PERIODO         TO OJ-PERIODO-ANT
               MOVE OJ-RETENIDO-MES    TO OJ-RETENIDO-ANT
               MOVE WS-PERIODO-CORRIDA TO OJ-PERIODO
               MOVE ZERO TO OJ-RETENIDO-MES
           END-IF
           EVALUATE TRUE
               WHEN OJ-PCT-NETO
                   COMPUTE WS-PENSION-ORDEN ROUNDED =
                           WS-BASE-PENSION * OJ-PORCENTAJE / 100
               WHEN OJ-PCT-BRUTO
                   COMPUTE WS-PENSION-ORDEN ROUNDED =
                           WS-BRUTO * OJ-PORCENTAJE / 100
               WHEN OTHER
                   MOVE OJ-IMPORTE TO WS-PENSION-ORDEN
           END-EVALUATE
           IF WS-PENSION-ORDEN GREATER WS-NETO
               MOVE WS-NETO TO WS-PENSION-ORDEN
               DISPLAY "NETO INSUFICIENTE PARA LA PENSION DE: "
                       EM-NUMERO " EXPEDIENTE: " OJ-EXPEDIENTE
               MOVE 04 TO WS-RC-NUEVO
               MOVE "NOMINA: NETO INSUFICIENTE PARA PENSION"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
           END-IF
           ADD WS-PENSION-ORDEN TO OJ-RETENIDO-MES
           ADD WS-PENSION-ORDEN TO OJ-ACUMULADO
           MOVE WS-PERIODO-PAGO  TO OJ-PERIODO-PAGO
           MOVE WS-PENSION-ORDEN TO OJ-RETENIDO-PER
           REWRITE OJ-REGISTRO
           IF WS-ORDJUD-STATUS NOT = "00"
               DISPLAY "NO SE PUDO RETENER LA PENSION DE: "
                       EM-NUMERO " EXPEDIENTE: " OJ-EXPEDIENTE
               MOVE 04 TO WS-RC-NUEVO
               MOVE "NOMINA: FALLO LA RETENCION DE PENSION"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
               GO TO 035-FIN
           END-IF
           IF WS-PENSION-ORDEN = ZERO
               GO TO 035-FIN
           END-IF
           SUBTRACT WS-PENSION-ORDEN FROM WS-NETO
           ADD WS-PENSION-ORDEN TO WS-PENSION
           ADD WS-PENSION-ORDEN TO WS-OTRAS-DED
           MOVE EM-NUMERO        TO PS-NUMERO
           MOVE OJ-EXPEDIENTE    TO PS-EXPEDIENTE
           MOVE OJ-BANCO         TO PS-BANCO
           MOVE OJ-CLABE         TO PS-CLABE
           MOVE OJ-BENEFICIARIO  TO PS-BENEFICIARIO
           MOVE WS-PENSION-ORDEN TO PS-IMPORTE
           WRITE PS-REGISTRO.
       035-FIN.  EXIT.

      *> ABONA UN DESCUENTO DEL TIPO EN TURNO: NUNCA MAS QUE EL
      *> SALDO NI MAS QUE EL NETO DISPONIBLE; EL SALDO BAJA EN EL
      *> MAESTRO Y AL LLEGAR A CERO EL DESCUENTO QUEDA LIQUIDADO.
           END-IF.
       034-FIN.  EXIT.

      *> RETIENE EL CREDITO INFONAVIT O FONACOT DEL TIPO EN TURNO: LO
      *> SOLICITADO EN EL MES MENOS LO YA RETENIDO EN EL MES, NUNCA
      *> MAS QUE EL NETO DISPONIBLE. EL FONACOT SOLO RETIENE SI LA
      *> CEDULA CARGADA ES LA DEL MES DE LA CORRIDA. EL REGISTRO SE
      *> REGRABA AUNQUE NO SE RETENGA NADA, PARA QUE LA CUOTA DEL MES
      *> DEL INFONAVIT QUEDE PARA LA CONCILIACION. SI EL PERIODO DE
      *> PAGO GUARDADO ES EL DE ESTA CORRIDA (REARRANQUE) LO RETENIDO
      *> EN EL SE DESCUENTA DEL MES ANTES DE CALCULAR, PARA QUE LA
      *> SEGUNDA PASADA VUELVA A RETENER LO MISMO Y NO CERO.
       037-RETIENE-CREDITO.
           MOVE EM-NUMERO   TO DD-NUMERO
           MOVE WS-TIPO-DED TO DD-TIPO
           READ DEDMAST-FILE
               INVALID KEY
                   GO TO 037-FIN
           END-READ
           IF NOT DD-VIGENTE
               GO TO 037-FIN
           END-IF
           IF DD-PERIODO-PAGO NOT NUMERIC
              OR DD-RETENIDO-PER NOT NUMERIC
               MOVE ZERO TO DD-PERIODO-PAGO
               MOVE ZERO TO DD-RETENIDO-PER
           END-IF
           IF DD-PERIODO-PAGO = WS-PERIODO-PAGO
               IF DD-RETENIDO LESS DD-RETENIDO-PER
                   MOVE ZERO TO DD-RETENIDO
               ELSE
                   SUBTRACT DD-RETENIDO-PER FROM DD-RETENIDO
               END-IF
               MOVE ZERO TO DD-RETENIDO-PER
           END-IF
           IF DD-INFONAVIT
               PERFORM 039-CUOTA-INFONAVIT THRU 039-FIN
           ELSE
               IF DD-PERIODO NOT = WS-PERIODO-CORRIDA
                   GO TO 037-FIN
               END-IF
           END-IF
           MOVE ZERO TO WS-ABONO-APLICADO
           IF DD-RETENIDO LESS DD-SOLICITADO
               COMPUTE WS-ABONO-APLICADO = DD-SOLICITADO - DD-RETENIDO
           END-IF
      *> UN PAGO SEMANAL O QUINCENAL RETIENE SOLO LA PARTE DE SUS DIAS
      *> DE LA CUOTA DEL MES (EL PORCENTAJE DEL INFONAVIT YA SALE DEL
      *> SBC DEL PERIODO).
           IF WS-DIAS-PERIODO LESS 30
              AND NOT (DD-INFONAVIT AND DD-MET-PORCENTAJE)
               COMPUTE WS-CUOTA-CREDITO ROUNDED =
                       DD-SOLICITADO * WS-DIAS-PERIODO / 30
               IF WS-ABONO-APLICADO GREATER WS-CUOTA-CREDITO
                   MOVE WS-CUOTA-CREDITO TO WS-ABONO-APLICADO
               END-IF
           END-IF
           IF WS-ABONO-APLICADO GREATER WS-NETO
               MOVE WS-NETO TO WS-ABONO-APLICADO
           END-IF
           ADD WS-ABONO-APLICADO TO DD-RETENIDO
           MOVE WS-PERIODO-PAGO   TO DD-PERIODO-PAGO
           MOVE WS-ABONO-APLICADO TO DD-RETENIDO-PER
           REWRITE DD-REGISTRO
           IF WS-DEDMAST-STATUS = "00"
               SUBTRACT WS-ABONO-APLICADO FROM WS-NETO
               ADD WS-ABONO-APLICADO TO WS-OTRAS-DED
           ELSE
               DISPLAY "NO SE PUDO RETENER EL CREDITO DE: "
                       EM-NUMERO " TIPO: " WS-TIPO-DED
               MOVE 04 TO WS-RC-NUEVO
               MOVE "NOMINA: FALLO LA RETENCION DEL CREDITO"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
           END-IF.
       037-FIN.  EXIT.

      *> CUOTA DEL MES DEL CREDITO INFONAVIT SEGUN SU METODO: EL
      *> PORCENTAJE SOBRE EL SALARIO BASE DE COTIZACION DEL PERIODO
      *> (EL MISMO DE LA CUOTA OBRERA), LA CUOTA FIJA MENSUAL, O EL
      *> FACTOR VSM POR LA UMI DIARIA POR 30 DIAS. AL CAMBIAR DE MES
      *> LO RETENIDO SE REINICIA. EN LOS GRUPOS SEMANAL Y QUINCENAL
      *> EL PORCENTAJE DE CADA PAGO SE SUMA A LO YA RETENIDO EN EL MES
      *> PARA QUE LO SOLICITADO SIGA SIENDO LO DEL MES.
       039-CUOTA-INFONAVIT.
           IF DD-PERIODO NOT = WS-PERIODO-CORRIDA
               MOVE WS-PERIODO-CORRIDA TO DD-PERIODO
               MOVE ZERO TO DD-RETENIDO
           END-IF
           EVALUATE TRUE
               WHEN DD-MET-PORCENTAJE
                   COMPUTE WS-CUOTA-CREDITO ROUNDED =
                           WS-BASE-IMSS * DD-FACTOR / 100
                   IF WS-DIAS-PERIODO = 30
                       MOVE WS-CUOTA-CREDITO TO DD-SOLICITADO
                   ELSE
                       COMPUTE DD-SOLICITADO =
                               DD-RETENIDO + WS-CUOTA-CREDITO
                   END-IF
               WHEN DD-MET-CUOTA-FIJA
                   MOVE DD-ABONO TO DD-SOLICITADO
               WHEN DD-MET-VSM
                   COMPUTE DD-SOLICITADO ROUNDED =
                           DD-FACTOR * WS-UMI-DIARIA * 30
                   IF WS-UMI-DIARIA = ZERO
                       DISPLAY "SIN UMI EN UMATAB, NO SE RETIENE EL "
                               "CREDITO INFONAVIT DE: " EM-NUMERO
                       MOVE 04 TO WS-RC-NUEVO
                       MOVE "NOMINA: SIN UMI PARA CREDITO EN VSM"
                            TO WS-DESCRIPCION-ERROR
                       PERFORM 080-ACTUALIZA-RC THRU 080-FIN
                   END-IF
               WHEN OTHER
                   MOVE ZERO TO DD-SOLICITADO
           END-EVALUATE.
       039-FIN.  EXIT.

      *> RETIENE LA PARTE DEL EMPLEADO DE CADA PLAN DE SEGURO VIGENTE
      *> EN QUE ESTA INSCRITO.
       027-RETIENE-SEGUROS.
           MOVE "N" TO WS-FIN-SEGUROS
           MOVE EM-NUMERO TO BI-NUMERO
           MOVE LOW-VALUES TO BI-PLAN
           START BENINSC-FILE KEY IS NOT LESS THAN BI-LLAVE
               INVALID KEY
                   GO TO 027-FIN
           END-START
           PERFORM 041-RETIENE-PLAN THRU 041-FIN
                   UNTIL FIN-SEGUROS.
       027-FIN.  EXIT.

      *> RETIENE UN PLAN: LA PARTE MENSUAL DEL EMPLEADO MENOS LO YA
      *> RETENIDO EN EL MES, Y EN LOS GRUPOS SEMANAL Y QUINCENAL
      *> SOLO LA PARTE DE SUS DIAS, NUNCA MAS QUE EL NETO DISPONIBLE.
      *> AL CAMBIAR DE MES LO RETENIDO SE REINICIA, IGUAL QUE EN LOS
      *> CREDITOS, Y EN UN REARRANQUE DEL MISMO PERIODO DE PAGO LO
      *> RETENIDO EN EL SE DESCUENTA ANTES DE VOLVER A RETENER.
       041-RETIENE-PLAN.
           READ BENINSC-FILE NEXT RECORD
               AT END
                   SET FIN-SEGUROS TO TRUE
                   GO TO 041-FIN
           END-READ
           IF BI-NUMERO NOT = EM-NUMERO
               SET FIN-SEGUROS TO TRUE
               GO TO 041-FIN
           END-IF
           IF NOT BI-VIGENTE
              OR BI-FECHA-ALTA GREATER WS-FECHA-CORRIDA
               GO TO 041-FIN
           END-IF
           IF BI-PERIODO-PAGO NOT NUMERIC
              OR BI-RETENIDO-PER NOT NUMERIC
               MOVE ZERO TO BI-PERIODO-PAGO
               MOVE ZERO TO BI-RETENIDO-PER
           END-IF
           IF BI-PERIODO-PAGO = WS-PERIODO-PAGO
               IF BI-RETENIDO-MES LESS BI-RETENIDO-PER
                   MOVE ZERO TO BI-RETENIDO-MES
               ELSE
                   SUBTRACT BI-RETENIDO-PER FROM BI-RETENIDO-MES
               END-IF
               MOVE ZERO TO BI-RETENIDO-PER
           END-IF
           IF BI-PERIODO NOT = WS-PERIODO-CORRIDA
               MOVE WS-PERIODO-CORRIDA TO BI-PERIODO
               MOVE ZERO TO BI-RETENIDO-MES
           END-IF
           MOVE ZERO TO WS-CUOTA-SEGURO
           IF BI-RETENIDO-MES LESS BI-CUOTA-EMPLEADO
               COMPUTE WS-CUOTA-SEGURO =
                       BI-CUOTA-EMPLEADO - BI-RETENIDO-MES
           END-IF
           IF WS-DIAS-PERIODO LESS 30
               COMPUTE WS-CUOTA-CREDITO ROUNDED =
                       BI-CUOTA-EMPLEADO * WS-DIAS-PERIODO / 30
               IF WS-CUOTA-SEGURO GREATER WS-CUOTA-CREDITO
                   MOVE WS-CUOTA-CREDITO TO WS-CUOTA-SEGURO
               END-IF
           END-IF
           IF WS-CUOTA-SEGURO GREATER WS-NETO
               MOVE WS-NETO TO WS-CUOTA-SEGURO
               DISPLAY "NETO INSUFICIENTE PARA LA PRIMA DE SEGURO DE: "
                       EM-NUMERO " PLAN: " BI-PLAN
               MOVE 04 TO WS-RC-NUEVO
               MOVE "NOMINA: NETO INSUFICIENTE PARA SEGURO"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
           END-IF
           ADD WS-CUOTA-SEGURO TO BI-RETENIDO-MES
           MOVE WS-PERIODO-PAGO TO BI-PERIODO-PAGO
           MOVE WS-CUOTA-SEGURO TO BI-RETENIDO-PER
           REWRITE BI-REGISTRO
           IF WS-BENINSC-STATUS = "00"
               SUBTRACT WS-CUOTA-SEGURO FROM WS-NETO
               ADD WS-CUOTA-SEGURO TO WS-OTRAS-DED
               ADD WS-CUOTA-SEGURO TO WS-TOT-SEGUROS
           ELSE
               DISPLAY "NO SE PUDO RETENER LA PRIMA DE SEGURO DE: "
                       EM-NUMERO " PLAN: " BI-PLAN
               MOVE 04 TO WS-RC-NUEVO
               MOVE "NOMINA: FALLO LA RETENCION DEL SEGURO"
                    TO WS-DESCRIPCION-ERROR
               PERFORM 080-ACTUALIZA-RC THRU 080-FIN
           END-IF.
       041-FIN.  EXIT.

      *> IMPRIME EL RENGLON DEL EMPLEADO: BRUTO, ISR, SUBSIDIO, IMSS Y
      *> NETO.
       040-IMPRIME-EMPLEADO.
           MOVE WS-SUELDO-PERIODO TO WS-BRUTO-ED
           MOVE WS-AJUSTE-INCI TO WS-AJUSTE-ED
           MOVE WS-ISR         TO WS-ISR-ED
           MOVE WS-SUBSIDIO    TO WS-SUBSIDIO-ED
           MOVE WS-IMSS        TO WS-IMSS-ED
           MOVE WS-NETO        TO WS-NETO-ED
           MOVE SPACES TO RPTNOMI-LINEA
           STRING EM-NUMERO          DELIMITED BY SIZE
                  "  "                DELIMITED BY SIZE
                  EM-NOMBRE (1:12)    DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-BRUTO-ED         DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-ISR-ED           DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-SUBSIDIO-ED      DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-IMSS-ED          DELIMITED BY SIZE
                  " "                 DELIMITED BY SIZE
                  WS-NETO-ED          DELIMITED BY SIZE
                  INTO RPTNOMI-LINEA
           WRITE RPTNOMI-LINEA
           IF WS-RETRO GREATER ZERO
               MOVE WS-RETRO TO WS-RETRO-ED
               MOVE SPACES TO RPTNOMI-LINEA
               STRING "       DIFERENCIA RETROACTIVA (INCLUIDA EN EL "
                                               DELIMITED BY SIZE
                      "NETO): "               DELIMITED BY SIZE
                      WS-RETRO-ED             DELIMITED BY SIZE
                      INTO RPTNOMI-LINEA
               WRITE RPTNOMI-LINEA
           END-IF
           IF WS-PRORRATEO NOT = ZERO
               MOVE WS-PRORRATEO       TO WS-PRORRATEO-ED
               MOVE WS-DIAS-LABORADOS  TO WS-DIAS-LAB-ED
               MOVE WS-DIAS-CALENDARIO TO WS-DIAS-CAL-ED
               MOVE SPACES TO RPTNOMI-LINEA
               STRING "       PRORRATEO "     DELIMITED BY SIZE
                      WS-DIAS-LAB-ED          DELIMITED BY SIZE
                      " DE "                  DELIMITED BY SIZE
                      WS-DIAS-CAL-ED          DELIMITED BY SIZE
                      " DIAS (INCLUIDO EN EL NETO): "
                                              DELIMITED BY SIZE
                      WS-PRORRATEO-ED         DELIMITED BY SIZE
                      INTO RPTNOMI-LINEA
               WRITE RPTNOMI-LINEA
           END-IF
           IF WS-PRIMA-VAC GREATER ZERO
               MOVE WS-PRIMA-VAC    TO WS-RETRO-ED
               MOVE WS-DIAS-PRIMA   TO WS-DIAS-PRIMA-ED
               MOVE WS-PRIMA-EXENTA TO WS-PRIMA-EXENTA-ED
               MOVE SPACES TO RPTNOMI-LINEA
               STRING "       PRIMA VACACIONAL "  DELIMITED BY SIZE
                      WS-DIAS-PRIMA-ED          DELIMITED BY SIZE
                      " DIAS: "                 DELIMITED BY SIZE
                      WS-RETRO-ED               DELIMITED BY SIZE
                      "  EXENTA: "              DELIMITED BY SIZE
                      WS-PRIMA-EXENTA-ED        DELIMITED BY SIZE
                      INTO RPTNOMI-LINEA
               WRITE RPTNOMI-LINEA
           END-IF
           IF WS-HE-DOBLE-IMP GREATER ZERO
              OR WS-HE-TRIPLE-IMP GREATER ZERO
               MOVE WS-HE-DOBLE-IMP  TO WS-HE-DOBLE-ED
               MOVE WS-HE-TRIPLE-IMP TO WS-HE-TRIPLE-ED
               MOVE WS-HE-EXENTA     TO WS-HE-EXENTA-ED
               MOVE SPACES TO RPTNOMI-LINEA
               STRING "       HORAS EXTRA DOBLES: " DELIMITED BY SIZE
                      WS-HE-DOBLE-ED            DELIMITED BY SIZE
                      "  TRIPLES: "             DELIMITED BY SIZE
                      WS-HE-TRIPLE-ED           DELIMITED BY SIZE
                      "  EXENTO: "              DELIMITED BY SIZE
                      WS-HE-EXENTA-ED           DELIMITED BY SIZE
                      INTO RPTNOMI-LINEA
               WRITE RPTNOMI-LINEA
           END-IF
           ADD 1 TO RPT-TOTAL-REGS.
       040-FIN.  EXIT.

           WRITE NN-REGISTRO
           MOVE EM-NUMERO       TO ND-NUMERO
           MOVE EM-DEPARTAMENTO TO ND-DEPARTAMENTO
      *> ND-BRUTO CARGA EL SUELDO DEL PERIODO, IGUAL QUE LA COLUMNA
      *> BRUTO DE RPTNOMI; EL AJUSTE POR INCIDENCIAS VIAJA APARTE EN
      *> ND-AJUSTE Y EL RECIBO LOS SUMA, NO LOS DUPLICA; EL
      *> PRORRATEO POR DIAS O POR CAMBIO DE SALARIO VA EN ND-PRORRATEO.
           MOVE WS-SUELDO-PERIODO TO ND-BRUTO
           MOVE WS-AJUSTE-INCI  TO ND-AJUSTE
           MOVE WS-ISR          TO ND-ISR
           MOVE WS-SUBSIDIO     TO ND-SUBSIDIO
           MOVE WS-IMSS         TO ND-IMSS
           MOVE WS-OTRAS-DED    TO ND-OTRAS-DED
           MOVE WS-NETO         TO ND-NETO
           MOVE WS-PENSION      TO ND-PENSION
           MOVE WS-RETRO        TO ND-RETRO
           MOVE WS-PRIMA-VAC    TO ND-PRIMA-VAC
           MOVE WS-HE-DOBLE-IMP  TO ND-HE-DOBLE
           MOVE WS-HE-TRIPLE-IMP TO ND-HE-TRIPLE
           MOVE WS-HE-EXENTA     TO ND-HE-EXENTA
           MOVE WS-PRORRATEO     TO ND-PRORRATEO
           MOVE WS-PRIMA-EXENTA  TO ND-PRIMA-EXENTA
           WRITE ND-REGISTRO.
       047-FIN.  EXIT.

      *> SUMA EL CALCULO DEL EMPLEADO A SU ACUMULADO ANUAL EN
      *> NOMACUM: SI EL EMPLEADO NO TIENE REGISTRO SE LE ABRE, Y SI
      *> SU REGISTRO ES DE UN ANIO ANTERIOR SE REINICIA EN CERO
      *> ANTES DE SUMAR (EL PRIMER CICLO DE ENERO LIMPIA SOLO),
      *> GUARDANDO EL ANIO QUE CIERRA Y SU BRUTO PARA EL REPARTO DE
      *> UTILIDADES. AL BRUTO DEL ANIO NO SE SUMA LA PARTE EXENTA DE
      *> LA PRIMA VACACIONAL, QUE SE LLEVA APARTE CON LA PRIMA PAGADA,
      *> NI LA DE LAS HORAS EXTRA. ADEMAS DEL ISR RETENIDO (NETO DE
      *> SUBSIDIO) SE ACUMULAN EL ISR CAUSADO Y EL SUBSIDIO CAUSADO
      *> DEL PERIODO, QUE SON CONTRA LO QUE COMPARA EL AJUSTE ANUAL;
      *> UN REGISTRO ANTERIOR A ESTOS CAMPOS ARRANCA CON EL ISR
      *> RETENIDO COMO CAUSADO, QUE ES LO UNICO QUE SE TIENE.
       045-ACTUALIZA-ACUMULADO.
           MOVE EM-NUMERO TO AC-NUMERO
           READ NOMACUM-FILE
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
           IF AC-PRIMA-VAC NOT NUMERIC
              OR AC-PRIMA-EXENTA NOT NUMERIC
               MOVE ZERO TO AC-PRIMA-VAC
               MOVE ZERO TO AC-PRIMA-EXENTA
           END-IF
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
           COMPUTE AC-BRUTO = AC-BRUTO + WS-BRUTO - WS-PRIMA-EXENTA
                            - WS-HE-EXENTA
           ADD WS-PRIMA-VAC    TO AC-PRIMA-VAC
           ADD WS-PRIMA-EXENTA TO AC-PRIMA-EXENTA
           ADD WS-ISR-RETENIDO TO AC-ISR
           ADD WS-ISR          TO AC-ISR-CAUSADO
           ADD WS-SUBSIDIO     TO AC-SUBSIDIO
           ADD WS-IMSS    TO AC-IMSS
           REWRITE AC-REGISTRO
           IF WS-NOMACUM-STATUS NOT = "00"
      *> HAY RANURAS LIBRES SE REPORTA Y EL EMPLEADO SOLO ENTRA AL
      *> TOTAL DE LA COMPANIA.
       050-ACUMULA-DEPTO.
           PERFORM 052-UBICA-ENTIDAD THRU 052-FIN
           MOVE "N" TO WS-DEPTO-ENCONTRADO
           PERFORM 055-BUSCA-DEPTO THRU 055-FIN
                   VARYING WS-SUB-INDICE FROM 1 BY 1
                   MOVE ZERO TO WS-RD-DEDUCCIONES (WS-NUM-DEPTOS)
                   MOVE ZERO TO WS-RD-NETO (WS-NUM-DEPTOS)
                   MOVE ZERO TO WS-RD-EMPLEADOS (WS-NUM-DEPTOS)
                   MOVE ZERO TO WS-RD-SUBSIDIO (WS-NUM-DEPTOS)
                   MOVE WS-ENT-POS TO WS-RD-ENT-POS (WS-NUM-DEPTOS)
                   MOVE WS-NUM-DEPTOS TO WS-DEPTO-POS
               ELSE
                   DISPLAY "SE ALCANZO EL MAXIMO DE DEPARTAMENTOS ("
               END-IF
           END-IF
           ADD WS-BRUTO     TO WS-RD-BRUTO (WS-DEPTO-POS)
           ADD WS-ISR-RETENIDO TO WS-RD-DEDUCCIONES (WS-DEPTO-POS)
           ADD WS-IMSS      TO WS-RD-DEDUCCIONES (WS-DEPTO-POS)
           ADD WS-OTRAS-DED TO WS-RD-DEDUCCIONES (WS-DEPTO-POS)
           ADD WS-NETO      TO WS-RD-NETO (WS-DEPTO-POS)
           ADD WS-SUBSIDIO-ENTREGADO
                            TO WS-RD-SUBSIDIO (WS-DEPTO-POS)
           ADD 1            TO WS-RD-EMPLEADOS (WS-DEPTO-POS).
       058-ACUMULA-COMPANIA.
           ADD WS-BRUTO     TO WS-TOT-BRUTO
           ADD WS-ISR-RETENIDO TO WS-TOT-DEDUCCIONES
           ADD WS-IMSS      TO WS-TOT-DEDUCCIONES
           ADD WS-OTRAS-DED TO WS-TOT-DEDUCCIONES
           ADD WS-NETO      TO WS-TOT-NETO
           ADD WS-SUBSIDIO-ENTREGADO TO WS-TOT-SUBSIDIO
           ADD WS-BRUTO     TO WS-TE-BRUTO (WS-ENT-POS)
           ADD WS-ISR-RETENIDO TO WS-TE-DEDUCCIONES (WS-ENT-POS)
           ADD WS-IMSS      TO WS-TE-DEDUCCIONES (WS-ENT-POS)
           ADD WS-OTRAS-DED TO WS-TE-DEDUCCIONES (WS-ENT-POS)
           ADD WS-NETO      TO WS-TE-NETO (WS-ENT-POS)
           ADD WS-SUBSIDIO-ENTREGADO TO WS-TE-SUBSIDIO (WS-ENT-POS)
           ADD 1            TO WS-TE-EMPLEADOS (WS-ENT-POS).
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
               MOVE "NOMINA: REG. PATRONAL NO CATALOGADO"
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

      *> IMPRIME EL SUBTOTAL DE UN DEPARTAMENTO: EMPLEADOS, BRUTO,
      *> DEDUCCIONES (ISR RETENIDO MAS IMSS) Y NETO, Y EN UN SEGUNDO
      *> RENGLON EL SUBSIDIO ENTREGADO CUANDO LO HUBO (BRUTO MAS
      *> SUBSIDIO ENTREGADO ES IGUAL A DEDUCCIONES MAS NETO).
       060-IMPRIME-DEPTOS.
           IF WS-RD-ENT-POS (WS-SUB-INDICE) NOT = WS-ENT-INDICE
               GO TO 060-FIN
           END-IF
           MOVE WS-RD-BRUTO (WS-SUB-INDICE)        TO WS-SUB-BRUTO-ED
           MOVE WS-RD-DEDUCCIONES (WS-SUB-INDICE)  TO WS-SUB-DEDUC-ED
           MOVE WS-RD-NETO (WS-SUB-INDICE)         TO WS-SUB-NETO-ED
                  "  NETO: "                      DELIMITED BY SIZE
                  WS-SUB-NETO-ED                  DELIMITED BY SIZE
                  INTO RPTNOMI-LINEA
           WRITE RPTNOMI-LINEA
           IF WS-RD-SUBSIDIO (WS-SUB-INDICE) GREATER ZERO
               MOVE WS-RD-SUBSIDIO (WS-SUB-INDICE)
                    TO WS-SUB-SUBSIDIO-ED
               MOVE SPACES TO RPTNOMI-LINEA
               STRING "             SUBSIDIO ENTREGADO: "
                                                  DELIMITED BY SIZE
                      WS-SUB-SUBSIDIO-ED          DELIMITED BY SIZE
                      INTO RPTNOMI-LINEA
               WRITE RPTNOMI-LINEA
           END-IF.
       060-FIN.  EXIT.

      *> IMPRIME LOS DEPARTAMENTOS DE UNA ENTIDAD PATRONAL BAJO SU
      *> ENCABEZADO Y CIERRA CON EL SUBTOTAL DE LA ENTIDAD. UNA
      *> ENTIDAD SIN EMPLEADOS EN LA CORRIDA NO SE IMPRIME.
       062-IMPRIME-ENTIDAD.
           IF WS-TE-EMPLEADOS (WS-ENT-INDICE) = ZERO
               GO TO 062-FIN
           END-IF
           MOVE SPACES TO RPTNOMI-LINEA
           WRITE RPTNOMI-LINEA
           MOVE SPACES TO RPTNOMI-LINEA
           STRING "ENTIDAD "                   DELIMITED BY SIZE
                  PT-E-ENTIDAD (WS-ENT-INDICE) DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  PT-E-RFC (WS-ENT-INDICE)     DELIMITED BY SIZE
                  " "                          DELIMITED BY SIZE
                  PT-E-RAZON (WS-ENT-INDICE)   DELIMITED BY SIZE
                  INTO RPTNOMI-LINEA
           WRITE RPTNOMI-LINEA
           PERFORM 060-IMPRIME-DEPTOS THRU 060-FIN
                   VARYING WS-SUB-INDICE FROM 1 BY 1
                   UNTIL WS-SUB-INDICE GREATER WS-NUM-DEPTOS
           MOVE WS-TE-BRUTO (WS-ENT-INDICE)       TO WS-TOT-BRUTO-ED
           MOVE WS-TE-DEDUCCIONES (WS-ENT-INDICE) TO WS-TOT-DEDUC-ED
           MOVE WS-TE-NETO (WS-ENT-INDICE)        TO WS-TOT-NETO-ED
           MOVE SPACES TO RPTNOMI-LINEA
           STRING "SUBTOTAL ENT "              DELIMITED BY SIZE
                  PT-E-ENTIDAD (WS-ENT-INDICE) DELIMITED BY SIZE
                  " BRUTO: "                   DELIMITED BY SIZE
                  WS-TOT-BRUTO-ED              DELIMITED BY SIZE
                  " DEDUC: "                   DELIMITED BY SIZE
                  WS-TOT-DEDUC-ED              DELIMITED BY SIZE
                  " NETO: "                    DELIMITED BY SIZE
                  WS-TOT-NETO-ED               DELIMITED BY SIZE
                  INTO RPTNOMI-LINEA
           WRITE RPTNOMI-LINEA
           IF WS-TE-SUBSIDIO (WS-ENT-INDICE) GREATER ZERO
               MOVE WS-TE-SUBSIDIO (WS-ENT-INDICE)
                    TO WS-TOT-SUBSIDIO-ED
               MOVE SPACES TO RPTNOMI-LINEA
               STRING "SUBTOTAL ENT "              DELIMITED BY SIZE
                      PT-E-ENTIDAD (WS-ENT-INDICE) DELIMITED BY SIZE
                      " SUBSIDIO ENTREGADO: "      DELIMITED BY SIZE
                      WS-TOT-SUBSIDIO-ED           DELIMITED BY SIZE
                      INTO RPTNOMI-LINEA
               WRITE RPTNOMI-LINEA
           END-IF.
       062-FIN.  EXIT.

      *> ESCRIBE EL SUBTOTAL DE UN DEPARTAMENTO EN COLUMNAS FIJAS AL
      *> ARCHIVO DE TOTALES QUE CONSUME LA INTERFAZ CONTABLE.
       065-ESCRIBE-TOTALES.
           MOVE WS-RD-DEDUCCIONES (WS-SUB-INDICE)  TO NT-DEDUCCIONES
           MOVE WS-RD-NETO (WS-SUB-INDICE)         TO NT-NETO
           MOVE WS-RD-EMPLEADOS (WS-SUB-INDICE)    TO NT-EMPLEADOS
           MOVE WS-RD-SUBSIDIO (WS-SUB-INDICE)     TO NT-SUBSIDIO
           MOVE PT-E-ENTIDAD (WS-RD-ENT-POS (WS-SUB-INDICE))
                TO NT-ENTIDAD
           WRITE NT-REGISTRO.
       065-FIN.  EXIT.

                  "  NETO: "                     DELIMITED BY SIZE
                  WS-TOT-NETO-ED                 DELIMITED BY SIZE
                  INTO RPTNOMI-LINEA
           WRITE RPTNOMI-LINEA
           MOVE WS-TOT-SUBSIDIO    TO WS-TOT-SUBSIDIO-ED
           MOVE SPACES TO RPTNOMI-LINEA
           STRING "TOTAL COMPANIA  SUBSIDIO ENTREGADO: "
                                                 DELIMITED BY SIZE
                  WS-TOT-SUBSIDIO-ED             DELIMITED BY SIZE
                  INTO RPTNOMI-LINEA
           WRITE RPTNOMI-LINEA.
       070-FIN.  EXIT.

