      *>             APLICAR AL PAGO. PROGINCI SOLO SIEMBRA LOS
      *>             RENGLONES DEL PERIODO ABIERTO. EL REGISTRO
      *>             CRECE DE 27 A 33.
      *> 2026-10-15  SE AGREGAN LOS DIAS DE INCAPACIDAD DEL IMSS QUE
      *>             CAEN EN EL PERIODO, POR RAMO (ENFERMEDAD
      *>             GENERAL, RIESGO DE TRABAJO, MATERNIDAD), Y LOS
      *>             DIAS DE ESPERA DE ENFERMEDAD GENERAL (LOS TRES
      *>             PRIMEROS DE CADA CERTIFICADO, QUE EL IMSS NO
      *>             SUBSIDIA Y LA CASA PAGA). PROGINCI LOS RECALCULA
      *>             EN CADA CORRIDA DESDE EL MAESTRO INCAPAC. EL
      *>             REGISTRO CRECE DE 33 A 45.
      *> 2026-10-15  TOPE LEGAL DE HORAS EXTRA (LFT ART. 66 Y 68):
      *>             PROGINCI LLEVA LAS HORAS EXTRA ORDINARIAS DE CADA
      *>             SEMANA CALENDARIO (LUNES A DOMINGO, NUMERADAS
      *>             DESDE EL LUNES 3 DE ENERO DE 2000) EN IS-SEMANA.
      *>             IS-HORAS-EXTRA QUEDA CON LAS HORAS DOBLES (HASTA
      *>             9 EN LA SEMANA) E IS-HORAS-TRIPLE CON LAS QUE
      *>             PASAN DE 9. IS-SEM-HORAS ES EL TOTAL DE LA SEMANA
      *>             (LA SEMANA QUE VIENE DEL PERIODO ANTERIOR TRAE LO
      *>             YA TRABAJADO ALLA) E IS-SEM-DOBLE LAS HORAS DOBLES
      *>             DE ESA SEMANA QUE SE PAGAN EN ESTE PERIODO, PARA
      *>             EL TOPE EXENTO SEMANAL DE PROGNOMI. UNA RANURA SIN
      *>             SEMANA VA EN CEROS. EL REGISTRO CRECE DE 45 A 141.
      *> 2026-10-15  SE AGREGAN IS-RETARDOS E IS-SALIDAS-ANT, LOS
      *>             RETARDOS Y SALIDAS ANTICIPADAS DEL PERIODO. CADA
      *>             TERCER RETARDO YA VIENE SUMADO COMO FALTA EN
      *>             IS-FALTAS; ESTOS CAMPOS SON INFORMATIVOS Y SIRVEN
      *>             PARA QUE PROGINCI SIGA LA CUENTA ENTRE NOCHES. EL
      *>             REGISTRO CRECE DE 141 A 147.
       01  INCSUM-REGISTRO.
           05 IS-NUMERO             PIC 9(05).
           05 IS-DEPARTAMENTO       PIC X(04).
           05 IS-HORAS-EXTRA        PIC 9(04)V99.
           05 IS-HORAS-FESTIVO      PIC 9(04)V99.
           05 IS-PERIODO            PIC 9(06).
           05 IS-DIAS-INC-EG        PIC 9(03).
           05 IS-DIAS-INC-RT        PIC 9(03).
           05 IS-DIAS-INC-MA        PIC 9(03).
           05 IS-DIAS-ESPERA        PIC 9(03).
           05 IS-HORAS-TRIPLE       PIC 9(04)V99.
           05 IS-SEMANA OCCURS 6 TIMES.
              10 IS-SEM-NUMERO      PIC 9(05).
              10 IS-SEM-HORAS       PIC 9(03)V99.
              10 IS-SEM-DOBLE       PIC 9(03)V99.
           05 IS-RETARDOS           PIC 9(03).
           05 IS-SALIDAS-ANT        PIC 9(03).
