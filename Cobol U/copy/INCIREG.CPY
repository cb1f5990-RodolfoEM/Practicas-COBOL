      *>             CARGA LOS DIAS SOLICITADOS, QUE PROGINCI VALIDA
      *>             Y DESCUENTA DEL LIBRO DE VACACIONES (VACLEDG);
      *>             UNA SOLICITUD QUE REBASA EL SALDO SE RECHAZA.
      *> 2026-10-15  SE AGREGA EL TIPO IC (INCAPACIDAD DEL IMSS): EL
      *>             RENGLON CRECE CON EL FOLIO DEL CERTIFICADO, EL
      *>             RAMO (1-RIESGO DE TRABAJO, 2-ENFERMEDAD
      *>             GENERAL, 3-MATERNIDAD, CLAVES DEL IMSS) Y LA
      *>             FECHA FINAL; IN-FECHA ES LA DE INICIO E IN-HORAS
      *>             NO SE USA. LOS DEMAS TIPOS DEJAN LOS CAMPOS
      *>             NUEVOS EN BLANCO. EL REGISTRO CRECE DE 19 A 36.
      *> 2026-10-15  SE AGREGAN LOS TIPOS RE (RETARDO) Y SA (SALIDA
      *>             ANTICIPADA) QUE PROGCHEC GENERA CONTRA EL TURNO
      *>             ASIGNADO; IN-HORAS LLEVA EL TIEMPO DE RETRASO O
      *>             DE ANTICIPACION.
       01  IN-REGISTRO.
           05 IN-NUMERO             PIC 9(05).
           05 IN-TIPO               PIC X(02).
               88 IN-PERMISO                        VALUE "PE".
               88 IN-HORAS-EXTRA                    VALUE "HE".
               88 IN-VACACIONES                     VALUE "VA".
               88 IN-INCAPACIDAD                    VALUE "IC".
               88 IN-RETARDO                        VALUE "RE".
               88 IN-SALIDA-ANT                     VALUE "SA".
           05 IN-FECHA              PIC 9(08).
           05 IN-HORAS              PIC 9(02)V99.
           05 IN-FOLIO              PIC X(08).
           05 IN-RAMO               PIC X(01).
               88 IN-RIESGO-TRABAJO                 VALUE "1".
               88 IN-ENFERMEDAD-GENERAL             VALUE "2".
               88 IN-MATERNIDAD                     VALUE "3".
           05 IN-FECHA-FIN          PIC 9(08).
