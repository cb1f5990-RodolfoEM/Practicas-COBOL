      ******************************************************************
      * Author:        FERNANDO TOLEDO
      * Date:           2026-10-15
      * Purpose:        LAYOUT DEL MAESTRO DE PAGOS DISPERSADOS
      *                 (PAGBANC, INDEXADO POR PB-LLAVE Y CON LLAVE
      *                 ALTERNA PB-NUMERO CON DUPLICADOS): UN RENGLON
      *                 POR CADA PAGO QUE SALIO EN UN ARCHIVO DEL
      *                 BANCO, CON SU ORIGEN (C = CICLO DIARIO,
      *                 PROGBANC; X = NOMINA EXTRAORDINARIA, PROGNEXT,
      *                 CON SU NUMERO DE CORRIDA EN EL LOTE; R =
      *                 REDISPERSION, PROGDEVB), EL RENGLON DENTRO DEL
      *                 ARCHIVO, LA CUENTA A LA QUE SE MANDO Y EL
      *                 IMPORTE. NACE ENVIADO (E); LA RESPUESTA DEL
      *                 BANCO LO DEJA PAGADO (P) O RECHAZADO (R) CON EL
      *                 MOTIVO DEL BANCO, Y UN RECHAZO QUEDA
      *                 REDISPERSADO (D) CUANDO LA CUENTA SE CORRIGE Y
      *                 SE VUELVE A MANDAR. UN RECHAZO SIN REDISPERSAR
      *                 SIGUE ABIERTO EN LA HOJA DE CONTROL DEL CICLO.
      * Tectonics:      COPY PAGBREG.
      ******************************************************************
       01  PB-REGISTRO.
           05 PB-LLAVE.
              10 PB-FECHA           PIC 9(08).
              10 PB-ORIGEN          PIC X(01).
                  88 PB-DEL-CICLO                   VALUE "C".
                  88 PB-EXTRAORDINARIA              VALUE "X".
                  88 PB-REDISPERSION                VALUE "R".
              10 PB-LOTE            PIC 9(06).
              10 PB-RENGLON         PIC 9(05).
           05 PB-NUMERO             PIC 9(05).
           05 PB-TIPO               PIC X(01).
               88 PB-NETO                           VALUE "N".
               88 PB-PENSION                        VALUE "P".
           05 PB-EXPEDIENTE         PIC X(20).
           05 PB-BANCO              PIC X(03).
           05 PB-CLABE              PIC X(18).
           05 PB-NOMBRE             PIC X(35).
           05 PB-IMPORTE            PIC 9(07)V99.
           05 PB-ESTADO             PIC X(01).
               88 PB-ENVIADO                        VALUE "E".
               88 PB-PAGADO                         VALUE "P".
               88 PB-RECHAZADO                      VALUE "R".
               88 PB-REDISPERSADO                   VALUE "D".
           05 PB-MOTIVO             PIC X(03).
           05 PB-FECHA-ESTADO       PIC 9(08).
