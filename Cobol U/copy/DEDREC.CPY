      *                 LIBRETA.
      * Tectonics:      COPY DEDREC.
      ******************************************************************
      *> MODIFICACIONES:
      *> 2026-10-15  SE AGREGAN LOS TIPOS IN (CREDITO INFONAVIT) Y FN
      *>             (CREDITO FONACOT), QUE NO SE TECLEAN: LOS CARGA
      *>             PROGCRED DE LOS AVISOS DE RETENCION/SUSPENSION
      *>             DEL INFONAVIT Y DE LA CEDULA MENSUAL DEL
      *>             FONACOT. SE AGREGAN EL ESTADO S (SUSPENDIDO POR
      *>             AVISO), EL NUMERO DE CREDITO, EL METODO DE
      *>             DESCUENTO DEL INFONAVIT (PORCENTAJE DEL SBC,
      *>             CUOTA FIJA MENSUAL EN DD-ABONO O FACTOR VSM
      *>             SOBRE LA UMI DE UMATAB) CON SU FACTOR, Y LO
      *>             SOLICITADO Y LO RETENIDO EN EL MES DD-PERIODO
      *>             PARA EL ENTERO Y LA CONCILIACION DE PROGCRRP.
      *>             LOS CREDITOS NO LLEVAN MONTO NI SALDO. EL
      *>             REGISTRO CRECE DE 49 A 91 POSICIONES.
      *> 2026-10-15  SE AGREGAN EL PERIODO DE PAGO DE LA ULTIMA
      *>             RETENCION DEL CREDITO (DD-PERIODO-PAGO) Y LO
      *>             RETENIDO EN EL (DD-RETENIDO-PER), PARA QUE
      *>             PROGNOMI LO DESCUENTE DEL MES SI EL PERIODO SE
      *>             VUELVE A CORRER. EL REGISTRO CRECE DE 91 A 106.
       01  DD-REGISTRO.
           05 DD-LLAVE.
              10 DD-NUMERO          PIC 9(05).
              10 DD-TIPO            PIC X(02).
                  88 DD-PRESTAMO                    VALUE "PR".
                  88 DD-AHORRO                      VALUE "FA".
                  88 DD-INFONAVIT                   VALUE "IN".
                  88 DD-FONACOT                     VALUE "FN".
                  88 DD-CREDITO-EXTERNO             VALUE "IN" "FN".
           05 DD-MONTO              PIC 9(07)V99.
           05 DD-ABONO              PIC 9(05)V99.
           05 DD-SALDO              PIC 9(07)V99.
           05 DD-ESTADO             PIC X(01).
               88 DD-VIGENTE                        VALUE "V".
               88 DD-LIQUIDADO                      VALUE "L".
               88 DD-SUSPENDIDO                     VALUE "S".
           05 DD-CREDITO            PIC X(10).
           05 DD-METODO             PIC X(01).
               88 DD-MET-PORCENTAJE                 VALUE "P".
               88 DD-MET-CUOTA-FIJA                 VALUE "F".
               88 DD-MET-VSM                        VALUE "V".
           05 DD-FACTOR             PIC 9(03)V9(04).
           05 DD-PERIODO            PIC 9(06).
           05 DD-SOLICITADO         PIC 9(07)V99.
           05 DD-RETENIDO           PIC 9(07)V99.
           05 DD-PERIODO-PAGO       PIC 9(06).
           05 DD-RETENIDO-PER       PIC 9(07)V99.
