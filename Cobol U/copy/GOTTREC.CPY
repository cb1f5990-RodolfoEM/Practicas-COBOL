      *>             CLABE VALIDADO VIA PROGVCLA. EL REGISTRO CRECE
      *>             DE 108 A 129 POSICIONES (EL FILLER DEL TRAILER
      *>             CRECE PAREJO).
      *> 2026-10-15  SE AGREGAN TR-TIPO-CONTRATO (P/E/O) Y
      *>             TR-FIN-CONTRATO (AAAAMMDD): EL ALTA LOS EXIGE
      *>             (EVENTUAL Y POR OBRA CON FECHA DE FIN POSTERIOR
      *>             A HOY, PLANTA SIN ELLA) Y EL CAMBIO LOS APLICA
      *>             SI VIENEN DISTINTOS DE ESPACIOS/CERO (UNA FECHA
      *>             SOLA RENUEVA EL CONTRATO VIGENTE). EL REGISTRO
      *>             CRECE DE 129 A 138 POSICIONES (EL FILLER DEL
      *>             TRAILER CRECE PAREJO).
      *> 2026-10-15  SE AGREGA TR-SUPERVISOR (NUMERO DEL JEFE
      *>             DIRECTO): EL ALTA LO ACEPTA EN CERO PARA LA
      *>             CABEZA DE LA ORGANIZACION Y EL CAMBIO SOLO LO
      *>             APLICA SI VIENE DISTINTO DE CERO. EL REGISTRO
      *>             CRECE DE 138 A 143 POSICIONES (EL FILLER DEL
      *>             TRAILER CRECE PAREJO).
      *> 2026-10-15  SE AGREGA TR-GRUPO-PAGO (S-SEMANAL, Q-QUINCENAL,
      *>             M-MENSUAL): EL ALTA EN ESPACIOS DEJA AL EMPLEADO
      *>             EN MENSUAL Y EL CAMBIO SOLO LO APLICA SI VIENE
      *>             DISTINTO DE ESPACIOS. EL REGISTRO CRECE DE 143 A
      *>             144 POSICIONES (EL FILLER DEL TRAILER CRECE
      *>             PAREJO).
      *> 2026-10-15  SE AGREGA TR-REG-PATRONAL (CODIGO DEL CATALOGO
      *>             PATRCAT): EL ALTA EN ESPACIOS DEJA AL EMPLEADO EN
      *>             EL 01, EL TRASLADO LO CAMBIA SI VIENE DISTINTO
      *>             DE ESPACIOS Y EL CAMBIO NO LO TOCA. EL REGISTRO
      *>             CRECE DE 144 A 146 POSICIONES (EL FILLER DEL
      *>             TRAILER CRECE PAREJO).
      *> 2026-10-15  SE AGREGA TR-REQUISICION (NUMERO DE LA REQUISICION
      *>             APROBADA DEL ARCHIVO REQUISIC QUE CUBRE LA
      *>             VACANTE): EL ALTA LA EXIGE Y LA CIERRA AL
      *>             GRABARSE; LOS DEMAS MOVIMIENTOS LA DEJAN EN CERO.
      *>             EL REGISTRO CRECE DE 146 A 152 POSICIONES (EL
      *>             FILLER DEL TRAILER CRECE PAREJO).
       01  GOTTRANS-REGISTRO.
           05 TR-OPCION             PIC 9(01).
           05 TR-NUMERO             PIC 9(05).
           05 TR-MOTIVO-BAJA        PIC X(02).
           05 TR-BANCO              PIC X(03).
           05 TR-CLABE              PIC X(18).
           05 TR-TIPO-CONTRATO      PIC X(01).
           05 TR-FIN-CONTRATO       PIC 9(08).
           05 TR-SUPERVISOR         PIC 9(05).
           05 TR-GRUPO-PAGO         PIC X(01).
           05 TR-REG-PATRONAL       PIC X(02).
           05 TR-REQUISICION        PIC 9(06).

       01  GOTTRANS-TRAILER.
           05 TC-MARCA              PIC 9(01).
               88 TC-ES-TRAILER                     VALUE 9.
           05 TC-CUENTA             PIC 9(05).
           05 TC-HASH-NUMEROS       PIC 9(10).
           05 FILLER                PIC X(136).
