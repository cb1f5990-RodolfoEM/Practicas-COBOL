      *>             CALCULO QUE SE DESFASABA DEL MAESTRO CON CADA
      *>             ALTA O BAJA. EL REGISTRO CRECE DE 105 A 126
      *>             POSICIONES.
      *> 2026-10-15  SE AGREGAN EM-TIPO-CONTRATO (P-PLANTA, E-EVENTUAL
      *>             POR TIEMPO DETERMINADO, O-POR OBRA) Y
      *>             EM-FIN-CONTRATO (AAAAMMDD; CERO EN PLANTA),
      *>             VALIDADOS EN EL ALTA Y EL CAMBIO VIA LA
      *>             SUBRUTINA PROGVCON: LOS CONTRATOS EVENTUALES
      *>             VENCIAN SIN QUE NADIE LO NOTARA Y SE SEGUIA
      *>             PAGANDO DESPUES DEL FIN. UN REGISTRO ANTERIOR
      *>             (TIPO EN ESPACIOS) SE TRATA COMO PLANTA. EL
      *>             REGISTRO CRECE DE 126 A 135 POSICIONES.
      *> 2026-10-15  SE AGREGA EM-SUPERVISOR: NUMERO DEL JEFE DIRECTO
      *>             (CERO EN LA CABEZA DE LA ORGANIZACION), QUE DEBE
      *>             SER UN EMPLEADO ACTIVO Y NO CERRAR UN CICLO EN LA
      *>             CADENA DE MANDO. DE AQUI SALEN EL ORGANIGRAMA Y
      *>             EL TRAMO DE CONTROL (PROGORGA). EL REGISTRO
      *>             CRECE DE 135 A 140 POSICIONES.
      *> 2026-10-15  SE AGREGA EM-GRUPO-PAGO: EL GRUPO DE PAGO DEL
      *>             EMPLEADO (S-SEMANAL, Q-QUINCENAL, M-MENSUAL),
      *>             CADA UNO CON SU PROPIO CALENDARIO EN PERCAL. LA
      *>             NOMINA DEL CICLO PAGA SOLO A LOS GRUPOS CUYO
      *>             PERIODO CIERRA ESA NOCHE. UN REGISTRO ANTERIOR
      *>             (GRUPO EN ESPACIOS) SE TRATA COMO MENSUAL. EL
      *>             REGISTRO CRECE DE 140 A 141 POSICIONES.
      *> 2026-10-15  SE AGREGA EM-REG-PATRONAL: EL CODIGO DEL REGISTRO
      *>             PATRONAL DEL EMPLEADO EN EL CATALOGO PATRCAT, DEL
      *>             QUE SALE TAMBIEN SU ENTIDAD LEGAL (RAZON SOCIAL).
      *>             UN REGISTRO ANTERIOR (EN ESPACIOS) ES DEL 01. EL
      *>             REGISTRO CRECE DE 141 A 143 POSICIONES.
       01  EMPMAST-RECORD.
           05 EM-NUMERO            PIC 9(05).
           05 EM-NOMBRE            PIC X(35).
           05 EM-MOTIVO-BAJA       PIC X(02).
           05 EM-BANCO             PIC X(03).
           05 EM-CLABE             PIC X(18).
           05 EM-TIPO-CONTRATO     PIC X(01).
               88 EM-CONTRATO-PLANTA               VALUE "P" " ".
               88 EM-CONTRATO-EVENTUAL             VALUE "E".
               88 EM-CONTRATO-OBRA                 VALUE "O".
           05 EM-FIN-CONTRATO      PIC 9(08).
           05 EM-SUPERVISOR        PIC 9(05).
           05 EM-GRUPO-PAGO        PIC X(01).
               88 EM-PAGO-SEMANAL                  VALUE "S".
               88 EM-PAGO-QUINCENAL                VALUE "Q".
               88 EM-PAGO-MENSUAL                  VALUE "M" " ".
           05 EM-REG-PATRONAL      PIC X(02).
