      ******************************************************************
      * Author:        FERNANDO TOLEDO
      * Date:           2026-10-15
      * Purpose:        LAYOUT DE UN RENGLON DEL ARCHIVO DE TARIFAS DE
      *                 ISR (ISRTARIF), QUE MANTIENE NOMINA A MANO IGUAL
      *                 QUE EL CALENDARIO PERCAL CADA VEZ QUE EL SAT
      *                 PUBLICA TARIFAS NUEVAS. CADA RENGLON ES DE LA
      *                 TARIFA MENSUAL DEL ISR (T: LIMITE INFERIOR,
      *                 CUOTA FIJA Y TASA SOBRE EL EXCEDENTE) O DE LA
      *                 TABLA DEL SUBSIDIO PARA EL EMPLEO (S: LIMITE
      *                 INFERIOR E IMPORTE DEL SUBSIDIO EN IT-CUOTA),
      *                 CON LA FECHA DESDE LA QUE RIGE. DENTRO DE CADA
      *                 TABLA Y VIGENCIA LOS RENGLONES VAN EN ORDEN
      *                 ASCENDENTE DE LIMITE INFERIOR. LO LEE LA
      *                 SUBRUTINA PROGCISR.
      * Tectonics:      COPY ISRTREG.
      ******************************************************************
       01  IT-REGISTRO.
           05 IT-TABLA              PIC X(01).
               88 IT-TARIFA                         VALUE "T".
               88 IT-SUBSIDIO                       VALUE "S".
           05 IT-VIGENCIA           PIC 9(08).
           05 IT-LIM-INF            PIC 9(07)V99.
           05 IT-CUOTA              PIC 9(07)V99.
           05 IT-TASA               PIC 9(02)V99.
