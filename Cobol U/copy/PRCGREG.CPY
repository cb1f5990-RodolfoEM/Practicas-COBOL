      ******************************************************************
      * Author:        FERNANDO TOLEDO
      * Date:           2026-10-15
      * Purpose:        LAYOUT DE UN RENGLON DE CARGA DEL PRESUPUESTO
      *                 DE NOMINA (PRESCARG, SECUENCIAL POR RENGLON),
      *                 QUE ARMA FINANZAS CON EL PRESUPUESTO APROBADO.
      *                 TIPO C = CARGA ANUAL: LOS DOCE MESES DEL
      *                 DEPARTAMENTO (SUELDOS Y CUOTAS PATRONALES) Y
      *                 REEMPLAZA LO PRESUPUESTADO QUE HUBIERA. TIPO A =
      *                 AJUSTE DE UN MES (PC-MES): SOLO SE TOMA EL
      *                 PRIMER CASILLERO DE IMPORTES. LO APLICA
      *                 PROGPRES AL MAESTRO PRESUP (COPY PRESREG); LO
      *                 REAL DEL MAESTRO NUNCA SE TOCA DESDE AQUI.
      * Tectonics:      COPY PRCGREG.
      ******************************************************************
       01  PC-REGISTRO.
           05 PC-TIPO               PIC X(01).
               88 PC-CARGA-ANUAL                    VALUE "C".
               88 PC-AJUSTE                         VALUE "A".
           05 PC-ANIO               PIC 9(04).
           05 PC-DEPARTAMENTO       PIC X(04).
           05 PC-MES                PIC 9(02).
           05 PC-IMPORTES OCCURS 12 TIMES.
              10 PC-NOMINA          PIC 9(09)V99.
              10 PC-PATRONAL        PIC 9(09)V99.
