      ******************************************************************
      * Author:        FERNANDO TOLEDO
      * Date:           2026-10-15
      * Purpose:        LAYOUT DE UN RENGLON DEL REGISTRO DE NETOS
      *                 RETENIDOS ANTES DE LA DISPERSION (NOMRETEN,
      *                 GENERACIONAL): EL EMPLEADO, LA FECHA DE LA
      *                 CORRIDA QUE LO RETUVO, EL MOTIVO (VA VARIACION
      *                 CONTRA EL PERIODO ANTERIOR, NC NETO EN CERO, NU
      *                 PRIMER PAGO SIN ALTA RECIENTE, TP NETO SOBRE EL
      *                 TOPE DEL PUESTO), EL NETO ANTERIOR Y EL DE LA
      *                 CORRIDA. NACE RETENIDO (R); CUANDO EL OPERADOR
      *                 LO LIBERA (NOMLIBER) QUEDA LIBERADO (L) CON LA
      *                 FECHA Y EL USUARIO, Y PROGBANC LO DISPERSA ESA
      *                 MISMA NOCHE. LO ESCRIBE PROGVARN.
      * Tectonics:      COPY RETNREG.
      ******************************************************************
       01  RT-REGISTRO.
           05 RT-NUMERO             PIC 9(05).
           05 RT-FECHA              PIC 9(08).
           05 RT-MOTIVO             PIC X(02).
               88 RT-VARIACION                      VALUE "VA".
               88 RT-NETO-CERO                      VALUE "NC".
               88 RT-PRIMER-PAGO                    VALUE "NU".
               88 RT-SOBRE-TOPE                     VALUE "TP".
           05 RT-NETO-ANT           PIC 9(05)V99.
           05 RT-NETO               PIC 9(05)V99.
           05 RT-ESTADO             PIC X(01).
               88 RT-RETENIDO                       VALUE "R".
               88 RT-LIBERADO                       VALUE "L".
           05 RT-FECHA-LIBERA       PIC 9(08).
           05 RT-USUARIO            PIC X(08).
