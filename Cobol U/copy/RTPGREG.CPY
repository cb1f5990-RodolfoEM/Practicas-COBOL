      ******************************************************************
      * Author:        FERNANDO TOLEDO
      * Date:           2026-10-15
      * Purpose:        LAYOUT DEL MAESTRO DE PAGOS RETROACTIVOS
      *                 (RETROPAG, INDEXADO POR RP-LLAVE): UN RENGLON
      *                 POR EMPLEADO, PERIODO CERRADO Y SOLICITUD, CON
      *                 LOS DIAS DEL PERIODO QUE CUBRE LA FECHA
      *                 EFECTIVA, EL SALARIO QUE SE PAGO, EL NUEVO Y LA
      *                 DIFERENCIA. LO ARMA PROGRETR CON ESTADO P
      *                 (PENDIENTE DE PAGO); PROGNOMI LO PAGA EN LA
      *                 SIGUIENTE NOMINA, LO MARCA A (APLICADO) Y ANOTA
      *                 EL PERIODO EN QUE LO PAGO, PARA QUE UNA
      *                 RECORRIDA DEL MISMO MES LO VUELVA A PAGAR IGUAL
      *                 Y UN MES POSTERIOR YA NO.
      * Tectonics:      COPY RTPGREG.
      ******************************************************************
       01  RP-REGISTRO.
           05 RP-LLAVE.
              10 RP-NUMERO          PIC 9(05).
              10 RP-PERIODO         PIC 9(06).
              10 RP-FECHA-CAPTURA   PIC 9(08).
           05 RP-FECHA-EFECTIVA     PIC 9(08).
           05 RP-DIAS               PIC 9(02).
           05 RP-SALARIO-PAGADO     PIC 9(05)V99.
           05 RP-SALARIO-NUEVO      PIC 9(05)V99.
           05 RP-IMPORTE            PIC 9(05)V99.
           05 RP-ESTADO             PIC X(01).
               88 RP-PENDIENTE                      VALUE "P".
               88 RP-APLICADO                       VALUE "A".
           05 RP-PERIODO-PAGO       PIC 9(06).
