      ******************************************************************
      * Author:        FERNANDO TOLEDO
      * Date:           2026-10-15
      * Purpose:        LAYOUT DE UNA SOLICITUD DE PAGO RETROACTIVO
      *                 (RETROSOL): UN CAMBIO DE SALARIO CAPTURADO CON
      *                 FECHA EFECTIVA YA PASADA. PROGGOTD LA ENCOLA AL
      *                 APLICAR (O RETENER PARA APROBACION) EL CAMBIO, Y
      *                 EL PASO PROGRETR LA CONVIERTE EN DIFERENCIAS POR
      *                 PERIODO CERRADO (RETROPAG) CUANDO EL HISTORIAL
      *                 DE SALARIOS YA MUESTRA EL SALARIO NUEVO.
      *                 RS-FECHA-CAPTURA ES EL DIA EN QUE SE CAPTURO EL
      *                 CAMBIO.
      * Tectonics:      COPY RTSOREG.
      ******************************************************************
       01  RS-REGISTRO.
           05 RS-NUMERO             PIC 9(05).
           05 RS-FECHA-EFECTIVA     PIC 9(08).
           05 RS-SALARIO-ANTERIOR   PIC 9(05)V99.
           05 RS-SALARIO-NUEVO      PIC 9(05)V99.
           05 RS-FECHA-CAPTURA      PIC 9(08).
           05 RS-PROGRAMA           PIC X(08).
           05 RS-OPERADOR           PIC X(08).
