      ******************************************************************
      * Author:        FERNANDO TOLEDO
      * Date:           2026-10-15
      * Purpose:        LAYOUT DE UN AVISO DEL INFONAVIT (AVISOINF,
      *                 SECUENCIAL POR RENGLON): RETENCION (INICIO DE
      *                 DESCUENTOS DE UN CREDITO), MODIFICACION (CAMBIO
      *                 DE METODO O DE VALOR) O SUSPENSION. EL ARCHIVO
      *                 SE ARMA CON LOS AVISOS QUE LLEGAN DEL PORTAL
      *                 EMPRESARIAL, CON LA CLAVE DE EMPLEADO DE LA
      *                 CASA Y EL RFC PARA COTEJARLA. METODO P =
      *                 PORCENTAJE DEL SALARIO BASE DE COTIZACION, F =
      *                 CUOTA FIJA MENSUAL EN PESOS, V = VECES SALARIO
      *                 MINIMO (FACTOR SOBRE LA UMI). LO CARGA PROGCRED
      *                 AL MAESTRO DE DESCUENTOS (DEDMAST, TIPO IN).
      * Tectonics:      COPY AVINREG.
      ******************************************************************
       01  AI-REGISTRO.
           05 AI-TIPO-AVISO         PIC X(01).
               88 AI-RETENCION                      VALUE "R".
               88 AI-MODIFICACION                   VALUE "M".
               88 AI-SUSPENSION                     VALUE "S".
           05 AI-NUMERO             PIC 9(05).
           05 AI-RFC                PIC X(13).
           05 AI-CREDITO            PIC X(10).
           05 AI-FECHA              PIC 9(08).
           05 AI-METODO             PIC X(01).
               88 AI-MET-PORCENTAJE                 VALUE "P".
               88 AI-MET-CUOTA-FIJA                 VALUE "F".
               88 AI-MET-VSM                        VALUE "V".
           05 AI-VALOR              PIC 9(05)V9(04).
