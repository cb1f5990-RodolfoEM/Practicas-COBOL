      ******************************************************************
      * Author:        FERNANDO TOLEDO
      * Date:           2026-10-15
      * Purpose:        LAYOUT DE UN RENGLON DE LA CEDULA MENSUAL DE
      *                 DESCUENTOS DEL FONACOT (CEDFONA, SECUENCIAL POR
      *                 RENGLON): MES DE LA CEDULA (AAAAMM), CLAVE DE
      *                 EMPLEADO DE LA CASA CON SU RFC, NUMERO DE
      *                 CREDITO Y RETENCION DEL MES. UN EMPLEADO CON
      *                 VARIOS CREDITOS TRAE UN RENGLON POR CREDITO.
      *                 LO CARGA PROGCRED AL MAESTRO DE DESCUENTOS
      *                 (DEDMAST, TIPO FN).
      * Tectonics:      COPY CEDFREG.
      ******************************************************************
       01  CF-REGISTRO.
           05 CF-PERIODO            PIC 9(06).
           05 CF-NUMERO             PIC 9(05).
           05 CF-RFC                PIC X(13).
           05 CF-CREDITO            PIC X(10).
           05 CF-RETENCION          PIC 9(05)V99.
