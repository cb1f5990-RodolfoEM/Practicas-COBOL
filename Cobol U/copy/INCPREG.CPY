      ******************************************************************
      * Author:        FERNANDO TOLEDO
      * Date:           2026-10-15
      * Purpose:        LAYOUT DEL REGISTRO DEL MAESTRO DE
      *                 INCAPACIDADES DEL IMSS (INCAPAC, INDEXADO POR
      *                 EMPLEADO MAS FOLIO DEL CERTIFICADO): EL RAMO
      *                 (1-RIESGO DE TRABAJO, 2-ENFERMEDAD GENERAL,
      *                 3-MATERNIDAD), LAS FECHAS DE INICIO Y FIN, LOS
      *                 DIAS AUTORIZADOS Y EL DEPARTAMENTO DEL
      *                 EMPLEADO AL CAPTURARLA. LO DA DE ALTA PROGINCI
      *                 AL ACEPTAR UNA INCIDENCIA IC; DE AQUI SALEN LOS
      *                 DIAS DEL PERIODO QUE NOMINA APLICA (VIA
      *                 INCSUM), LOS DIAS QUE PROGPATR SACA DE LA BASE
      *                 DE COTIZACION DEL MES Y EL REPORTE MENSUAL DE
      *                 INCAPACIDADES ABIERTAS Y CERRADAS (PROGINCR).
      * Tectonics:      COPY INCPREG.
      ******************************************************************
       01  IC-REGISTRO.
           05 IC-LLAVE.
              10 IC-NUMERO          PIC 9(05).
              10 IC-FOLIO           PIC X(08).
           05 IC-RAMO               PIC X(01).
               88 IC-RIESGO-TRABAJO                 VALUE "1".
               88 IC-ENFERMEDAD-GENERAL             VALUE "2".
               88 IC-MATERNIDAD                     VALUE "3".
           05 IC-FECHA-INICIO       PIC 9(08).
           05 IC-FECHA-FIN          PIC 9(08).
           05 IC-DIAS               PIC 9(03).
           05 IC-DEPARTAMENTO       PIC X(04).
           05 IC-FECHA-CAPTURA      PIC 9(08).
