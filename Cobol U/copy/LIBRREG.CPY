      ******************************************************************
      * Author:        FERNANDO TOLEDO
      * Date:           2026-10-15
      * Purpose:        LAYOUT DE UNA TARJETA DE LIBERACION DE NETOS
      *                 RETENIDOS (NOMLIBER) QUE CAPTURA EL OPERADOR
      *                 DESPUES DE REVISAR EL REPORTE DE RETENCIONES:
      *                 EL EMPLEADO, LA FECHA DE LA CORRIDA QUE LO
      *                 RETUVO (LA MISMA DEL REPORTE) Y EL USUARIO QUE
      *                 AUTORIZA. UNA TARJETA QUE NO CORRESPONDE A UNA
      *                 RETENCION VIGENTE SE REPORTA Y NO HACE NADA.
      * Tectonics:      COPY LIBRREG.
      ******************************************************************
       01  LB-REGISTRO.
           05 LB-NUMERO             PIC 9(05).
           05 LB-FECHA              PIC 9(08).
           05 LB-USUARIO            PIC X(08).
