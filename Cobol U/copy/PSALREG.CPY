      ******************************************************************
      * Author:        FERNANDO TOLEDO
      * Date:           2026-10-15
      * Purpose:        LAYOUT DEL SALDO DE PASIVOS LABORALES DE UN
      *                 EMPLEADO (PROVSAL, GENERACION POR CIERRE,
      *                 ORDENADO POR EMPLEADO) QUE DEJA PROGPROV: LO
      *                 PROVISIONADO A LA FECHA DE AGUINALDO, DE PRIMA
      *                 VACACIONAL Y DE CUOTAS PATRONALES IMSS/
      *                 INFONAVIT, CON EL DEPARTAMENTO Y LA ENTIDAD EN
      *                 QUE QUEDO ASENTADO, EL ANIO CUYO AGUINALDO YA
      *                 SE PAGO (SU PROVISION SE REVIRTIO Y NO SE
      *                 VUELVE A CREAR ESE ANIO) Y EL MES (AAAAMM) DEL
      *                 ULTIMO CALCULO. EL SIGUIENTE CIERRE ASIENTA
      *                 SOLO LA DIFERENCIA CONTRA ESTE SALDO.
      * Tectonics:      COPY PSALREG.
      ******************************************************************
       01  PS-REGISTRO.
           05 PS-NUMERO             PIC 9(05).
           05 PS-DEPARTAMENTO       PIC X(04).
           05 PS-ENTIDAD            PIC X(02).
           05 PS-AGUINALDO          PIC 9(07)V99.
           05 PS-PRIMA-VAC          PIC 9(07)V99.
           05 PS-CUOTAS             PIC 9(07)V99.
           05 PS-ANIO-AGUI          PIC 9(04).
           05 PS-PERIODO            PIC 9(06).
