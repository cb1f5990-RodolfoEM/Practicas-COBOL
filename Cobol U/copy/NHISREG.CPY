      ******************************************************************
      * Author:        FERNANDO TOLEDO
      * Date:           2026-10-15
      * Purpose:        LAYOUT DEL HISTORICO DE NOMINA (NOMHIST,
      *                 INDEXADO POR NH-LLAVE: EMPLEADO, PERIODO Y
      *                 GRUPO DE PAGO): UN REGISTRO POR EMPLEADO Y
      *                 PERIODO CERRADO, CON EL PERIODO Y SUS FECHAS
      *                 DEL CALENDARIO PERCAL, EL NOMBRE, RFC Y CURP
      *                 QUE TENIA AL PAGARSE Y EL RENGLON DE NOMIDET
      *                 TAL CUAL LO DEJO PROGNOMI (NH-DETALLE, CON EL
      *                 LAYOUT DE COPY NOMDREG). LO CARGA PROGNHCA EN
      *                 CADA CICLO; PROGNHIS LO CONSULTA Y REIMPRIME
      *                 RECIBOS PASADOS CON EL FORMATO DE PROGRECI, Y
      *                 PROGNHPU ARCHIVA Y BORRA LO QUE REBASA LA
      *                 RETENCION. EL GRUPO VA EN LA LLAVE PORQUE CADA
      *                 GRUPO NUMERA SUS PERIODOS EN SU PROPIO
      *                 CALENDARIO Y UN EMPLEADO QUE CAMBIA DE GRUPO
      *                 PUEDE REPETIR EL NUMERO DE PERIODO.
      * Tectonics:      COPY NHISREG.
      ******************************************************************
      *> MODIFICACIONES:
      *> 2026-10-15  NH-DETALLE CRECE A 110 POSICIONES CON EL RENGLON
      *>             DE NOMIDET (ND-PRORRATEO); EL REGISTRO PASA A 212.
      *> 2026-10-15  NH-DETALLE CRECE A 117 POSICIONES CON LA PARTE
      *>             EXENTA DE LA PRIMA VACACIONAL (ND-PRIMA-EXENTA);
      *>             EL REGISTRO PASA A 219.
       01  NH-REGISTRO.
           05 NH-LLAVE.
              10 NH-NUMERO          PIC 9(05).
              10 NH-PERIODO         PIC 9(06).
              10 NH-GRUPO           PIC X(01).
           05 NH-FECHA-INICIO       PIC 9(08).
           05 NH-FECHA-FIN          PIC 9(08).
           05 NH-FECHA-CARGA        PIC 9(08).
           05 NH-NOMBRE             PIC X(35).
           05 NH-RFC                PIC X(13).
           05 NH-CURP               PIC X(18).
           05 NH-DETALLE            PIC X(117).
