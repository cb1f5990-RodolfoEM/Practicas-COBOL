      ******************************************************************
      * Author:        FERNANDO TOLEDO
      * Date:           2026-10-15
      * Purpose:        LAYOUT DE UN RENGLON DEL ARCHIVO DE PENSIONES
      *                 RETENIDAS EN LA CORRIDA (PENSDIS): POR CADA
      *                 ORDEN JUDICIAL QUE PROGNOMI RETUVO, EL EMPLEADO,
      *                 EL EXPEDIENTE, EL BENEFICIARIO CON SU BANCO Y
      *                 CLABE Y EL IMPORTE, EN COLUMNAS FIJAS, PARA QUE
      *                 LA DISPERSION BANCARIA (PROGBANC) LE PAGUE AL
      *                 BENEFICIARIO EN EL MISMO ARCHIVO DEL BANCO.
      * Tectonics:      COPY PDISREG.
      ******************************************************************
       01  PS-REGISTRO.
           05 PS-NUMERO             PIC 9(05).
           05 PS-EXPEDIENTE         PIC X(20).
           05 PS-BANCO              PIC X(03).
           05 PS-CLABE              PIC X(18).
           05 PS-BENEFICIARIO       PIC X(35).
           05 PS-IMPORTE            PIC 9(07)V99.
