      ******************************************************************
      * Author:        FERNANDO TOLEDO
      * Date:           2026-10-15
      * Purpose:        LAYOUT DE UN RENGLON DEL ARCHIVO DE PROVISION DE
      *                 PASIVOS LABORALES DEL MES (PROVTOT) QUE DEJA
      *                 PROGPROV: POR DEPARTAMENTO, ENTIDAD PATRONAL Y
      *                 CONCEPTO (AGUINALDO, PRIMA VACACIONAL O CUOTAS
      *                 PATRONALES), EL SALDO PROVISIONADO AL CIERRE
      *                 ANTERIOR Y EL DE ESTE CIERRE. LA INTERFAZ
      *                 CONTABLE (PROGGLIF CON SYSIN P) ASIENTA LA
      *                 DIFERENCIA: SI EL SALDO CRECE CARGA EL GASTO Y
      *                 ABONA EL PASIVO; SI BAJA (PAGO O BAJA DEL
      *                 EMPLEADO) REVIERTE AL REVES.
      * Tectonics:      COPY PVTOREG.
      ******************************************************************
       01  PV-REGISTRO.
           05 PV-PERIODO            PIC 9(06).
           05 PV-DEPARTAMENTO       PIC X(04).
           05 PV-ENTIDAD            PIC X(02).
           05 PV-CONCEPTO           PIC X(02).
               88 PV-AGUINALDO                      VALUE "AG".
               88 PV-PRIMA-VAC                      VALUE "PV".
               88 PV-CUOTAS                         VALUE "CP".
           05 PV-SALDO-ANT          PIC 9(09)V99.
           05 PV-SALDO              PIC 9(09)V99.
