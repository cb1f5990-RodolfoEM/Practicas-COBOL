      ******************************************************************
      * Author:        FERNANDO TOLEDO
      * Date:           2026-10-15
      * Purpose:        LAYOUT DEL REGISTRO DEL MAESTRO DE ORDENES
      *                 JUDICIALES DE PENSION ALIMENTICIA (ORDJUD,
      *                 INDEXADO POR EMPLEADO MAS EXPEDIENTE): EL
      *                 JUZGADO, EL BENEFICIARIO CON SU BANCO Y CLABE,
      *                 Y LA BASE DEL DESCUENTO (N = PORCENTAJE DEL
      *                 NETO, B = PORCENTAJE DEL BRUTO, F = IMPORTE
      *                 FIJO POR NOMINA). LO MANTIENE PROGOJUD (ALTAS,
      *                 CANCELACIONES Y CONSULTA CON AUDITORIA VIA
      *                 PROGAUDT); PROGNOMI LO RETIENE EN CADA CALCULO
      *                 DE NETO Y ACUMULA LO RETENIDO EN EL MES
      *                 OJ-PERIODO (CON EL MES ANTERIOR A LA MANO) Y EN
      *                 TOTAL, DE DONDE PROGOJRP CONTESTA A LOS
      *                 JUZGADOS.
      * Tectonics:      COPY OJUDREG.
      ******************************************************************
      *> MODIFICACIONES:
      *> 2026-10-15  SE AGREGAN EL PERIODO DE PAGO DE LA ULTIMA
      *>             RETENCION (OJ-PERIODO-PAGO) Y LO RETENIDO EN EL
      *>             (OJ-RETENIDO-PER), PARA QUE PROGNOMI LO DESCUENTE
      *>             SI EL PERIODO SE VUELVE A CORRER Y NO DUPLIQUE EL
      *>             MES NI EL ACUMULADO.
       01  OJ-REGISTRO.
           05 OJ-LLAVE.
              10 OJ-NUMERO          PIC 9(05).
              10 OJ-EXPEDIENTE      PIC X(20).
           05 OJ-JUZGADO            PIC X(30).
           05 OJ-BENEFICIARIO       PIC X(35).
           05 OJ-BANCO              PIC X(03).
           05 OJ-CLABE              PIC X(18).
           05 OJ-BASE               PIC X(01).
               88 OJ-PCT-NETO                       VALUE "N".
               88 OJ-PCT-BRUTO                      VALUE "B".
               88 OJ-IMPORTE-FIJO                   VALUE "F".
           05 OJ-PORCENTAJE         PIC 9(02)V99.
           05 OJ-IMPORTE            PIC 9(07)V99.
           05 OJ-FECHA-INICIO       PIC 9(08).
           05 OJ-FECHA-FIN          PIC 9(08).
           05 OJ-ESTADO             PIC X(01).
               88 OJ-VIGENTE                        VALUE "V".
               88 OJ-CANCELADA                      VALUE "C".
           05 OJ-PERIODO            PIC 9(06).
           05 OJ-RETENIDO-MES       PIC 9(07)V99.
           05 OJ-PERIODO-ANT        PIC 9(06).
           05 OJ-RETENIDO-ANT       PIC 9(07)V99.
           05 OJ-ACUMULADO          PIC 9(09)V99.
           05 OJ-PERIODO-PAGO       PIC 9(06).
           05 OJ-RETENIDO-PER       PIC 9(07)V99.
