      ******************************************************************
      * Author:        FERNANDO TOLEDO
      * Date:           2026-10-15
      * Purpose:        LAYOUT DE UN RENGLON DEL EXTRACTO DE COLUMNAS
      *                 FIJAS DE LA PROVISION PATRONAL (SUAEXTR) QUE
      *                 DEJA PROGPATR CADA CIERRE DE MES: EL EMPLEADO,
      *                 SU SALARIO MENSUAL, LAS CUOTAS PATRONALES POR
      *                 RAMO (IMSS, RETIRO/CESANTIA/VEJEZ E
      *                 INFONAVIT), EL CENTRO DE COSTO, EL SDI CON EL
      *                 QUE SE COTIZO, EL MES PROVISIONADO (AAAAMM) Y
      *                 LOS DIAS COTIZADOS (30 MENOS INCAPACIDADES).
      *                 LO LEEN CONTABILIDAD PARA EL SUA Y PROGCEMA
      *                 PARA CONCILIAR CONTRA LA CEDULA DEL IMSS.
      * Tectonics:      COPY SUAREG.
      ******************************************************************
      *> MODIFICACIONES:
      *> 2026-10-15  EL EXTRACTO VA EN UN LOTE POR REGISTRO PATRONAL:
      *>             ENCABEZADO H CON EL REGISTRO, EL NUMERO DEL IMSS Y
      *>             EL RFC DE LA ENTIDAD, LOS DETALLES Y UN CIERRE T
      *>             CON LA CUENTA Y LA SUMA DE LAS CUOTAS. LA VISTA
      *>             SUAEXTR-CONTROL LOS DESCRIBE; EL DETALLE EMPIEZA
      *>             CON UN DIGITO Y EL CONTROL CON SU MARCA.
       01  SUAEXTR-REGISTRO.
           05 SU-NUMERO             PIC 9(05).
           05 SU-RFC                PIC X(13).
           05 SU-SALARIO            PIC 9(05)V99.
           05 SU-IMSS-PATRON        PIC 9(06)V99.
           05 SU-RCV                PIC 9(06)V99.
           05 SU-INFONAVIT          PIC 9(06)V99.
           05 SU-CENTRO-COSTO       PIC X(06).
           05 SU-SDI                PIC 9(05)V99.
           05 SU-PERIODO            PIC 9(06).
           05 SU-DIAS               PIC 9(02).
       01  SUAEXTR-CONTROL.
           05 SU-CT-MARCA           PIC X(01).
               88 SU-CT-ENCABEZADO                  VALUE "H".
               88 SU-CT-CIERRE                      VALUE "T".
           05 SU-CT-REGISTRO        PIC X(02).
           05 SU-CT-REGISTRO-IMSS   PIC X(11).
           05 SU-CT-RFC             PIC X(13).
           05 SU-CT-CUENTA          PIC 9(05).
           05 SU-CT-CUOTAS          PIC 9(09)V99.
           05 SU-CT-PERIODO         PIC 9(06).
           05 FILLER                PIC X(21).
