      ******************************************************************
      * Author:        FERNANDO TOLEDO
      * Date:           2026-10-15
      * Purpose:        TABLA DE LOS REGISTROS PATRONALES DEL CATALOGO
      *                 PATRCAT (COPY PATRREG) Y DE LAS ENTIDADES
      *                 LEGALES QUE RESULTAN DE ELLOS, CADA REGISTRO
      *                 APUNTANDO A LA RANURA DE SU ENTIDAD
      *                 (PT-R-ENT-POS). LA LLENA LA SUBRUTINA PROGCPAT;
      *                 CON ELLA LAS SALIDAS FISCALES Y BANCARIAS SE
      *                 ARMAN POR ENTIDAD (O POR REGISTRO) CON SU
      *                 PROPIO ENCABEZADO H Y CIERRE T, Y LOS REPORTES
      *                 DE NOMINA SUBTOTALIZAN POR ENTIDAD. SIN
      *                 CATALOGO (PT-ESTADO-CAT N) LA TABLA TRAE UN
      *                 SOLO REGISTRO 01 DE UNA SOLA ENTIDAD 01, Y
      *                 TODO SALE COMO ANTES EN UN SOLO LOTE.
      * Tectonics:      COPY PATRTAB.
      ******************************************************************
       01  PT-PATRONES.
           05 PT-ESTADO-CAT         PIC X(01).
               88 PT-CON-CATALOGO                   VALUE "S".
               88 PT-SIN-CATALOGO                   VALUE "N".
           05 PT-NUM-REGISTROS      PIC 9(02).
           05 PT-REG OCCURS 10 TIMES.
              10 PT-R-CODIGO        PIC X(02).
              10 PT-R-REGISTRO-IMSS PIC X(11).
              10 PT-R-ENTIDAD       PIC X(02).
              10 PT-R-ESTADO        PIC X(01).
              10 PT-R-ENT-POS       PIC 9(02).
           05 PT-NUM-ENTIDADES      PIC 9(02).
           05 PT-ENT OCCURS 10 TIMES.
              10 PT-E-ENTIDAD       PIC X(02).
              10 PT-E-RFC           PIC X(13).
              10 PT-E-RAZON         PIC X(30).
