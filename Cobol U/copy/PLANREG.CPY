      ******************************************************************
      * Author:        FERNANDO TOLEDO
      * Date:           2026-10-15
      * Purpose:        LAYOUT DE UN RENGLON DEL CATALOGO DE PLANES DE
      *                 SEGURO (PLANBEN): UN RENGLON POR PLAN Y NIVEL
      *                 DE COBERTURA (E = SOLO EL EMPLEADO, P = CON SU
      *                 CONYUGE, H = CON SUS HIJOS, F = FAMILIAR), CON
      *                 LA ASEGURADORA Y LA POLIZA QUE LO AMPARAN, LA
      *                 PRIMA MENSUAL POR ASEGURADO TITULAR Y EL
      *                 PORCENTAJE DE ESA PRIMA QUE PAGA EL EMPLEADO
      *                 POR NOMINA (EL RESTO LO PAGA LA EMPRESA). LO
      *                 CONSULTA LA SUBRUTINA PROGPLAN.
      * Tectonics:      COPY PLANREG.
      ******************************************************************
       01  PG-REGISTRO.
           05 PG-PLAN               PIC X(02).
           05 PG-NIVEL              PIC X(01).
               88 PG-NIVEL-VALIDO                   VALUE "E" "P"
                                                    "H" "F".
           05 PG-DESCRIPCION        PIC X(30).
           05 PG-ASEGURADORA        PIC X(10).
           05 PG-POLIZA             PIC X(15).
           05 PG-PRIMA              PIC 9(05)V99.
           05 PG-PCT-EMPLEADO       PIC 9(03)V99.
           05 PG-ESTADO             PIC X(01).
               88 PG-ACTIVO                         VALUE "A".
               88 PG-INACTIVO                       VALUE "I".
