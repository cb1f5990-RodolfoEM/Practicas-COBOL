      ******************************************************************
      * Author:        FERNANDO TOLEDO
      * Date:           2026-10-15
      * Purpose:        LAYOUT DEL REGISTRO DE INSCRIPCION A PLANES DE
      *                 SEGURO (BENINSC, INDEXADO POR BI-LLAVE: NUMERO
      *                 DE EMPLEADO Y PLAN). UN RENGLON POR EMPLEADO Y
      *                 PLAN CON EL NIVEL DE COBERTURA Y LOS
      *                 DEPENDIENTES QUE CUBRE (SALEN DE BENEFIC VIA
      *                 PROGNBEN), LA PRIMA MENSUAL DEL PLAN Y LA PARTE
      *                 QUE PAGA EL EMPLEADO (DEL CATALOGO PLANBEN VIA
      *                 PROGPLAN). LO DA DE ALTA Y DE BAJA PROGINSB,
      *                 SOLO PARA EMPLEADOS ELEGIBLES EN ELEGEMP;
      *                 PROGNOMI RETIENE LA PARTE DEL EMPLEADO Y LLEVA
      *                 LO RETENIDO EN EL MES BI-PERIODO; PROGASEG DA
      *                 DE BAJA A LOS INSCRITOS QUE YA NO ESTAN
      *                 ACTIVOS, RECALCULA EL NIVEL Y MANDA A LA
      *                 ASEGURADORA LOS MOVIMIENTOS PENDIENTES
      *                 (BI-MOVIMIENTO: A = ALTA, B = BAJA, C = CAMBIO
      *                 DE NIVEL O DEPENDIENTES); PROGFASE CONCILIA LA
      *                 FACTURA DE LA ASEGURADORA CONTRA LOS INSCRITOS.
      * Tectonics:      COPY BINSREG.
      ******************************************************************
      *> MODIFICACIONES:
      *> 2026-10-15  SE AGREGAN EL PERIODO DE PAGO DE LA ULTIMA
      *>             RETENCION (BI-PERIODO-PAGO) Y LO RETENIDO EN EL
      *>             (BI-RETENIDO-PER), PARA QUE PROGNOMI LO DESCUENTE
      *>             DEL MES SI EL PERIODO SE VUELVE A CORRER.
       01  BI-REGISTRO.
           05 BI-LLAVE.
               10 BI-NUMERO         PIC 9(05).
               10 BI-PLAN           PIC X(02).
           05 BI-NIVEL              PIC X(01).
               88 BI-SOLO-EMPLEADO                  VALUE "E".
               88 BI-CON-CONYUGE                    VALUE "P".
               88 BI-CON-HIJOS                      VALUE "H".
               88 BI-FAMILIAR                       VALUE "F".
           05 BI-DEPENDIENTES       PIC 9(02).
           05 BI-ESTADO             PIC X(01).
               88 BI-VIGENTE                        VALUE "V".
               88 BI-BAJA                           VALUE "B".
           05 BI-FECHA-ALTA         PIC 9(08).
           05 BI-FECHA-BAJA         PIC 9(08).
           05 BI-PRIMA              PIC 9(05)V99.
           05 BI-CUOTA-EMPLEADO     PIC 9(05)V99.
           05 BI-PERIODO            PIC 9(06).
           05 BI-RETENIDO-MES       PIC 9(05)V99.
           05 BI-MOVIMIENTO         PIC X(01).
               88 BI-SIN-MOVIMIENTO                 VALUE SPACE.
               88 BI-MOV-ALTA                       VALUE "A".
               88 BI-MOV-BAJA                       VALUE "B".
               88 BI-MOV-CAMBIO                     VALUE "C".
           05 BI-FECHA-MOVIMIENTO   PIC 9(08).
           05 BI-ULT-ENVIO          PIC 9(06).
           05 BI-PERIODO-PAGO       PIC 9(06).
           05 BI-RETENIDO-PER       PIC 9(05)V99.
