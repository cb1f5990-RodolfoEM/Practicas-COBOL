      ******************************************************************
      * Author:        FERNANDO TOLEDO
      * Date:           2026-10-15
      * Purpose:        LAYOUT DEL REGISTRO DE REQUISICIONES DE
      *                 PERSONAL (REQUISIC, INDEXADO POR RQ-NUMERO):
      *                 UNA SOLICITUD NUMERADA PARA CUBRIR UNA PLAZA DE
      *                 UN DEPARTAMENTO/PUESTO DEL CATALOGO PUESTCAT,
      *                 CON QUIEN LA PIDE, QUIEN LA APRUEBA Y SU
      *                 ESTADO: A = ABIERTA (POR APROBAR), P = APROBADA,
      *                 C = CUBIERTA (YA HUBO ALTA) Y X = CANCELADA. LA
      *                 ABRE, APRUEBA Y CANCELA PROGREQS, SOLO SI
      *                 PC-PLAZAS DEJA LUGAR; EL ALTA DE PROGGOTD,
      *                 PROGIFEV Y EL PRE-EDITOR PROGPREE LA CITAN Y LA
      *                 VALIDAN VIA PROGVREQ, QUE LA CIERRA COMO
      *                 CUBIERTA CON EL EMPLEADO CONTRATADO. PROGREQA
      *                 IMPRIME LA ANTIGUEDAD DE LAS ABIERTAS Y EL
      *                 TIEMPO DE COBERTURA DE LAS CUBIERTAS.
      * Tectonics:      COPY REQSREG.
      ******************************************************************
       01  RQ-REGISTRO.
           05 RQ-NUMERO             PIC 9(06).
           05 RQ-DEPARTAMENTO       PIC X(04).
           05 RQ-PUESTO             PIC X(04).
           05 RQ-JUSTIFICACION      PIC X(30).
           05 RQ-SOLICITANTE        PIC X(08).
           05 RQ-FECHA-APERTURA     PIC 9(08).
           05 RQ-APROBADOR          PIC X(08).
           05 RQ-FECHA-APROBACION   PIC 9(08).
           05 RQ-ESTADO             PIC X(01).
               88 RQ-ABIERTA                        VALUE "A".
               88 RQ-APROBADA                       VALUE "P".
               88 RQ-CUBIERTA                       VALUE "C".
               88 RQ-CANCELADA                      VALUE "X".
               88 RQ-PENDIENTE                      VALUE "A" "P".
           05 RQ-EMPLEADO           PIC 9(05).
           05 RQ-FECHA-CIERRE       PIC 9(08).
