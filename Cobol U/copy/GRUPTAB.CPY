      ******************************************************************
      * Author:        FERNANDO TOLEDO
      * Date:           2026-10-15
      * Purpose:        TABLA DE LOS GRUPOS DE PAGO (1-SEMANAL,
      *                 2-QUINCENAL, 3-MENSUAL) CON EL PERIODO DE SU
      *                 CALENDARIO QUE CONTIENE UNA FECHA: CLAVE,
      *                 FECHAS DE INICIO Y FIN, DIAS, ESTADO Y SI EL
      *                 PERIODO CIERRA EN ESA MISMA FECHA. LA LLENA LA
      *                 SUBRUTINA PROGGPER DEL CALENDARIO PERCAL (COPY
      *                 PERREG); CON ELLA PROGNOMI, PROGBANC, PROGEXPO
      *                 Y PROGCREP SABEN QUE GRUPOS SE PAGAN EN LA
      *                 NOCHE. GP-ESTADO N: NO HAY CALENDARIO PERCAL.
      * Tectonics:      COPY GRUPTAB.
      ******************************************************************
       01  GP-GRUPOS.
           05 GP-ESTADO             PIC X(01).
               88 GP-CON-CALENDARIO                 VALUE "S".
               88 GP-SIN-CALENDARIO                 VALUE "N".
           05 GP-NUM-CIERRAN        PIC 9(01).
           05 GP-GRUPO OCCURS 3 TIMES.
              10 GP-CLAVE           PIC X(01).
              10 GP-NOMBRE          PIC X(09).
              10 GP-PERIODO         PIC 9(06).
              10 GP-INICIO          PIC 9(08).
              10 GP-FIN             PIC 9(08).
              10 GP-DIAS            PIC 9(02).
              10 GP-ESTADO-PER      PIC X(01).
                  88 GP-PER-ABIERTO                 VALUE "A".
                  88 GP-PER-CERRADO                 VALUE "C".
                  88 GP-SIN-PERIODO                 VALUE "S".
              10 GP-CIERRA          PIC X(01).
                  88 GP-CIERRA-HOY                  VALUE "S".
