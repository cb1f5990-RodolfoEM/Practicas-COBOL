      *                 SUS POLIZAS SIN RASPAR UN REPORTE IMPRESO.
      * Tectonics:      COPY NOMTREG.
      ******************************************************************
      *> MODIFICACIONES:
      *> 2026-10-15  SE AGREGA NT-SUBSIDIO AL FINAL DEL RENGLON: EL
      *>             SUBSIDIO PARA EL EMPLEO ENTREGADO EN EL NETO DEL
      *>             DEPARTAMENTO, QUE LA EMPRESA ACREDITA DESPUES
      *>             CONTRA SUS PROPIAS RETENCIONES. NT-DEDUCCIONES
      *>             LLEVA EL ISR RETENIDO (YA NETO DEL SUBSIDIO), Y
      *>             BRUTO MAS SUBSIDIO ES IGUAL A DEDUCCIONES MAS
      *>             NETO.
      *> 2026-10-15  SE AGREGA NT-ENTIDAD: LA ENTIDAD PATRONAL (RAZON
      *>             SOCIAL) DEL RENGLON. UN DEPARTAMENTO CON
      *>             EMPLEADOS EN DOS ENTIDADES LLEVA UN RENGLON POR
      *>             CADA UNA, PARA QUE LA POLIZA SALGA POR ENTIDAD.
       01  NT-REGISTRO.
           05 NT-DEPARTAMENTO       PIC X(04).
           05 NT-BRUTO              PIC 9(09)V99.
           05 NT-DEDUCCIONES        PIC 9(09)V99.
           05 NT-NETO               PIC 9(09)V99.
           05 NT-EMPLEADOS          PIC 9(05).
           05 NT-SUBSIDIO           PIC 9(09)V99.
           05 NT-ENTIDAD            PIC X(02).
