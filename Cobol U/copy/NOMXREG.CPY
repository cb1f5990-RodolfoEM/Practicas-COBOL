      ******************************************************************
      * Author:        FERNANDO TOLEDO
      * Date:           2026-10-15
      * Purpose:        LAYOUT DE UN RENGLON DE CAPTURA DE LA NOMINA
      *                 EXTRAORDINARIA (NOMXCAP, SECUENCIAL POR
      *                 RENGLON), QUE ARMA NOMINA CUANDO A UN EMPLEADO
      *                 SE LE PAGO DE MENOS O UN ALTA NO ALCANZO EL
      *                 CORTE DEL CICLO. UN EMPLEADO PUEDE TRAER VARIOS
      *                 RENGLONES, SIEMPRE JUNTOS. CONCEPTO SP = SUELDO
      *                 PENDIENTE (NX-DIAS DE SALARIO DIARIO DEL
      *                 MAESTRO, EL IMPORTE NO SE USA); DS = DIFERENCIA
      *                 DE SUELDO Y GR = GRATIFICACION (NX-IMPORTE, LOS
      *                 DIAS NO SE USAN). LO PAGA PROGNEXT.
      * Tectonics:      COPY NOMXREG.
      ******************************************************************
       01  NX-REGISTRO.
           05 NX-NUMERO             PIC 9(05).
           05 NX-CONCEPTO           PIC X(02).
               88 NX-SUELDO-PENDIENTE               VALUE "SP".
               88 NX-DIFERENCIA                     VALUE "DS".
               88 NX-GRATIFICACION                  VALUE "GR".
           05 NX-DIAS               PIC 9(02).
           05 NX-IMPORTE            PIC 9(07)V99.
           05 NX-MOTIVO             PIC X(30).
