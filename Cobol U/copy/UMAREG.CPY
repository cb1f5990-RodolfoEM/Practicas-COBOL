      ******************************************************************
      * Author:        FERNANDO TOLEDO
      * Date:           2026-10-15
      * Purpose:        LAYOUT DE UN RENGLON DEL ARCHIVO DE VALORES DE
      *                 LA UMA (UMATAB), QUE MANTIENE NOMINA A MANO
      *                 IGUAL QUE ISRTARIF CADA VEZ QUE EL INEGI
      *                 PUBLICA EL VALOR NUEVO: LA UMA DIARIA CON LA
      *                 FECHA DESDE LA QUE RIGE. RIGE EL RENGLON CON
      *                 LA VIGENCIA MAS RECIENTE QUE NO PASE DE LA
      *                 FECHA DEL CALCULO, Y LOS RENGLONES PUEDEN IR
      *                 EN CUALQUIER ORDEN. LO LEE LA SUBRUTINA
      *                 PROGCSDI PARA EL TOPE DE 25 UMA DEL SALARIO
      *                 DIARIO INTEGRADO.
      * Tectonics:      COPY UMAREG.
      ******************************************************************
      *> MODIFICACIONES:
      *> 2026-10-15  SE AGREGA LA UMI DIARIA (UNIDAD MIXTA INFONAVIT)
      *>             DE LA MISMA VIGENCIA: PROGNOMI LA USA PARA LOS
      *>             CREDITOS INFONAVIT DESCONTADOS EN VECES SALARIO
      *>             MINIMO (VSM). UN RENGLON SIN LA COLUMNA NUEVA
      *>             SE LEE COMO SIN UMI.
       01  UM-REGISTRO.
           05 UM-VIGENCIA           PIC 9(08).
           05 UM-UMA-DIARIA         PIC 9(04)V99.
           05 UM-UMI-DIARIA         PIC 9(04)V99.
