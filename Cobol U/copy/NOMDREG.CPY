      *>             EN ND-AJUSTE. ANTES ND-BRUTO LLEVABA EL BRUTO
      *>             YA AJUSTADO Y EL RECIBO CONTABA EL AJUSTE DOS
      *>             VECES PARA CUALQUIER LECTOR.
      *> 2026-10-15  SE AGREGA ND-SUBSIDIO AL FINAL DEL RENGLON: EL
      *>             SUBSIDIO PARA EL EMPLEO CAUSADO DEL PERIODO.
      *>             ND-ISR SIGUE SIENDO EL ISR CAUSADO SEGUN LA
      *>             TARIFA; EL ISR RETENIDO ES LO QUE ND-ISR REBASE
      *>             A ND-SUBSIDIO, Y EL SUBSIDIO ENTREGADO EN EL NETO
      *>             ES LO QUE ND-SUBSIDIO REBASE A ND-ISR.
      *> 2026-10-15  SE AGREGA ND-PENSION AL FINAL DEL RENGLON: LA
      *>             PENSION ALIMENTICIA RETENIDA POR ORDEN JUDICIAL,
      *>             QUE YA VIENE INCLUIDA EN ND-OTRAS-DED. EL
      *>             RENGLON PASA A 67 POSICIONES.
      *> 2026-10-15  SE AGREGA ND-RETRO AL FINAL DEL RENGLON: LAS
      *>             DIFERENCIAS RETROACTIVAS DE SALARIO (RETROPAG)
      *>             PAGADAS EN LA CORRIDA, QUE PROGNOMI SUMA AL BRUTO
      *>             GRAVABLE; ND-BRUTO SIGUE SIENDO EL SALARIO BASE.
      *>             EL RENGLON PASA A 74 POSICIONES.
      *> 2026-10-15  SE AGREGA ND-PRIMA-VAC AL FINAL DEL RENGLON: LA
      *>             PRIMA VACACIONAL (25%) DE LOS DIAS DE VACACIONES
      *>             TOMADOS DESDE EL PAGO ANTERIOR, QUE PROGNOMI SUMA
      *>             AL BRUTO; SOLO SU PARTE GRAVADA ENTRA A LA BASE
      *>             DEL ISR. EL RENGLON PASA A 81 POSICIONES.
      *> 2026-10-15  DESGLOSE DE LAS HORAS EXTRA QUE YA VAN DENTRO DE
      *>             ND-AJUSTE: ND-HE-DOBLE (HASTA 9 EN LA SEMANA),
      *>             ND-HE-TRIPLE (LAS QUE PASAN DE 9 Y LAS DE
      *>             FESTIVO) Y ND-HE-EXENTA, LA PARTE DE LAS DOBLES
      *>             QUE NO ENTRA A LA BASE DEL ISR. EL RENGLON PASA A
      *>             102 POSICIONES.
      *> 2026-10-15  SE AGREGA ND-PRORRATEO AL FINAL DEL RENGLON: LO
      *>             QUE EL PERIODO SE APARTA DEL SUELDO COMPLETO POR
      *>             ALTA, BAJA O CAMBIO DE SALARIO DENTRO DEL PERIODO
      *>             (NEGATIVO CUANDO SE PAGAN MENOS DIAS). ND-BRUTO
      *>             SIGUE SIENDO EL SUELDO DEL PERIODO COMPLETO Y EL
      *>             SUELDO GANADO ES ND-BRUTO MAS ND-PRORRATEO. EL
      *>             RENGLON PASA A 110 POSICIONES.
      *> 2026-10-15  SE AGREGA ND-PRIMA-EXENTA AL FINAL DEL RENGLON: LA
      *>             PARTE EXENTA DE ND-PRIMA-VAC (HASTA 15 UMAS EN EL
      *>             ANIO), PARA QUE EL CFDI DECLARE LA PERCEPCION 021
      *>             CON SU GRAVADO Y SU EXENTO. EL RENGLON PASA A 117
      *>             POSICIONES.
       01  ND-REGISTRO.
           05 ND-NUMERO             PIC 9(05).
           05 ND-DEPARTAMENTO       PIC X(04).
           05 ND-IMSS               PIC 9(05)V99.
           05 ND-OTRAS-DED          PIC 9(05)V99.
           05 ND-NETO               PIC 9(05)V99.
           05 ND-SUBSIDIO           PIC 9(05)V99.
           05 ND-PENSION            PIC 9(05)V99.
           05 ND-RETRO              PIC 9(05)V99.
           05 ND-PRIMA-VAC          PIC 9(05)V99.
           05 ND-HE-DOBLE           PIC 9(05)V99.
           05 ND-HE-TRIPLE          PIC 9(05)V99.
           05 ND-HE-EXENTA          PIC 9(05)V99.
           05 ND-PRORRATEO          PIC S9(05)V99 SIGN LEADING
                                                  SEPARATE.
           05 ND-PRIMA-EXENTA       PIC 9(05)V99.
