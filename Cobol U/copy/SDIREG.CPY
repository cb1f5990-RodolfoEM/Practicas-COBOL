      ******************************************************************
      * Author:        FERNANDO TOLEDO
      * Date:           2026-10-15
      * Purpose:        LAYOUT DEL REGISTRO DEL MAESTRO DE SALARIO
      *                 DIARIO INTEGRADO (SDIMAST, INDEXADO POR
      *                 EMPLEADO): EL SDI QUE LE CORRESPONDE HOY (LO
      *                 REFRESCA PROGIMSS EN CADA CICLO CON LA
      *                 SUBRUTINA PROGCSDI) Y EL ULTIMO QUE SE AVISO AL
      *                 IMSS EN UN MOVIMIENTO 08 O 07, CON SU FECHA Y
      *                 LOS DIAS DE VACACIONES CON LOS QUE SE INTEGRO.
      *                 CUANDO LA ANTIGUEDAD SUBE LOS DIAS DE
      *                 VACACIONES EL FACTOR DE INTEGRACION CAMBIA Y
      *                 SE DEBE UN 07 AUNQUE EL SALARIO NO SE HAYA
      *                 MOVIDO; SIN ESTE ARCHIVO NADIE SABIA A QUIEN.
      * Tectonics:      COPY SDIREG.
      ******************************************************************
      *> MODIFICACIONES:
      *> 2026-10-15  SD-REG-PATRONAL: EL REGISTRO PATRONAL ANTE EL QUE
      *>             SE AVISO EL ULTIMO SDI. PROGIMSS LO COMPARA CONTRA
      *>             EL DEL MAESTRO PARA AVISAR LOS TRASLADOS ENTRE
      *>             REGISTROS.
       01  SD-REGISTRO.
           05 SD-NUMERO             PIC 9(05).
           05 SD-SDI-ACTUAL         PIC 9(05)V99.
           05 SD-FECHA-CALCULO      PIC 9(08).
           05 SD-SDI-REPORTADO      PIC 9(05)V99.
           05 SD-FECHA-REPORTE      PIC 9(08).
           05 SD-DIAS-VAC-REPORTE   PIC 9(02).
           05 SD-REG-PATRONAL       PIC X(02).
