      ******************************************************************
      * Author:        FERNANDO TOLEDO
      * Date:           2026-10-15
      * Purpose:        LAYOUT DEL REGISTRO DE BENEFICIARIOS Y
      *                 DEPENDIENTES DEL EMPLEADO (BENEFIC, INDEXADO
      *                 POR BN-LLAVE: NUMERO DE EMPLEADO Y
      *                 CONSECUTIVO), QUE VIVE JUNTO A PERSDAT. UN
      *                 RENGLON POR PERSONA: BENEFICIARIO (B) DE LO QUE
      *                 SE LE DEBA AL EMPLEADO SI FALLECE, DEPENDIENTE
      *                 ECONOMICO (D) PARA EL SEGURO, O AMBOS (A). LAS
      *                 PARTES DE LOS BENEFICIARIOS DE UN EMPLEADO
      *                 SUMAN 100.00; LOS DEPENDIENTES VAN EN CEROS.
      *                 LO MANTIENE LA OPCION DE BENEFICIARIOS DE
      *                 PROGGOTD (CON AUDITORIA BENEFI), LO REPARTE
      *                 PROGFINI EN UNA BAJA POR FALLECIMIENTO Y LO
      *                 REVISA PROGSBEN EN LA CAMPANA ANUAL. EL CURP SE
      *                 CRUZA CONTRA LA FECHA DE NACIMIENTO (AAMMDD EN
      *                 LAS POSICIONES 5-10), IGUAL QUE EN PERSDAT.
      * Tectonics:      COPY BENFREG.
      ******************************************************************
       01  BN-REGISTRO.
           05 BN-LLAVE.
               10 BN-NUMERO         PIC 9(05).
               10 BN-SECUENCIA      PIC 9(02).
           05 BN-TIPO               PIC X(01).
               88 BN-TIPO-VALIDO                    VALUE "B" "D" "A".
               88 BN-ES-BENEFICIARIO                VALUE "B" "A".
               88 BN-ES-DEPENDIENTE                 VALUE "D" "A".
           05 BN-NOMBRE             PIC X(40).
           05 BN-PARENTESCO         PIC X(02).
               88 BN-PARENTESCO-VALIDO              VALUE "CO" "HI"
                                                    "PA" "MA" "HE"
                                                    "OT".
           05 BN-FECHA-NACIMIENTO   PIC 9(08).
           05 BN-PORCENTAJE         PIC 9(03)V99.
           05 BN-CURP               PIC X(18).
