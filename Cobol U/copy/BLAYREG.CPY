      ******************************************************************
      * Author:        FERNANDO TOLEDO
      * Date:           2026-10-15
      * Purpose:        LAYOUT DE UN RENGLON DEL CATALOGO DE LAYOUTS
      *                 BANCARIOS (BANCLAY): UN CAMPO DEL ENCABEZADO
      *                 (H), DEL DETALLE (D) O DEL CIERRE (T) DEL
      *                 ARCHIVO QUE PIDE UN BANCO, CON SU POSICION Y SU
      *                 LONGITUD. EL LAYOUT ES LA CLAVE DEL BANCO (EL
      *                 MISMO CODIGO DE EM-BANCO) O "SPEI" PARA EL
      *                 ARCHIVO INTERBANCARIO. PROGBLAY ARMA CON ESTOS
      *                 RENGLONES LOS ARCHIVOS QUE TESORERIA SUBE A
      *                 CADA BANCO; UN BANCO NUEVO SE DA DE ALTA AQUI,
      *                 NO EN EL PROGRAMA.
      *                 LOS CAMPOS NUMERICOS SALEN ALINEADOS A LA
      *                 DERECHA CON CEROS (HASTA 15 POSICIONES; LOS
      *                 IMPORTES EN CENTAVOS, SIN PUNTO) Y LOS DE TEXTO
      *                 A LA IZQUIERDA CON ESPACIOS:
      *                   CLA CLABE           CTA CUENTA (DE LA CLABE)
      *                   BCO BANCO DESTINO   NOM BENEFICIARIO
      *                   NUM NUMERO EMPLEADO IMP IMPORTE DEL PAGO
      *                   FEC FECHA AAAAMMDD  ENT ENTIDAD PATRONAL
      *                   RFC RFC ENTIDAD     RAZ RAZON SOCIAL
      *                   REG PAGOS DEL LOTE  TOT IMPORTE DEL LOTE
      *                   SEC CONSECUTIVO     LIT EL LITERAL DEL RENGLON
      * Tectonics:      COPY BLAYREG.
      ******************************************************************
       01  BL-REGISTRO.
           05 BL-LAYOUT             PIC X(04).
           05 BL-TIPO               PIC X(01).
               88 BL-TIPO-VALIDO                    VALUE "H" "D" "T".
               88 BL-DETALLE                        VALUE "D".
           05 BL-POSICION           PIC 9(03).
           05 BL-LONGITUD           PIC 9(03).
           05 BL-CAMPO              PIC X(03).
               88 BL-CAMPO-NUMERICO                 VALUE "NUM" "IMP"
                                                    "FEC" "REG" "TOT"
                                                    "SEC".
               88 BL-CAMPO-TEXTO                    VALUE "CLA" "CTA"
                                                    "BCO" "NOM" "RFC"
                                                    "RAZ" "ENT" "LIT".
           05 BL-LITERAL            PIC X(30).
