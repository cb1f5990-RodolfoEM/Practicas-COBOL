       LINKAGE SECTION.
       01  ENT-TRANSACCION         PIC X(06).
       01  ENT-NUMERO              PIC 9(05).
       01  ENT-IMAGEN-ANTES        PIC X(143).
       01  ENT-IMAGEN-DESPUES      PIC X(143).
       01  ENT-OPERADOR            PIC X(08).

       PROCEDURE DIVISION USING ENT-TRANSACCION
