       01  ENT-PROGRAMA            PIC X(08).
       01  ENT-OPERACION           PIC X(08).
       01  ENT-NUMERO              PIC 9(05).
       01  ENT-IMAGEN-ANTES        PIC X(143).
       01  ENT-IMAGEN-DESPUES      PIC X(143).

       PROCEDURE DIVISION USING ENT-PROGRAMA
                                 ENT-OPERACION
