       01  ENT-TIPO                PIC X(06).
       01  ENT-NUMERO              PIC 9(05).
       01  ENT-OPERADOR            PIC X(08).
       01  ENT-IMAGEN              PIC X(143).

       PROCEDURE DIVISION USING ENT-TIPO
                                 ENT-NUMERO
