      *>             CUANDO EL OPERADOR OLVIDABA DAR DE ALTA EL
      *>             PERIODO SIGUIENTE. AHORA EL CALENDARIO AUSENTE
      *>             DEVUELVE N Y LA FECHA SIN RENGLON DEVUELVE S.
      *> 2026-10-15  SE RECIBE EL GRUPO DE PAGO (ENT-GRUPO: S, Q O M;
      *>             ESPACIO ES MENSUAL) Y SOLO SE BUSCA EN LOS
      *>             RENGLONES DEL CALENDARIO DE ESE GRUPO, PORQUE
      *>             PERCAL TRAE AHORA UN CALENDARIO POR GRUPO Y UNA
      *>             MISMA FECHA CAE EN UN PERIODO DE CADA UNO.
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
               88 PERCAL-EOF                      VALUE "S".
           05 WS-HALLADO           PIC X(01).
               88 HALLADO                         VALUE "S".
           05 WS-GRUPO             PIC X(01).

       LINKAGE SECTION.
       01  ENT-FECHA               PIC 9(08).
       01  ENT-GRUPO               PIC X(01).
       01  SAL-PERIODO             PIC 9(06).
       01  SAL-ESTADO              PIC X(01).
           88 SAL-PER-ABIERTO                     VALUE "A".
           88 SAL-SIN-PERIODO                     VALUE "S".
           88 SAL-SIN-CALENDARIO                  VALUE "N".

       PROCEDURE DIVISION USING ENT-FECHA ENT-GRUPO SAL-PERIODO
                                SAL-ESTADO.
       000-RAIZ.
           MOVE ENT-GRUPO TO WS-GRUPO
           IF WS-GRUPO = SPACE
               MOVE "M" TO WS-GRUPO
           END-IF
           MOVE "S" TO SAL-ESTADO
           MOVE ZERO TO SAL-PERIODO
           MOVE "N" TO WS-PERCAL-EOF
       010-FIN.  EXIT.

       020-BUSCA-PERIODO.
           IF PD-GRUPO = SPACE
               MOVE "M" TO PD-GRUPO
           END-IF
           IF PD-GRUPO = WS-GRUPO
              AND ENT-FECHA NOT LESS PD-FECHA-INICIO
              AND ENT-FECHA NOT GREATER PD-FECHA-FIN
               MOVE PD-PERIODO TO SAL-PERIODO
               MOVE PD-ESTADO  TO SAL-ESTADO
