       COPY RPTHDR.

       01  WS-IMAGENES-AUDITORIA.
           05 WS-IMAGEN-ANTES     PIC X(143).
           05 WS-IMAGEN-DESPUES   PIC X(143).

       01  WS-AREAS.
           05 WS-EMPMAST-STATUS    PIC X(02).
