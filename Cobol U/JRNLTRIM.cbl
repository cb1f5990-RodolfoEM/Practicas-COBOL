      *> ARCHIVO CATALOGADO, NO UN TEMPORAL: SI EL PASO CAE DESPUES
      *> DE REESCRIBIR EMPJRNL, JRNLKEEP ES LA UNICA COPIA DE ESA
      *> VENTANA) Y SOLO DESPUES SE RECARGA SOBRE EMPJRNL.
      *> ------------------------------------------------------
      *> MODIFICACIONES:
      *> 2026-10-15  SNAPFULL, JRNLARCH Y JRNLKEEP SIGUEN EL LARGO DE
      *>             EMPMAST-RECORD (140) Y DEL DIARIO JR-REGISTRO
      *>             (315): EL EMPLEADO GANO EL CONTRATO Y EL
      *>             SUPERVISOR.
      *> 2026-10-15  SNAPFULL, JRNLARCH Y JRNLKEEP SIGUEN EL LARGO DE
      *>             EMPMAST-RECORD (141) Y DEL DIARIO JR-REGISTRO
      *>             (317): EL EMPLEADO GANO EL GRUPO DE PAGO.
      *> 2026-10-15  SNAPFULL, JRNLARCH Y JRNLKEEP SIGUEN EL LARGO DE
      *>             EMPMAST-RECORD (143) Y DEL DIARIO JR-REGISTRO
      *>             (321): EL EMPLEADO GANO EL REGISTRO PATRONAL.
      *> ------------------------------------------------------

       ENVIRONMENT DIVISION.
       FD  SNAPFULL-FILE.
       01  SNAPFULL-REGISTRO.
           05 SNF-NUMERO            PIC X(05).
           05 FILLER                PIC X(138).

       FD  EMPJRNL-FILE.
       COPY JRNLREG.

       FD  JRNLARCH-FILE.
       01  JRNLARCH-REGISTRO        PIC X(321).

       FD  JRNLKEEP-FILE.
       01  JRNLKEEP-REGISTRO        PIC X(321).

       WORKING-STORAGE SECTION.
       01  WS-AREAS.
