       COPY EMPREC.

       FD  SNAPFULL-FILE.
       01  SNAPFULL-REGISTRO       PIC X(143).

       FD  EMPJRNL-FILE.
       COPY JRNLREG.
