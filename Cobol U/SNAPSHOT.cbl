           05 SNAP-FECHA            PIC 9(08).

       FD  SNAPFULL-FILE.
       01  SNAPFULL-REGISTRO        PIC X(143).

       WORKING-STORAGE SECTION.
       COPY CICLOREG.
