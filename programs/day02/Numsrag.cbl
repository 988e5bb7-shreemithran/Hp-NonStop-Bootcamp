               05  RGX-ARCHIVE-DATE     PIC 9(8).

           FD  GENERATION-FILE.
           01  GENERATION-RECORD        PIC X(94).

           FD  PARAM-FILE.
           01  PARAM-LINE               PIC X(80).
