           01  PARAM-LINE               PIC X(80).

           FD  HISTORY-FILE.
           01  HISTORY-RECORD           PIC X(146).

           FD  TEMP-AUDIT-FILE.
           01  TEMP-AUDIT-RECORD        PIC X(146).

           WORKING-STORAGE SECTION.
           01  WS-AUDIT-EOF-SWITCH      PIC X VALUE "N".
