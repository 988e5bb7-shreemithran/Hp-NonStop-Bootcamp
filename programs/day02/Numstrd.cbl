               05  WS-MTH-OP-COUNT-DIV  PIC 9(9) VALUE ZERO.
               05  WS-MTH-OP-SUM-DIV    PIC S9(16)V99 VALUE ZERO.
               05  WS-MTH-REASON-COUNTS.
                   10  WS-MTH-REJ-COUNT OCCURS 12 TIMES
                                        PIC 9(9) VALUE ZERO.

           01  WS-GRAND-TOTALS.
               ADD HIS-REJ-COUNT-R007 TO WS-MTH-REJ-COUNT(7).
               ADD HIS-REJ-COUNT-R008 TO WS-MTH-REJ-COUNT(8).
               ADD HIS-REJ-COUNT-R009 TO WS-MTH-REJ-COUNT(9).
               IF HIS-REJ-COUNT-R010 NUMERIC
                   ADD HIS-REJ-COUNT-R010 TO WS-MTH-REJ-COUNT(10)
               END-IF.
               IF HIS-REJ-COUNT-R011 NUMERIC
                   ADD HIS-REJ-COUNT-R011 TO WS-MTH-REJ-COUNT(11)
               END-IF.
               IF HIS-REJ-COUNT-R012 NUMERIC
                   ADD HIS-REJ-COUNT-R012 TO WS-MTH-REJ-COUNT(12)
               END-IF.

           WRITE-DAY-LINE.
               MOVE WS-CURRENT-DATE(1:4) TO WS-DAY-DATE-Y.
               MOVE WS-MTH-OP-SUM-DIV TO WS-MOP-SUM-ED.
               WRITE REPORT-LINE FROM WS-MONTH-OP-LINE.
               PERFORM VARYING WS-REASON-INDEX FROM 1 BY 1
                       UNTIL WS-REASON-INDEX > 12
                   IF WS-MTH-REJ-COUNT(WS-REASON-INDEX) > ZERO
                       PERFORM WRITE-MONTH-REASON-LINE
                   END-IF

           WRITE-MONTH-REASON-LINE.
               MOVE SPACES TO WS-MRS-CODE.
               STRING "R0" WS-REASON-INDEX DELIMITED BY SIZE
                   INTO WS-MRS-CODE.
               MOVE WS-MTH-REJ-COUNT(WS-REASON-INDEX)
                    TO WS-MRS-COUNT-ED.
