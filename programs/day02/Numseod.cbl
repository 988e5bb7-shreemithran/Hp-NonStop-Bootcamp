      *> End-of-day cross-file balancing.  NUMSGLRC proves the GL
      *> hand-off against the result file; this program proves the
      *> rest of the chain for the day - the result file, the day's
      *> audit records, the GL detail count and hash, each side of
      *> the double-entry GL file against the results and against
      *> the other side, and the day's run-history records - and
      *> writes a single pass/fail certificate to NUMSCRT.DAT
      *> naming any file pair that disagrees.  A non-zero return
      *> code lets the scheduler hold downstream jobs instead of
      *> trusting anyone's eyeballs after an abend-and-restart
      *> night.
      *>
      *> The result and GL files hold the day's last posting run;
      *> they are proved against the last run-history record of the
               COPY NUMSAUD.

           FD  GL-FILE.
           01  GL-LINE                  PIC X(100).

           FD  RUN-HISTORY-FILE.
               COPY NUMSHIS.
               05  WS-AUD-REJ-COUNT     PIC 9(7) VALUE ZERO.
               05  WS-AUD-ACC-TOTAL     PIC S9(16)V99 VALUE ZERO.

      *> The day's GL hand-off details, each side separately, and
      *> the trailer's claim.
           01  WS-GL-TOTALS.
               05  WS-GLF-COUNT         PIC 9(7) VALUE ZERO.
               05  WS-GLF-HASH          PIC S9(16)V99 VALUE ZERO.
               05  WS-GLF-DR-COUNT      PIC 9(7) VALUE ZERO.
               05  WS-GLF-DR-TOTAL      PIC S9(16)V99 VALUE ZERO.
               05  WS-GLF-CR-COUNT      PIC 9(7) VALUE ZERO.
               05  WS-GLF-CR-TOTAL      PIC S9(16)V99 VALUE ZERO.
               05  WS-GLF-TRL-COUNT     PIC 9(7) VALUE ZERO.
               05  WS-GLF-TRL-HASH      PIC S9(16)V99 VALUE ZERO.
               05  WS-GLF-TRL-DEBIT     PIC S9(16)V99 VALUE ZERO.
               05  WS-GLF-TRL-CREDIT    PIC S9(16)V99 VALUE ZERO.

      *> Last run-history record of the day, and the day summed
      *> across all of its runs.

           TALLY-ONE-AUDIT.
               IF AUD-DATE NUMERIC AND AUD-DATE = WS-RUN-DATE
      *> REVERSED records are written by NUMSREV, not by a posting
      *> run, so they have no run-history counterpart to prove;
      *> nor do the RESTORED markers NUMSRST leaves.
                   EVALUATE AUD-STATUS
                       WHEN "ACCEPTD"
                           ADD 1 TO WS-AUD-ACC-COUNT
                           IF AUD-RESULT NUMERIC
                               ADD AUD-RESULT TO WS-AUD-ACC-TOTAL
                           END-IF
                       WHEN "REVERSED"
                       WHEN "RESTORED"
                           CONTINUE
                       WHEN OTHER
                           ADD 1 TO WS-AUD-REJ-COUNT
                   END-EVALUATE
               END-IF.

           TALLY-GL-FILE.
                       ADD 1 TO WS-GLF-COUNT
                       IF GLD-AMOUNT NUMERIC
                           ADD GLD-AMOUNT TO WS-GLF-HASH
                           EVALUATE TRUE
                               WHEN GLD-DEBIT
                                   ADD 1 TO WS-GLF-DR-COUNT
                                   ADD GLD-AMOUNT TO WS-GLF-DR-TOTAL
                               WHEN GLD-CREDIT
                                   ADD 1 TO WS-GLF-CR-COUNT
                                   ADD GLD-AMOUNT TO WS-GLF-CR-TOTAL
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                       END-IF
                   WHEN "T"
                       MOVE GL-LINE TO WS-GL-TRAILER-LINE
                       SET WS-GL-TRAILER-FOUND TO TRUE
                       MOVE GLT-RECORD-COUNT TO WS-GLF-TRL-COUNT
                       MOVE GLT-HASH-TOTAL TO WS-GLF-TRL-HASH
                       IF GLT-DEBIT-TOTAL NUMERIC
                           MOVE GLT-DEBIT-TOTAL TO WS-GLF-TRL-DEBIT
                       END-IF
                       IF GLT-CREDIT-TOTAL NUMERIC
                           MOVE GLT-CREDIT-TOTAL TO WS-GLF-TRL-CREDIT
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.
               MOVE WS-RES-OP-SUM-DIV TO WS-CMP-VALUE-A.
               MOVE WS-HIS-OP-SUM-DIV TO WS-CMP-VALUE-B.
               PERFORM WRITE-COMPARE-LINE.
      *> Every accepted result is one debit line and one credit
      *> line; each side alone must account for the results, and
      *> the two sides must agree with each other.
               MOVE "GL DEBIT LINES / RESULT COUNT     " TO
                    WS-CMP-LABEL.
               MOVE WS-GLF-DR-COUNT TO WS-CMP-VALUE-A.
               MOVE WS-RES-COUNT TO WS-CMP-VALUE-B.
               PERFORM WRITE-COMPARE-LINE.
               MOVE "GL CREDIT LINES / GL DEBIT LINES  " TO
                    WS-CMP-LABEL.
               MOVE WS-GLF-CR-COUNT TO WS-CMP-VALUE-A.
               MOVE WS-GLF-DR-COUNT TO WS-CMP-VALUE-B.
               PERFORM WRITE-COMPARE-LINE.
               MOVE "GL DEBIT + CREDIT / GL DETAILS    " TO
                    WS-CMP-LABEL.
               COMPUTE WS-CMP-VALUE-A =
                   WS-GLF-DR-COUNT + WS-GLF-CR-COUNT.
               MOVE WS-GLF-COUNT TO WS-CMP-VALUE-B.
               PERFORM WRITE-COMPARE-LINE.
               MOVE "GL DEBIT TOTAL / RESULT TOTAL     " TO
                    WS-CMP-LABEL.
               MOVE WS-GLF-DR-TOTAL TO WS-CMP-VALUE-A.
               MOVE WS-RES-TOTAL TO WS-CMP-VALUE-B.
               PERFORM WRITE-COMPARE-LINE.
               MOVE "GL CREDIT TOTAL / GL DEBIT TOTAL  " TO
                    WS-CMP-LABEL.
               MOVE WS-GLF-CR-TOTAL TO WS-CMP-VALUE-A.
               MOVE WS-GLF-DR-TOTAL TO WS-CMP-VALUE-B.
               PERFORM WRITE-COMPARE-LINE.
               MOVE "GL TRAILER COUNT / GL DETAILS     " TO
                    WS-CMP-LABEL.
               MOVE WS-GLF-TRL-COUNT TO WS-CMP-VALUE-A.
               MOVE WS-GLF-TRL-HASH TO WS-CMP-VALUE-A.
               MOVE WS-GLF-HASH TO WS-CMP-VALUE-B.
               PERFORM WRITE-COMPARE-LINE.
               MOVE "GL TRAILER DEBITS / GL DEBITS     " TO
                    WS-CMP-LABEL.
               MOVE WS-GLF-TRL-DEBIT TO WS-CMP-VALUE-A.
               MOVE WS-GLF-DR-TOTAL TO WS-CMP-VALUE-B.
               PERFORM WRITE-COMPARE-LINE.
               MOVE "GL TRAILER CREDITS / GL CREDITS   " TO
                    WS-CMP-LABEL.
               MOVE WS-GLF-TRL-CREDIT TO WS-CMP-VALUE-A.
               MOVE WS-GLF-CR-TOTAL TO WS-CMP-VALUE-B.
               PERFORM WRITE-COMPARE-LINE.
               IF NOT WS-GL-TRAILER-FOUND
                   MOVE "NO TRAILER RECORD IN NUMSGL.DAT" TO
                        WS-NOTE-LINE
