                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BDT-STATUS.

      *> Running GL account balances by account and period.  Only a
      *> detail the GL confirmed as posted on the return file is
      *> added, and NUMSBLC.DAT remembers the last GL file applied so
      *> rerunning the reconciliation cannot add it twice.
               SELECT BALANCE-FILE ASSIGN TO "NUMSBAL.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS BAL-KEY
                   FILE STATUS IS WS-BALANCE-STATUS.

               SELECT BALANCE-CONTROL-FILE ASSIGN TO "NUMSBLC.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BLC-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD  GL-FILE.
           01  GL-LINE                  PIC X(100).

           FD  RESULT-FILE.
               COPY NUMSOUT.
           FD  CONTROL-DATE-FILE.
               COPY NUMSBDT.

           FD  BALANCE-FILE.
               COPY NUMSBAL.

           FD  BALANCE-CONTROL-FILE.
           01  BALANCE-CONTROL-RECORD.
               05  BLC-BATCH-DATE       PIC 9(8).
               05  FILLER               PIC X.
               05  BLC-DETAIL-COUNT     PIC 9(7).
               05  FILLER               PIC X.
               05  BLC-HASH-TOTAL       PIC S9(16)V99
                                         SIGN IS LEADING SEPARATE.
               05  FILLER               PIC X.
               05  BLC-APPLIED-DATE     PIC 9(8).
               05  FILLER               PIC X.
               05  BLC-APPLIED-TIME     PIC 9(8).

           WORKING-STORAGE SECTION.
           01  WS-GL-EOF-SWITCH         PIC X VALUE "N".
               88  WS-GL-EOF                VALUE "Y".
           01  WS-LEDGER-STATUS         PIC XX.
           01  WS-GRS-STATUS            PIC XX.
           01  WS-BDT-STATUS            PIC XX.
           01  WS-BALANCE-STATUS        PIC XX.
           01  WS-BLC-STATUS            PIC XX.
           01  WS-CLOSED-PERIOD         PIC 9(6) VALUE ZERO.
           01  WS-BAL-PERIOD            PIC 9(6) VALUE ZERO.
           01  WS-BAL-APPLIED-COUNT     PIC 9(7) VALUE ZERO.
           01  WS-BAL-DONE-SWITCH       PIC X VALUE "N".
               88  WS-BAL-ALREADY-APPLIED   VALUE "Y".
           01  WS-BAL-NEW-SWITCH        PIC X VALUE "N".
               88  WS-BAL-NEW               VALUE "Y".
           01  WS-GRS-EOF-SWITCH        PIC X VALUE "N".
               88  WS-GRS-EOF               VALUE "Y".
           01  WS-LOCK-HELD-SWITCH      PIC X VALUE "N".
           01  WS-DETAIL-HASH           PIC S9(16)V99 VALUE ZERO.
           01  WS-TRAILER-COUNT         PIC 9(7) VALUE ZERO.
           01  WS-TRAILER-HASH          PIC S9(16)V99 VALUE ZERO.
           01  WS-DEBIT-COUNT           PIC 9(7) VALUE ZERO.
           01  WS-DEBIT-TOTAL           PIC S9(16)V99 VALUE ZERO.
           01  WS-CREDIT-COUNT          PIC 9(7) VALUE ZERO.
           01  WS-CREDIT-TOTAL          PIC S9(16)V99 VALUE ZERO.
           01  WS-TRAILER-DEBIT         PIC S9(16)V99 VALUE ZERO.
           01  WS-TRAILER-CREDIT        PIC S9(16)V99 VALUE ZERO.
           01  WS-UNPAIRED-COUNT        PIC 9(7) VALUE ZERO.
           01  WS-PAIRED-COUNT          PIC 9(7) VALUE ZERO.
           01  WS-PAIR-POSTED-COUNT     PIC 9(7) VALUE ZERO.
           01  WS-ONESIDED-COUNT        PIC 9(7) VALUE ZERO.
           01  WS-PAIR-IDX              PIC 9(7) VALUE ZERO.
           01  WS-PAIR-REASON           PIC X(20).
           01  WS-BAL-POST-AMOUNT       PIC S9(15)V99 VALUE ZERO.
           01  WS-RESULT-COUNT          PIC 9(7) VALUE ZERO.
           01  WS-RESULT-HASH           PIC S9(16)V99 VALUE ZERO.
           01  WS-UNKNOWN-COUNT         PIC 9(7) VALUE ZERO.
           01  WS-DET-TRANS-ID-SAVE     PIC X(12).
           01  WS-GRS-EVENT-STATUS      PIC X(8).

      *> Two lines per posting.  WS-DET-PARTNER points each side
      *> of a pair at the other (zero for a line that is not part
      *> of a well-formed pair), and WS-DET-APPLY is set on both
      *> lines once the GL has confirmed the whole pair.
           01  WS-DETAIL-TABLE.
               05  WS-DETAIL-ENTRY OCCURS 20000 TIMES.
                   10  WS-DET-ACCOUNT   PIC X(10).
                   10  WS-DET-AMOUNT    PIC S9(15)V99.
                   10  WS-DET-TRANS-ID  PIC X(12).
                   10  WS-DET-POST-STATUS PIC X(1).
                   10  WS-DET-REASON    PIC X(20).
                   10  WS-DET-SIDE      PIC X(1).
                   10  WS-DET-PARTNER   PIC 9(7).
                   10  WS-DET-APPLY     PIC X(1).

      *> The result records, kept by transaction ID so a bounced GL
      *> detail can be turned back into a correction candidate with
                   10  WS-RT-NUM2-X     PIC X(12).
                   10  WS-RT-OP         PIC X(1).
                   10  WS-RT-DEPT       PIC X(4).
                   10  WS-RT-CURRENCY   PIC X(3).

      *> Latest recycle state per transaction ID, loaded from the
      *> NUMSGRS.DAT event file (last event wins).
               OPEN OUTPUT RECON-FILE.
               PERFORM LOAD-GL-FILE.
               CLOSE GL-FILE.
               PERFORM MATCH-DETAIL-PAIRS.
               PERFORM CROSS-FOOT-RESULTS.
               PERFORM WRITE-RECON-REPORT.
               PERFORM PROCESS-RETURN-FILE.
               CLOSE RECON-FILE.
               PERFORM RELEASE-RUN-LOCK.
               IF WS-ONESIDED-COUNT > ZERO
                   DISPLAY "NUMSGLRC: " WS-ONESIDED-COUNT
                           " PAIRS POSTED ON ONE SIDE ONLY - SEE "
                           "NUMSGLEX.DAT"
               END-IF.
               IF WS-RECON-FAILED OR WS-ONESIDED-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               END-IF.
               STOP RUN.
                              BDT-BUSINESS-DATE > ZERO
                               MOVE BDT-BUSINESS-DATE TO WS-RUN-DATE
                           END-IF
                           IF BDT-CLOSED-PERIOD NUMERIC
                               MOVE BDT-CLOSED-PERIOD TO
                                    WS-CLOSED-PERIOD
                           END-IF
                   END-READ
                   CLOSE CONTROL-DATE-FILE
               END-IF.
                       SET WS-TRAILER-FOUND TO TRUE
                       MOVE GLT-RECORD-COUNT TO WS-TRAILER-COUNT
                       MOVE GLT-HASH-TOTAL TO WS-TRAILER-HASH
                       IF GLT-DEBIT-TOTAL NUMERIC
                           MOVE GLT-DEBIT-TOTAL TO WS-TRAILER-DEBIT
                       END-IF
                       IF GLT-CREDIT-TOTAL NUMERIC
                           MOVE GLT-CREDIT-TOTAL TO WS-TRAILER-CREDIT
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS-UNKNOWN-COUNT
               END-EVALUATE.
           TALLY-GL-DETAIL.
               MOVE GL-LINE TO WS-GL-DETAIL-LINE.
               ADD 1 TO WS-DETAIL-COUNT.
               IF WS-DETAIL-COUNT > 20000
                   DISPLAY "NUMSGLRC: MORE THAN 20000 GL DETAIL LINES"
                   PERFORM RELEASE-RUN-LOCK
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               MOVE GLD-TRANS-ID TO WS-DET-TRANS-ID(WS-DETAIL-COUNT).
               MOVE SPACE TO WS-DET-POST-STATUS(WS-DETAIL-COUNT).
               MOVE SPACES TO WS-DET-REASON(WS-DETAIL-COUNT).
               MOVE GLD-SIDE TO WS-DET-SIDE(WS-DETAIL-COUNT).
               MOVE ZERO TO WS-DET-PARTNER(WS-DETAIL-COUNT).
               MOVE "N" TO WS-DET-APPLY(WS-DETAIL-COUNT).
               EVALUATE TRUE
                   WHEN GLD-DEBIT
                       ADD 1 TO WS-DEBIT-COUNT
                       ADD GLD-AMOUNT TO WS-DEBIT-TOTAL
                   WHEN GLD-CREDIT
                       ADD 1 TO WS-CREDIT-COUNT
                       ADD GLD-AMOUNT TO WS-CREDIT-TOTAL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

      *> NUMSADD writes each posting's debit line and then its
      *> credit line, same transaction ID and amount.  Anything
      *> else - a side missing, a line out of order, an amount that
      *> differs between the sides - leaves the lines unpaired and
      *> the file is not fit to transmit.
           MATCH-DETAIL-PAIRS.
               MOVE 1 TO WS-IDX.
               PERFORM UNTIL WS-IDX > WS-DETAIL-COUNT
                   COMPUTE WS-PAIR-IDX = WS-IDX + 1
                   IF WS-DET-SIDE(WS-IDX) = "D"
                      AND WS-PAIR-IDX <= WS-DETAIL-COUNT
                      AND WS-DET-SIDE(WS-PAIR-IDX) = "C"
                      AND WS-DET-TRANS-ID(WS-PAIR-IDX) =
                          WS-DET-TRANS-ID(WS-IDX)
                      AND WS-DET-AMOUNT(WS-PAIR-IDX) =
                          WS-DET-AMOUNT(WS-IDX)
                       MOVE WS-PAIR-IDX TO WS-DET-PARTNER(WS-IDX)
                       MOVE WS-IDX TO WS-DET-PARTNER(WS-PAIR-IDX)
                       ADD 1 TO WS-PAIRED-COUNT
                       ADD 2 TO WS-IDX
                   ELSE
                       ADD 1 TO WS-UNPAIRED-COUNT
                       ADD 1 TO WS-IDX
                   END-IF
               END-PERFORM.

           CROSS-FOOT-RESULTS.
               OPEN INPUT RESULT-FILE.
                   MOVE OUT-OPERATION-CODE TO
                        WS-RT-OP(WS-RESULT-COUNT)
                   MOVE OUT-DEPT TO WS-RT-DEPT(WS-RESULT-COUNT)
                   MOVE OUT-CURRENCY TO
                        WS-RT-CURRENCY(WS-RESULT-COUNT)
               END-IF.

           WRITE-RECON-REPORT.
               MOVE "TRAILER HASH TOTAL      " TO WS-RCA-LABEL.
               MOVE WS-TRAILER-HASH TO WS-RCA-AMOUNT.
               WRITE RECON-LINE FROM WS-RECON-AMOUNT-LINE.
               MOVE "GL DEBIT LINES          " TO WS-RCN-LABEL.
               MOVE WS-DEBIT-COUNT TO WS-RCN-COUNT.
               WRITE RECON-LINE FROM WS-RECON-COUNT-LINE.
               MOVE "GL CREDIT LINES         " TO WS-RCN-LABEL.
               MOVE WS-CREDIT-COUNT TO WS-RCN-COUNT.
               WRITE RECON-LINE FROM WS-RECON-COUNT-LINE.
               MOVE "GL DEBIT TOTAL          " TO WS-RCA-LABEL.
               MOVE WS-DEBIT-TOTAL TO WS-RCA-AMOUNT.
               WRITE RECON-LINE FROM WS-RECON-AMOUNT-LINE.
               MOVE "GL CREDIT TOTAL         " TO WS-RCA-LABEL.
               MOVE WS-CREDIT-TOTAL TO WS-RCA-AMOUNT.
               WRITE RECON-LINE FROM WS-RECON-AMOUNT-LINE.
               MOVE "TRAILER DEBIT TOTAL     " TO WS-RCA-LABEL.
               MOVE WS-TRAILER-DEBIT TO WS-RCA-AMOUNT.
               WRITE RECON-LINE FROM WS-RECON-AMOUNT-LINE.
               MOVE "TRAILER CREDIT TOTAL    " TO WS-RCA-LABEL.
               MOVE WS-TRAILER-CREDIT TO WS-RCA-AMOUNT.
               WRITE RECON-LINE FROM WS-RECON-AMOUNT-LINE.
               MOVE "ACCEPTED RESULT RECORDS " TO WS-RCN-LABEL.
               MOVE WS-RESULT-COUNT TO WS-RCN-COUNT.
               WRITE RECON-LINE FROM WS-RECON-COUNT-LINE.
                   WRITE RECON-LINE
                   SET WS-RECON-FAILED TO TRUE
               END-IF.
               IF WS-UNPAIRED-COUNT > ZERO
                   MOVE "UNPAIRED GL LINES       " TO WS-RCN-LABEL
                   MOVE WS-UNPAIRED-COUNT TO WS-RCN-COUNT
                   WRITE RECON-LINE FROM WS-RECON-COUNT-LINE
                   SET WS-RECON-FAILED TO TRUE
               END-IF.
               IF WS-DEBIT-COUNT NOT = WS-CREDIT-COUNT
                 OR WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
                   MOVE "GL DEBITS DO NOT EQUAL GL CREDITS"
                        TO RECON-LINE
                   WRITE RECON-LINE
                   SET WS-RECON-FAILED TO TRUE
               END-IF.
               IF WS-DETAIL-COUNT NOT = WS-TRAILER-COUNT
                 OR WS-DETAIL-HASH NOT = WS-TRAILER-HASH
                 OR WS-DEBIT-TOTAL NOT = WS-TRAILER-DEBIT
                 OR WS-CREDIT-TOTAL NOT = WS-TRAILER-CREDIT
                   SET WS-RECON-FAILED TO TRUE
               END-IF.
      *> Each side on its own must account for every accepted
      *> result.
               IF WS-DEBIT-COUNT NOT = WS-RESULT-COUNT
                 OR WS-DEBIT-TOTAL NOT = WS-RESULT-HASH
                 OR WS-CREDIT-TOTAL NOT = WS-RESULT-HASH
                   SET WS-RECON-FAILED TO TRUE
               END-IF.
               IF WS-RECON-OK
                   PERFORM APPLY-RETURN-RECORDS
                   CLOSE RETURN-FILE
                   PERFORM WRITE-POST-STATUS-FILE
                   PERFORM SETTLE-DETAIL-PAIRS
                   CLOSE POST-STATUS-FILE EXCEPTION-FILE
                         REJECT-FILE LEDGER-FILE
                         RECYCLE-STATUS-FILE
                   PERFORM COUNT-OPEN-RECYCLES
                   PERFORM WRITE-RETURN-SUMMARY
                   PERFORM UPDATE-ACCOUNT-BALANCES
               ELSE
                   MOVE "GL RETURN FILE NOT PRESENT - NOT APPLIED"
                        TO RECON-LINE
                       WHEN "P"
                           ADD 1 TO WS-POSTED-COUNT
                           MOVE "POSTED" TO WS-STL-STATUS
                       WHEN "B"
                           ADD 1 TO WS-BOUNCED-COUNT
                           MOVE "BOUNCED" TO WS-STL-STATUS
                       WHEN OTHER
                           ADD 1 TO WS-NORETURN-COUNT
                           MOVE "NORETURN" TO WS-STL-STATUS
                   END-IF
               END-PERFORM.

      *> What happens next is decided per posting, not per line.
      *> Both sides posted: the posting is in the books, and a
      *> recycled one is marked reposted.  Neither side posted and
      *> at least one bounced: the posting goes back for correction
      *> once.  One side posted and the other not: the GL is out of
      *> balance by that posting, so it is reported as an exception
      *> and left alone - recycling it would post the confirmed side
      *> a second time.
           SETTLE-DETAIL-PAIRS.
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-DETAIL-COUNT
                   MOVE WS-DET-PARTNER(WS-IDX) TO WS-PAIR-IDX
                   IF WS-PAIR-IDX = ZERO
                       PERFORM REPORT-UNPAIRED-DETAIL
                   ELSE
                       IF WS-PAIR-IDX > WS-IDX
                           PERFORM SETTLE-ONE-PAIR
                       END-IF
                   END-IF
               END-PERFORM.

           SETTLE-ONE-PAIR.
               IF WS-DET-POST-STATUS(WS-IDX) = "P" AND
                  WS-DET-POST-STATUS(WS-PAIR-IDX) = "P"
                   ADD 1 TO WS-PAIR-POSTED-COUNT
                   MOVE "Y" TO WS-DET-APPLY(WS-IDX)
                               WS-DET-APPLY(WS-PAIR-IDX)
                   PERFORM MARK-REPOSTED-IF-TRACKED
               ELSE IF WS-DET-POST-STATUS(WS-IDX) = "P" OR
                       WS-DET-POST-STATUS(WS-PAIR-IDX) = "P"
                   PERFORM REPORT-ONE-SIDED-PAIR
               ELSE IF WS-DET-POST-STATUS(WS-IDX) = "B" OR
                       WS-DET-POST-STATUS(WS-PAIR-IDX) = "B"
                   IF WS-DET-POST-STATUS(WS-IDX) = "B"
                       MOVE WS-DET-REASON(WS-IDX) TO WS-PAIR-REASON
                   ELSE
                       MOVE WS-DET-REASON(WS-PAIR-IDX) TO
                            WS-PAIR-REASON
                   END-IF
                   PERFORM RECYCLE-BOUNCED-DETAIL
               END-IF.

           REPORT-ONE-SIDED-PAIR.
               ADD 1 TO WS-ONESIDED-COUNT.
               MOVE SPACES TO WS-POST-STATUS-DETAIL.
               MOVE WS-DET-TRANS-ID(WS-IDX) TO WS-STL-TRANS-ID.
               MOVE "ONESIDED" TO WS-STL-STATUS.
               IF WS-DET-POST-STATUS(WS-IDX) = "P"
                   MOVE WS-IDX TO WS-STL-SEQ
                   MOVE WS-DET-ACCOUNT(WS-IDX) TO WS-STL-ACCOUNT
                   MOVE WS-DET-AMOUNT(WS-IDX) TO WS-STL-AMOUNT
                   MOVE "ONLY DEBIT POSTED" TO WS-STL-REASON
               ELSE
                   MOVE WS-PAIR-IDX TO WS-STL-SEQ
                   MOVE WS-DET-ACCOUNT(WS-PAIR-IDX) TO WS-STL-ACCOUNT
                   MOVE WS-DET-AMOUNT(WS-PAIR-IDX) TO WS-STL-AMOUNT
                   MOVE "ONLY CREDIT POSTED" TO WS-STL-REASON
               END-IF.
               WRITE EXCEPTION-LINE FROM WS-POST-STATUS-DETAIL.

      *> A line outside a pair is never recycled or added to the
      *> balances; the reconciliation has already held the file.
           REPORT-UNPAIRED-DETAIL.
               MOVE SPACES TO WS-POST-STATUS-DETAIL.
               MOVE WS-IDX TO WS-STL-SEQ.
               MOVE WS-DET-ACCOUNT(WS-IDX) TO WS-STL-ACCOUNT.
               MOVE WS-DET-AMOUNT(WS-IDX) TO WS-STL-AMOUNT.
               MOVE WS-DET-TRANS-ID(WS-IDX) TO WS-STL-TRANS-ID.
               MOVE "UNPAIRED" TO WS-STL-STATUS.
               MOVE "NO MATCHING SIDE" TO WS-STL-REASON.
               WRITE EXCEPTION-LINE FROM WS-POST-STATUS-DETAIL.

           LOAD-RECYCLE-STATUS.
               OPEN INPUT RECYCLE-STATUS-FILE.
               IF WS-GRS-STATUS = "00"
                   MOVE WS-RT-NUM2-X(WS-RT) TO REJ-NUM2
                   MOVE WS-RT-OP(WS-RT) TO REJ-OPERATION-CODE
                   MOVE WS-RT-DEPT(WS-RT) TO REJ-DEPT
                   MOVE WS-RT-CURRENCY(WS-RT) TO REJ-CURRENCY
               END-IF.
               MOVE "RGLB" TO REJ-REASON-CODE.
               MOVE SPACES TO REJ-REASON-TEXT.
               STRING "GL: " WS-PAIR-REASON
                   DELIMITED BY SIZE INTO REJ-REASON-TEXT.
               MOVE WS-DET-TRANS-ID(WS-IDX) TO REJ-TRANS-ID.
               MOVE WS-RUN-DATE TO REJ-REJECT-DATE.
               MOVE "DETAILS WITH NO RETURN  " TO WS-RCN-LABEL.
               MOVE WS-NORETURN-COUNT TO WS-RCN-COUNT.
               WRITE RECON-LINE FROM WS-RECON-COUNT-LINE.
               MOVE "PAIRS POSTED BOTH SIDES " TO WS-RCN-LABEL.
               MOVE WS-PAIR-POSTED-COUNT TO WS-RCN-COUNT.
               WRITE RECON-LINE FROM WS-RECON-COUNT-LINE.
               MOVE "PAIRS POSTED ONE SIDE   " TO WS-RCN-LABEL.
               MOVE WS-ONESIDED-COUNT TO WS-RCN-COUNT.
               WRITE RECON-LINE FROM WS-RECON-COUNT-LINE.
               MOVE "ORPHAN RETURN RECORDS   " TO WS-RCN-LABEL.
               MOVE WS-ORPHAN-COUNT TO WS-RCN-COUNT.
               WRITE RECON-LINE FROM WS-RECON-COUNT-LINE.
               WRITE RECON-LINE FROM WS-RECON-COUNT-LINE.
               MOVE "EXCEPTIONS WRITTEN TO NUMSGLEX.DAT" TO RECON-LINE.
               WRITE RECON-LINE.

      *> Postings the GL confirmed on both sides go into the running
      *> account balances for the period of the GL batch date.  A return
      *> that arrives after that period was closed is booked to the
      *> open business date's period instead, so a closed period's
      *> trial balance never moves.
           UPDATE-ACCOUNT-BALANCES.
               PERFORM CHECK-BALANCES-APPLIED.
               IF WS-BAL-ALREADY-APPLIED
                   MOVE "BALANCES ALREADY UPDATED FROM THIS GL FILE"
                        TO RECON-LINE
                   WRITE RECON-LINE
               ELSE
                   IF GLH-BATCH-DATE NUMERIC
                       MOVE GLH-BATCH-DATE(1:6) TO WS-BAL-PERIOD
                   ELSE
                       MOVE WS-RUN-DATE(1:6) TO WS-BAL-PERIOD
                   END-IF
                   IF WS-BAL-PERIOD <= WS-CLOSED-PERIOD
                       MOVE WS-RUN-DATE(1:6) TO WS-BAL-PERIOD
                       MOVE "GL PERIOD CLOSED - BALANCES TO OPEN PERIOD"
                            TO RECON-LINE
                       WRITE RECON-LINE
                   END-IF
                   PERFORM OPEN-BALANCE-FILE
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WS-DETAIL-COUNT
                       IF WS-DET-APPLY(WS-IDX) = "Y"
                           PERFORM APPLY-DETAIL-TO-BALANCE
                       END-IF
                   END-PERFORM
                   CLOSE BALANCE-FILE
                   PERFORM WRITE-BALANCE-CONTROL
                   MOVE "DETAILS ADDED TO BALANCE" TO WS-RCN-LABEL
                   MOVE WS-BAL-APPLIED-COUNT TO WS-RCN-COUNT
                   WRITE RECON-LINE FROM WS-RECON-COUNT-LINE
               END-IF.

      *> The GL file is identified by its batch date and trailer
      *> totals; the same file is only ever added once.
           CHECK-BALANCES-APPLIED.
               MOVE "N" TO WS-BAL-DONE-SWITCH.
               OPEN INPUT BALANCE-CONTROL-FILE.
               IF WS-BLC-STATUS = "00"
                   READ BALANCE-CONTROL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF BLC-BATCH-DATE = GLH-BATCH-DATE AND
                              BLC-DETAIL-COUNT = WS-TRAILER-COUNT AND
                              BLC-HASH-TOTAL = WS-TRAILER-HASH
                               SET WS-BAL-ALREADY-APPLIED TO TRUE
                           END-IF
                   END-READ
                   CLOSE BALANCE-CONTROL-FILE
               END-IF.

           OPEN-BALANCE-FILE.
               OPEN I-O BALANCE-FILE.
               IF WS-BALANCE-STATUS NOT = "00"
                   OPEN OUTPUT BALANCE-FILE
                   CLOSE BALANCE-FILE
                   OPEN I-O BALANCE-FILE
               END-IF.
               IF WS-BALANCE-STATUS NOT = "00"
                   DISPLAY "NUMSGLRC: CANNOT OPEN NUMSBAL.DAT, STATUS="
                           WS-BALANCE-STATUS
                   PERFORM RELEASE-RUN-LOCK
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.

           APPLY-DETAIL-TO-BALANCE.
               MOVE "N" TO WS-BAL-NEW-SWITCH.
               MOVE WS-DET-ACCOUNT(WS-IDX) TO BAL-ACCOUNT.
               MOVE WS-BAL-PERIOD TO BAL-PERIOD.
               READ BALANCE-FILE
                   INVALID KEY
                       SET WS-BAL-NEW TO TRUE
               END-READ.
               IF WS-BAL-NEW
                   MOVE ZERO TO BAL-OPENING BAL-ACT-ADD BAL-ACT-SUB
                                BAL-ACT-MUL BAL-ACT-DIV BAL-ACT-OTHER
                                BAL-POST-COUNT
                   MOVE WS-DET-ACCOUNT(WS-IDX) TO BAL-ACCOUNT
                   MOVE WS-BAL-PERIOD TO BAL-PERIOD
               END-IF.
      *> Debits add to the account and credits take away from it.
               IF WS-DET-SIDE(WS-IDX) = "C"
                   COMPUTE WS-BAL-POST-AMOUNT =
                       ZERO - WS-DET-AMOUNT(WS-IDX)
               ELSE
                   MOVE WS-DET-AMOUNT(WS-IDX) TO WS-BAL-POST-AMOUNT
               END-IF.
               PERFORM FIND-RESULT-ENTRY.
               IF WS-RT-FOUND
                   EVALUATE WS-RT-OP(WS-RT)
                       WHEN "A"
                           ADD WS-BAL-POST-AMOUNT TO BAL-ACT-ADD
                       WHEN "S"
                           ADD WS-BAL-POST-AMOUNT TO BAL-ACT-SUB
                       WHEN "M"
                           ADD WS-BAL-POST-AMOUNT TO BAL-ACT-MUL
                       WHEN "D"
                           ADD WS-BAL-POST-AMOUNT TO BAL-ACT-DIV
                       WHEN OTHER
                           ADD WS-BAL-POST-AMOUNT TO BAL-ACT-OTHER
                   END-EVALUATE
               ELSE
                   ADD WS-BAL-POST-AMOUNT TO BAL-ACT-OTHER
               END-IF.
               ADD 1 TO BAL-POST-COUNT.
               MOVE WS-RUN-DATE TO BAL-LAST-UPDATE.
               IF WS-BAL-NEW
                   WRITE BALANCE-RECORD
               ELSE
                   REWRITE BALANCE-RECORD
               END-IF.
               ADD 1 TO WS-BAL-APPLIED-COUNT.

           WRITE-BALANCE-CONTROL.
               OPEN OUTPUT BALANCE-CONTROL-FILE.
               MOVE SPACES TO BALANCE-CONTROL-RECORD.
               ACCEPT WS-RUN-TIME FROM TIME.
               MOVE GLH-BATCH-DATE TO BLC-BATCH-DATE.
               MOVE WS-TRAILER-COUNT TO BLC-DETAIL-COUNT.
               MOVE WS-TRAILER-HASH TO BLC-HASH-TOTAL.
               MOVE WS-RUN-DATE TO BLC-APPLIED-DATE.
               MOVE WS-RUN-TIME TO BLC-APPLIED-TIME.
               WRITE BALANCE-CONTROL-RECORD.
               CLOSE BALANCE-CONTROL-FILE.
