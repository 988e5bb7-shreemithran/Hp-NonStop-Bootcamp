                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARAM-STATUS.

      *> Department master (NUMSDPM): a posting is refused for a
      *> department that is closed or not on file, or one that would
      *> take its department over the period spending limit.
               SELECT DEPARTMENT-FILE ASSIGN TO "NUMSDPF.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DEPARTMENT-STATUS.

      *> Operator-controlled business date (NUMSBDM): everything
      *> this run stamps - GL batch date, audit, ledger, reject and
      *> history dates - carries the open business date, not the
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BDT-STATUS.

      *> Exchange rates by currency and date: a foreign-currency
      *> posting converts to base at the rate dated the business
      *> date, and rejects when there is none.
               SELECT EXCHANGE-RATE-FILE ASSIGN TO "NUMSFXR.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FXR-STATUS.

               SELECT EDIT-REJECT-FILE ASSIGN TO "NUMSEDT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

               COPY NUMSREJ.

           FD  TEMP-RESULT-FILE.
           01  TEMP-RESULT-RECORD      PIC X(99).

           FD  TEMP-REJECT-FILE.
           01  TEMP-REJECT-RECORD      PIC X(94).

           FD  TEMP-GL-FILE.
           01  TEMP-GL-LINE            PIC X(100).

           FD  TEMP-AUDIT-FILE.
           01  TEMP-AUDIT-RECORD       PIC X(146).

           FD  LEDGER-FILE.
               COPY NUMSIDL.
               05  RGX-ARCHIVE-DATE     PIC 9(8).

           FD  RESUBMIT-FILE.
           01  RESUBMIT-INPUT-RECORD    PIC X(45).

           FD  GENBATCH-FILE.
           01  GENBATCH-INPUT-RECORD    PIC X(45).

           FD  QUARANTINE-FILE.
           01  QUARANTINE-RECORD        PIC X(45).

           FD  AUDIT-FILE.
               COPY NUMSAUD.
               COPY NUMSCKP.

           FD  GL-FILE.
           01  GL-LINE                  PIC X(100).

           FD  PARAM-FILE.
           01  PARAM-LINE               PIC X(80).
               COPY NUMSBDT.

           FD  EDIT-REJECT-FILE.
           01  EDIT-REJECT-LINE         PIC X(94).

      *> Each department and operation code names the account
      *> debited and the account credited for its postings.
           FD  GL-MAP-FILE.
           01  GL-MAP-RECORD.
               05  MAP-DEPT             PIC X(4).
               05  FILLER               PIC X.
               05  MAP-OPERATION-CODE   PIC X(1).
               05  FILLER               PIC X.
               05  MAP-DEBIT-ACCOUNT    PIC X(10).
               05  FILLER               PIC X.
               05  MAP-CREDIT-ACCOUNT   PIC X(10).

           FD  DEPARTMENT-FILE.
               COPY NUMSDPF.

           FD  EXCHANGE-RATE-FILE.
               COPY NUMSFXR.

           WORKING-STORAGE SECTION.
           01  WS-EOF-SWITCH            PIC X VALUE "N".
               05  WS-REJ-COUNT-R007    PIC 9(7) VALUE ZERO.
               05  WS-REJ-COUNT-R008    PIC 9(7) VALUE ZERO.
               05  WS-REJ-COUNT-R009    PIC 9(7) VALUE ZERO.
               05  WS-REJ-COUNT-R010    PIC 9(7) VALUE ZERO.
               05  WS-REJ-COUNT-R011    PIC 9(7) VALUE ZERO.
               05  WS-REJ-COUNT-R012    PIC 9(7) VALUE ZERO.

      *> Control totals don't balance when summed across operation
      *> codes (a sum, a difference, a product and a quotient have no
                                         VALUE "SUM OF RESULT (DIV)".
               05  WS-CTL-SUM-DIV       PIC -Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

      *> Result totals above are in base currency.  Below them each
      *> currency posted is broken out per operation code, with its
      *> total both in the currency submitted and converted to base,
      *> so a department's foreign spending can be agreed to its own
      *> figures and to the GL.
           01  WS-CONTROL-LINE-B.
               05  FILLER               PIC X(20)
                                         VALUE "BASE CURRENCY      ".
               05  WS-CTL-BASE-CURRENCY PIC X(3).

           01  WS-CONTROL-LINE-X.
               05  WS-CTX-CURRENCY      PIC X(3).
               05  FILLER               PIC X(2) VALUE " (".
               05  WS-CTX-OP            PIC X(3).
               05  FILLER               PIC X(2) VALUE ") ".
               05  FILLER               PIC X(10) VALUE "COUNT".
               05  WS-CTX-COUNT         PIC ZZZ,ZZZ,ZZ9.

           01  WS-CONTROL-LINE-Y.
               05  WS-CTY-CURRENCY      PIC X(3).
               05  FILLER               PIC X(2) VALUE " (".
               05  WS-CTY-OP            PIC X(3).
               05  FILLER               PIC X(2) VALUE ") ".
               05  WS-CTY-LABEL         PIC X(10).
               05  WS-CTY-AMOUNT        PIC -Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

           01  WS-CONTROL-LINE-Z       PIC X(42)
                    VALUE "CURRENCY BREAKDOWN INCOMPLETE - TABLE FULL".

      *> GL accounts for the record being posted, resolved per
      *> department and operation code from the NUMSGLM.DAT mapping
      *> loaded at startup.  A department with no mapping rejects
      *> with its own reason code instead of defaulting silently.
           01  WS-GL-DEBIT-ACCOUNT      PIC X(10).
           01  WS-GL-CREDIT-ACCOUNT     PIC X(10).
           01  WS-GL-MAP-STATUS         PIC XX.
           01  WS-GL-MAP-EOF-SWITCH     PIC X VALUE "N".
               88  WS-GL-MAP-EOF            VALUE "Y".
               05  WS-GL-MAP-ENTRY OCCURS 200 TIMES.
                   10  WS-MAP-DEPT      PIC X(4).
                   10  WS-MAP-OPERATION PIC X(1).
                   10  WS-MAP-DEBIT-ACCOUNT  PIC X(10).
                   10  WS-MAP-CREDIT-ACCOUNT PIC X(10).
           01  WS-GL-DETAIL-COUNT       PIC 9(7) VALUE ZERO.
           01  WS-GL-HASH-TOTAL         PIC S9(16)V99 VALUE ZERO.
           01  WS-GL-DEBIT-TOTAL        PIC S9(16)V99 VALUE ZERO.
           01  WS-GL-CREDIT-TOTAL       PIC S9(16)V99 VALUE ZERO.

      *> Department master loaded at startup, with each department's
      *> period-to-date spending.  The period-to-date figure is
      *> rebuilt every run from the accepted postings on the audit
      *> trail for the business date's period, then carried forward
      *> in storage as this run accepts more, so a restart (which
      *> cuts the audit trail back to the checkpoint first) can never
      *> count a posting twice.
           01  WS-DEPARTMENT-STATUS     PIC XX.
           01  WS-DEPT-EOF-SWITCH       PIC X VALUE "N".
               88  WS-DEPT-EOF              VALUE "Y".
           01  WS-DEPT-FOUND-SWITCH     PIC X VALUE "N".
               88  WS-DEPT-FOUND            VALUE "Y".
           01  WS-DEPT-OVER-SWITCH      PIC X VALUE "N".
               88  WS-DEPT-OVER-LIMIT       VALUE "Y".
           01  WS-AUD-EOF-SWITCH        PIC X VALUE "N".
               88  WS-AUD-EOF               VALUE "Y".
           01  WS-DEPT-COUNT            PIC 9(3) VALUE ZERO.
           01  WS-DEPT-INDEX            PIC 9(3) VALUE ZERO.
           01  WS-DEPT-CUR              PIC 9(3) VALUE ZERO.
           01  WS-LOOKUP-DEPT           PIC X(4).
           01  WS-CUR-PERIOD            PIC 9(6).
           01  WS-DEPT-TABLE.
               05  WS-DEPT-ENTRY OCCURS 200 TIMES.
                   10  WS-DPF-DEPT      PIC X(4).
                   10  WS-DPF-STATUS    PIC X(1).
                   10  WS-DPF-LIMIT     PIC S9(13)V99.
                   10  WS-DPF-PTD-ACTUAL PIC S9(16)V99.

      *> Base currency (BASE-CURRENCY in NUMSPRM.DAT) and the
      *> exchange rates dated the business date, loaded once at
      *> startup from NUMSFXR.DAT.  A posting converts at the rate
      *> for the day it books to or not at all, so rates for other
      *> dates are not kept.
           01  WS-BASE-CURRENCY         PIC X(3) VALUE "USD".
           01  WS-FXR-STATUS            PIC XX.
           01  WS-FXR-EOF-SWITCH        PIC X VALUE "N".
               88  WS-FXR-EOF               VALUE "Y".
           01  WS-FXR-FOUND-SWITCH      PIC X VALUE "N".
               88  WS-FXR-FOUND             VALUE "Y".
           01  WS-FXR-COUNT             PIC 9(3) VALUE ZERO.
           01  WS-FXR-INDEX             PIC 9(3) VALUE ZERO.
           01  WS-LOOKUP-CURRENCY       PIC X(3).
           01  WS-FXR-TABLE.
               05  WS-FXR-ENTRY OCCURS 200 TIMES.
                   10  WS-FXR-CURRENCY  PIC X(3).
                   10  WS-FXR-RATE      PIC 9(5)V9(6).

      *> Currency of the record being posted (base when blank), the
      *> operation's result in that currency and the rate applied.
      *> Once converted, WS-RESULT holds the base-currency amount.
           01  WS-TRANS-CURRENCY        PIC X(3).
           01  WS-ORIG-RESULT           PIC S9(15)V99 VALUE ZERO.
           01  WS-FX-RATE               PIC 9(5)V9(6) VALUE ZERO.

      *> Accepted totals per currency and operation code, original
      *> and base, for the control report.
           01  WS-CCY-OVERFLOW-SWITCH   PIC X VALUE "N".
               88  WS-CCY-OVERFLOW          VALUE "Y".
           01  WS-CCY-COUNT             PIC 9(3) VALUE ZERO.
           01  WS-CCY-INDEX             PIC 9(3) VALUE ZERO.
           01  WS-CCY-CUR               PIC 9(3) VALUE ZERO.
           01  WS-CCY-TABLE.
               05  WS-CCY-ENTRY OCCURS 50 TIMES.
                   10  WS-CCY-CODE      PIC X(3).
                   10  WS-CCY-OP        PIC X(1).
                   10  WS-CCY-TALLY     PIC 9(7).
                   10  WS-CCY-ORIG-SUM  PIC S9(16)V99.
                   10  WS-CCY-BASE-SUM  PIC S9(16)V99.

      *> Processed-transaction-ID ledger, kept across runs in
      *> NUMSIDL.DAT: every POSTED transaction ID is recorded, and a
               PERFORM LOAD-RUN-PARAMETERS.
               PERFORM ACQUIRE-RUN-LOCK.
               PERFORM LOAD-BUSINESS-DATE.
               PERFORM LOAD-EXCHANGE-RATES.
               PERFORM LOAD-GL-ACCOUNT-MAP.
               PERFORM LOAD-DEPARTMENT-MASTER.
               PERFORM BALANCE-INPUT-BATCH.
               IF WS-MODE-EDIT
                   PERFORM LOAD-PERIOD-ACTUALS
                   PERFORM EDIT-ONLY-RUN
                   STOP RUN
               END-IF.
               IF WS-RESTART-REQUIRED
                   PERFORM TRUNCATE-AUDIT-FILE
               END-IF.
               PERFORM LOAD-PERIOD-ACTUALS.
               PERFORM OPEN-AUDIT-FILE.
               PERFORM OPEN-LEDGER-FILE.
               IF WS-RESTART-REQUIRED
               DISPLAY "NUMSADD: POSTING UNDER BUSINESS DATE "
                       WS-RUN-DATE.

      *> Rates dated the business date are loaded once at startup.
      *> Without the rate file the run still posts base-currency
      *> work; every foreign-currency record then rejects for want of
      *> a rate.  Two rates for one currency on the same date leave
      *> no way to say which was meant, so that stops the run.
           LOAD-EXCHANGE-RATES.
               OPEN INPUT EXCHANGE-RATE-FILE.
               IF WS-FXR-STATUS NOT = "00"
                   DISPLAY "NUMSADD: NO EXCHANGE RATE FILE NUMSFXR.DAT"
                           " - ONLY " WS-BASE-CURRENCY
                           " POSTINGS CAN BE ACCEPTED"
               ELSE
                   PERFORM UNTIL WS-FXR-EOF
                       READ EXCHANGE-RATE-FILE
                           AT END
                               SET WS-FXR-EOF TO TRUE
                           NOT AT END
                               IF FXR-CURRENCY NOT = SPACES AND
                                  FXR-CURRENCY(1:1) NOT = "*" AND
                                  FXR-CURRENCY NOT = WS-BASE-CURRENCY
                                  AND FXR-RATE-DATE = WS-RUN-DATE
                                   PERFORM STORE-EXCHANGE-RATE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE EXCHANGE-RATE-FILE
                   DISPLAY "NUMSADD: " WS-FXR-COUNT
                           " EXCHANGE RATE(S) ON FILE FOR " WS-RUN-DATE
                           ", BASE CURRENCY " WS-BASE-CURRENCY
               END-IF.

      *> An unreadable or zero rate is left out rather than stopping
      *> the run; postings in that currency reject until it is fixed.
           STORE-EXCHANGE-RATE.
               IF FXR-RATE NOT NUMERIC OR FXR-RATE = ZERO
                   DISPLAY "NUMSADD: NUMSFXR.DAT RATE FOR "
                           FXR-CURRENCY " ON " FXR-RATE-DATE
                           " NOT USABLE - IGNORED"
               ELSE
                   MOVE FXR-CURRENCY TO WS-LOOKUP-CURRENCY
                   PERFORM LOOKUP-EXCHANGE-RATE
                   IF WS-FXR-FOUND
                       DISPLAY "NUMSADD: NUMSFXR.DAT HAS MORE THAN ONE "
                               "RATE FOR " FXR-CURRENCY " ON "
                               FXR-RATE-DATE
                       PERFORM RELEASE-RUN-LOCK
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-FXR-COUNT
                   IF WS-FXR-COUNT > 200
                       DISPLAY "NUMSADD: MORE THAN 200 RATES FOR ONE "
                               "DATE IN NUMSFXR.DAT"
                       PERFORM RELEASE-RUN-LOCK
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE FXR-CURRENCY TO WS-FXR-CURRENCY(WS-FXR-COUNT)
                   MOVE FXR-RATE TO WS-FXR-RATE(WS-FXR-COUNT)
               END-IF.

           LOOKUP-EXCHANGE-RATE.
               MOVE "N" TO WS-FXR-FOUND-SWITCH.
               MOVE ZERO TO WS-FX-RATE.
               PERFORM VARYING WS-FXR-INDEX FROM 1 BY 1
                       UNTIL WS-FXR-INDEX > WS-FXR-COUNT
                          OR WS-FXR-FOUND
                   IF WS-FXR-CURRENCY(WS-FXR-INDEX) =
                          WS-LOOKUP-CURRENCY
                       SET WS-FXR-FOUND TO TRUE
                       MOVE WS-FXR-RATE(WS-FXR-INDEX) TO WS-FX-RATE
                   END-IF
               END-PERFORM.

      *> Keys another program also reads from NUMSPRM.DAT are simply
      *> skipped here, so one shared parameter file can serve the
      *> whole suite without spurious operator warnings.
                           DISPLAY "NUMSADD: PARAMETER IGNORED: "
                                   PARAM-LINE
                       END-IF
                   WHEN "BASE-CURRENCY"
                       IF WS-PARAM-VALUE(1:3) ALPHABETIC-UPPER AND
                          WS-PARAM-VALUE(1:3) NOT = SPACES AND
                          WS-PARAM-VALUE(4:) = SPACES
                           MOVE WS-PARAM-VALUE(1:3) TO
                                WS-BASE-CURRENCY
                       ELSE
                           DISPLAY "NUMSADD: PARAMETER IGNORED: "
                                   PARAM-LINE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.
                   STOP RUN
               END-IF.

      *> Both sides must be named: a posting with only one account
      *> would send the GL an unbalanced pair.
           STORE-GL-MAP-ENTRY.
               IF MAP-DEBIT-ACCOUNT = SPACES OR
                  MAP-CREDIT-ACCOUNT = SPACES
                   DISPLAY "NUMSADD: NUMSGLM.DAT ENTRY FOR DEPT "
                           MAP-DEPT " OP " MAP-OPERATION-CODE
                           " NEEDS A DEBIT AND A CREDIT ACCOUNT"
                   PERFORM RELEASE-RUN-LOCK
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               MOVE MAP-DEPT TO WS-MAP-DEPT(WS-GL-MAP-COUNT).
               MOVE MAP-OPERATION-CODE TO
                    WS-MAP-OPERATION(WS-GL-MAP-COUNT).
               MOVE MAP-DEBIT-ACCOUNT TO
                    WS-MAP-DEBIT-ACCOUNT(WS-GL-MAP-COUNT).
               MOVE MAP-CREDIT-ACCOUNT TO
                    WS-MAP-CREDIT-ACCOUNT(WS-GL-MAP-COUNT).

           LOOKUP-GL-ACCOUNT.
               MOVE "N" TO WS-GL-MAP-FOUND-SWITCH.
               MOVE SPACES TO WS-GL-DEBIT-ACCOUNT WS-GL-CREDIT-ACCOUNT.
               PERFORM VARYING WS-GL-MAP-INDEX FROM 1 BY 1
                       UNTIL WS-GL-MAP-INDEX > WS-GL-MAP-COUNT
                          OR WS-GL-MAP-FOUND
                      WS-MAP-OPERATION(WS-GL-MAP-INDEX) =
                          OPERATION-CODE
                       SET WS-GL-MAP-FOUND TO TRUE
                       MOVE WS-MAP-DEBIT-ACCOUNT(WS-GL-MAP-INDEX) TO
                            WS-GL-DEBIT-ACCOUNT
                       MOVE WS-MAP-CREDIT-ACCOUNT(WS-GL-MAP-INDEX) TO
                            WS-GL-CREDIT-ACCOUNT
                   END-IF
               END-PERFORM.

      *> The department master is loaded once at startup like the
      *> GL account map; a run cannot post without it.  Lines whose
      *> first byte is "*" are comments.
           LOAD-DEPARTMENT-MASTER.
               OPEN INPUT DEPARTMENT-FILE.
               IF WS-DEPARTMENT-STATUS NOT = "00"
                   DISPLAY "NUMSADD: CANNOT OPEN DEPARTMENT MASTER "
                           "NUMSDPF.DAT, STATUS=" WS-DEPARTMENT-STATUS
                   PERFORM RELEASE-RUN-LOCK
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM UNTIL WS-DEPT-EOF
                   READ DEPARTMENT-FILE
                       AT END
                           SET WS-DEPT-EOF TO TRUE
                       NOT AT END
                           IF DPF-DEPT NOT = SPACES AND
                              DPF-DEPT(1:1) NOT = "*"
                               PERFORM STORE-DEPARTMENT-ENTRY
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE DEPARTMENT-FILE.
               IF WS-DEPT-COUNT = ZERO
                   DISPLAY "NUMSADD: DEPARTMENT MASTER NUMSDPF.DAT "
                           "IS EMPTY - NOTHING COULD POST"
                   PERFORM RELEASE-RUN-LOCK
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.

      *> An unreadable limit is taken as no limit rather than
      *> stopping the run; the department's open/closed status
      *> still applies.
           STORE-DEPARTMENT-ENTRY.
               ADD 1 TO WS-DEPT-COUNT.
               IF WS-DEPT-COUNT > 200
                   DISPLAY "NUMSADD: MORE THAN 200 ENTRIES IN "
                           "NUMSDPF.DAT"
                   PERFORM RELEASE-RUN-LOCK
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE DPF-DEPT TO WS-DPF-DEPT(WS-DEPT-COUNT).
               MOVE DPF-STATUS TO WS-DPF-STATUS(WS-DEPT-COUNT).
               IF DPF-PERIOD-LIMIT NUMERIC
                   MOVE DPF-PERIOD-LIMIT TO
                        WS-DPF-LIMIT(WS-DEPT-COUNT)
               ELSE
                   DISPLAY "NUMSADD: NUMSDPF.DAT LIMIT FOR DEPT "
                           DPF-DEPT " NOT NUMERIC - NO LIMIT APPLIED"
                   MOVE ZERO TO WS-DPF-LIMIT(WS-DEPT-COUNT)
               END-IF.
               MOVE ZERO TO WS-DPF-PTD-ACTUAL(WS-DEPT-COUNT).

      *> Period-to-date spending per department: the accepted
      *> postings already on the audit trail for the business
      *> date's accounting period.  The audit trail must therefore
      *> be kept at least a full period before NUMSAUDR rolls it.
           LOAD-PERIOD-ACTUALS.
               MOVE WS-RUN-DATE(1:6) TO WS-CUR-PERIOD.
               MOVE "N" TO WS-AUD-EOF-SWITCH.
               OPEN INPUT AUDIT-FILE.
               IF WS-AUDIT-STATUS = "00"
                   PERFORM UNTIL WS-AUD-EOF
                       READ AUDIT-FILE
                           AT END
                               SET WS-AUD-EOF TO TRUE
                           NOT AT END
                               PERFORM ACCUMULATE-PERIOD-ACTUAL
                       END-READ
                   END-PERFORM
                   CLOSE AUDIT-FILE
               END-IF.

      *> A REVERSED record carries the negated result, so a batch
      *> backed out by NUMSREV gives its spending back to the period.
           ACCUMULATE-PERIOD-ACTUAL.
               IF (AUD-STATUS = "ACCEPTD" OR AUD-STATUS = "REVERSED")
                  AND AUD-DATE NUMERIC
                  AND AUD-DATE(1:6) = WS-CUR-PERIOD
                  AND AUD-RESULT NUMERIC
                   MOVE AUD-DEPT TO WS-LOOKUP-DEPT
                   PERFORM LOOKUP-DEPARTMENT
                   IF WS-DEPT-FOUND
                       ADD AUD-RESULT TO
                           WS-DPF-PTD-ACTUAL(WS-DEPT-CUR)
                   END-IF
               END-IF.

           LOOKUP-DEPARTMENT.
               MOVE "N" TO WS-DEPT-FOUND-SWITCH.
               MOVE ZERO TO WS-DEPT-CUR.
               PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1
                       UNTIL WS-DEPT-INDEX > WS-DEPT-COUNT
                          OR WS-DEPT-FOUND
                   IF WS-DPF-DEPT(WS-DEPT-INDEX) = WS-LOOKUP-DEPT
                       SET WS-DEPT-FOUND TO TRUE
                       MOVE WS-DEPT-INDEX TO WS-DEPT-CUR
                   END-IF
               END-PERFORM.

      *> Only a posting that adds to spending is held against the
      *> limit; a credit always brings the department back down, so
      *> it posts even when the department is already over.  A zero
      *> limit means none is set.
           CHECK-PERIOD-LIMIT.
               MOVE "N" TO WS-DEPT-OVER-SWITCH.
               IF WS-DPF-LIMIT(WS-DEPT-CUR) > ZERO
                  AND WS-RESULT > ZERO
                  AND WS-DPF-PTD-ACTUAL(WS-DEPT-CUR) + WS-RESULT >
                      WS-DPF-LIMIT(WS-DEPT-CUR)
                   SET WS-DEPT-OVER-LIMIT TO TRUE
               END-IF.

      *> Pre-posting balance pass over the whole input file: every
      *> submitter batch - the file may carry several back to back -
      *> is proved against its own trailer counts and hash totals
                           SET WS-RSB-EOF TO TRUE
                       NOT AT END
                           MOVE RESUBMIT-INPUT-RECORD TO
                                TRANS-RECORD
                           PERFORM BALANCE-ONE-RECORD
                   END-READ
               END-PERFORM.
                           SET WS-GNB-EOF TO TRUE
                       NOT AT END
                           MOVE GENBATCH-INPUT-RECORD TO
                                TRANS-RECORD
                           PERFORM BALANCE-ONE-RECORD
                   END-READ
               END-PERFORM.
      *> Out-of-balance batches are copied whole - header, details
      *> and trailer - to the quarantine file before posting starts.
      *> The pass rewrites the file from scratch, so rerunning it
      *> after an abend produces the same content.  The detail view
      *> spans the whole input record area, so writing FROM it
      *> carries any record type across intact.
           QUARANTINE-BAD-BATCHES.
                                   SET WS-RSB-EOF TO TRUE
                               NOT AT END
                                   MOVE RESUBMIT-INPUT-RECORD TO
                                        TRANS-RECORD
                                   PERFORM QUARANTINE-ONE-RECORD
                           END-READ
                       END-PERFORM
                                   SET WS-GNB-EOF TO TRUE
                               NOT AT END
                                   MOVE GENBATCH-INPUT-RECORD TO
                                        TRANS-RECORD
                                   PERFORM QUARANTINE-ONE-RECORD
                           END-READ
                       END-PERFORM
               END-IF.
               IF WS-BTB-OUT-OF-BAL(WS-CUR-BATCH)
                   WRITE QUARANTINE-RECORD FROM
                         TRANS-RECORD
               END-IF.

      *> The resubmit batch posts after the regular input, exactly
               CLOSE RESUBMIT-FILE.

           ROUTE-RESUBMIT-RECORD.
               MOVE RESUBMIT-INPUT-RECORD TO TRANS-RECORD.
               PERFORM ROUTE-AUXILIARY-RECORD.

           PROCESS-GENERATED-BATCH.
                           SET WS-GNB-EOF TO TRUE
                       NOT AT END
                           MOVE GENBATCH-INPUT-RECORD TO
                                TRANS-RECORD
                           PERFORM ROUTE-AUXILIARY-RECORD
                   END-READ
               END-PERFORM.
                                   MOVE CKP-REJ-COUNT-R009 TO
                                        WS-REJ-COUNT-R009
                                   PERFORM RESTORE-BATCH-TALLIES
                                   PERFORM RESTORE-DEPT-REJ-COUNTS
                                   PERFORM RESTORE-CURRENCY-TOTALS
                                   PERFORM RESTORE-GL-SIDE-TOTALS
                               END-IF
                       END-READ
                   END-PERFORM
                        WS-BTB-REJECTED(WS-BATCH-INDEX)
               END-PERFORM.

      *> A checkpoint written before the department master reject
      *> codes existed restores those counts as zero.
           RESTORE-DEPT-REJ-COUNTS.
               IF CKP-REJ-COUNT-R010 NUMERIC
                   MOVE CKP-REJ-COUNT-R010 TO WS-REJ-COUNT-R010
               ELSE
                   MOVE ZERO TO WS-REJ-COUNT-R010
               END-IF.
               IF CKP-REJ-COUNT-R011 NUMERIC
                   MOVE CKP-REJ-COUNT-R011 TO WS-REJ-COUNT-R011
               ELSE
                   MOVE ZERO TO WS-REJ-COUNT-R011
               END-IF.

      *> A checkpoint written before currency conversion existed
      *> restores the no-rate count and the currency totals as zero.
           RESTORE-CURRENCY-TOTALS.
               IF CKP-REJ-COUNT-R012 NUMERIC
                   MOVE CKP-REJ-COUNT-R012 TO WS-REJ-COUNT-R012
               ELSE
                   MOVE ZERO TO WS-REJ-COUNT-R012
               END-IF.
               MOVE ZERO TO WS-CCY-COUNT.
               IF CKP-CCY-COUNT NUMERIC
                   MOVE CKP-CCY-COUNT TO WS-CCY-COUNT
               END-IF.
               IF CKP-CCY-OVERFLOW = "Y"
                   SET WS-CCY-OVERFLOW TO TRUE
               END-IF.
               PERFORM VARYING WS-CCY-INDEX FROM 1 BY 1
                       UNTIL WS-CCY-INDEX > WS-CCY-COUNT
                          OR WS-CCY-INDEX > 50
                   MOVE CKP-CCY-CODE(WS-CCY-INDEX) TO
                        WS-CCY-CODE(WS-CCY-INDEX)
                   MOVE CKP-CCY-OP(WS-CCY-INDEX) TO
                        WS-CCY-OP(WS-CCY-INDEX)
                   MOVE CKP-CCY-TALLY(WS-CCY-INDEX) TO
                        WS-CCY-TALLY(WS-CCY-INDEX)
                   MOVE CKP-CCY-ORIG-SUM(WS-CCY-INDEX) TO
                        WS-CCY-ORIG-SUM(WS-CCY-INDEX)
                   MOVE CKP-CCY-BASE-SUM(WS-CCY-INDEX) TO
                        WS-CCY-BASE-SUM(WS-CCY-INDEX)
               END-PERFORM.

      *> A checkpoint written before the GL file carried debit and
      *> credit pairs restores the side totals as zero; the trailer
      *> then disagrees with the details and NUMSGLRC holds the file.
           RESTORE-GL-SIDE-TOTALS.
               IF CKP-GL-DEBIT-TOTAL NUMERIC
                   MOVE CKP-GL-DEBIT-TOTAL TO WS-GL-DEBIT-TOTAL
               ELSE
                   MOVE ZERO TO WS-GL-DEBIT-TOTAL
               END-IF.
               IF CKP-GL-CREDIT-TOTAL NUMERIC
                   MOVE CKP-GL-CREDIT-TOTAL TO WS-GL-CREDIT-TOTAL
               ELSE
                   MOVE ZERO TO WS-GL-CREDIT-TOTAL
               END-IF.

           VALIDATE-CHECKPOINT-RECORD.
               SET WS-CKP-RECORD-VALID TO TRUE.
               IF CKP-RECORD-COUNT NOT NUMERIC
               MOVE WS-SUM-RESULT TO CKP-SUM-RESULT.
               MOVE WS-GL-DETAIL-COUNT TO CKP-GL-DETAIL-COUNT.
               MOVE WS-GL-HASH-TOTAL TO CKP-GL-HASH-TOTAL.
               MOVE WS-GL-DEBIT-TOTAL TO CKP-GL-DEBIT-TOTAL.
               MOVE WS-GL-CREDIT-TOTAL TO CKP-GL-CREDIT-TOTAL.
               MOVE WS-OP-COUNT-ADD TO CKP-OP-COUNT-ADD.
               MOVE WS-OP-SUM-ADD TO CKP-OP-SUM-ADD.
               MOVE WS-OP-COUNT-SUB TO CKP-OP-COUNT-SUB.
               MOVE WS-REJ-COUNT-R007 TO CKP-REJ-COUNT-R007.
               MOVE WS-REJ-COUNT-R008 TO CKP-REJ-COUNT-R008.
               MOVE WS-REJ-COUNT-R009 TO CKP-REJ-COUNT-R009.
               MOVE WS-REJ-COUNT-R010 TO CKP-REJ-COUNT-R010.
               MOVE WS-REJ-COUNT-R011 TO CKP-REJ-COUNT-R011.
               MOVE WS-REJ-COUNT-R012 TO CKP-REJ-COUNT-R012.
               MOVE WS-CCY-OVERFLOW-SWITCH TO CKP-CCY-OVERFLOW.
               MOVE WS-CCY-COUNT TO CKP-CCY-COUNT.
               PERFORM VARYING WS-CCY-INDEX FROM 1 BY 1
                       UNTIL WS-CCY-INDEX > WS-CCY-COUNT
                   MOVE WS-CCY-CODE(WS-CCY-INDEX) TO
                        CKP-CCY-CODE(WS-CCY-INDEX)
                   MOVE WS-CCY-OP(WS-CCY-INDEX) TO
                        CKP-CCY-OP(WS-CCY-INDEX)
                   MOVE WS-CCY-TALLY(WS-CCY-INDEX) TO
                        CKP-CCY-TALLY(WS-CCY-INDEX)
                   MOVE WS-CCY-ORIG-SUM(WS-CCY-INDEX) TO
                        CKP-CCY-ORIG-SUM(WS-CCY-INDEX)
                   MOVE WS-CCY-BASE-SUM(WS-CCY-INDEX) TO
                        CKP-CCY-BASE-SUM(WS-CCY-INDEX)
               END-PERFORM.
               MOVE WS-BATCH-COUNT TO CKP-BATCH-COUNT.
               PERFORM VARYING WS-BATCH-INDEX FROM 1 BY 1
                       UNTIL WS-BATCH-INDEX > WS-BATCH-COUNT
           VALIDATE-RECORD.
               SET WS-RECORD-VALID TO TRUE.
               MOVE SPACES TO WS-REASON-CODE WS-REASON-TEXT.
               MOVE ZERO TO WS-ORIG-RESULT WS-FX-RATE.
               IF TRANS-CURRENCY = SPACES
                   MOVE WS-BASE-CURRENCY TO WS-TRANS-CURRENCY
               ELSE
                   MOVE TRANS-CURRENCY TO WS-TRANS-CURRENCY
               END-IF.
               IF TRANS-REC-TYPE NOT = "D"
                   SET WS-RECORD-INVALID TO TRUE
                   MOVE "R003" TO WS-REASON-CODE
                           MOVE "NO GL ACCOUNT FOR DEPARTMENT"
                                TO WS-REASON-TEXT
                       ELSE
                           PERFORM VALIDATE-DEPARTMENT
                       END-IF
                   END-IF
               END-IF.

      *> Department checks come after the GL mapping: a closed or
      *> unknown department rejects before any arithmetic, and the
      *> period limit is tested against the computed result once it
      *> is converted to base currency.
           VALIDATE-DEPARTMENT.
               MOVE TRANS-DEPT TO WS-LOOKUP-DEPT.
               PERFORM LOOKUP-DEPARTMENT.
               IF NOT WS-DEPT-FOUND
                  OR WS-DPF-STATUS(WS-DEPT-CUR) NOT = "A"
                   SET WS-RECORD-INVALID TO TRUE
                   MOVE "R010" TO WS-REASON-CODE
                   MOVE "DEPARTMENT CLOSED OR UNKNOWN"
                        TO WS-REASON-TEXT
               ELSE
                   PERFORM PERFORM-OPERATION
                   IF NOT WS-SIZE-ERROR
                       PERFORM CONVERT-TO-BASE
                   END-IF
                   IF WS-SIZE-ERROR
                       SET WS-RECORD-INVALID TO TRUE
                       MOVE "R009" TO WS-REASON-CODE
                       MOVE "RESULT EXCEEDS AMOUNT LIMIT"
                            TO WS-REASON-TEXT
                   ELSE
                       IF NOT WS-FXR-FOUND
                           SET WS-RECORD-INVALID TO TRUE
                           MOVE "R012" TO WS-REASON-CODE
                           MOVE "NO EXCHANGE RATE FOR CURRENCY"
                                TO WS-REASON-TEXT
                       ELSE
                           PERFORM CHECK-PERIOD-LIMIT
                           IF WS-DEPT-OVER-LIMIT
                               SET WS-RECORD-INVALID TO TRUE
                               MOVE "R011" TO WS-REASON-CODE
                               MOVE "DEPT PERIOD LIMIT EXCEEDED"
                                    TO WS-REASON-TEXT
                           END-IF
                       END-IF
                   END-IF
               END-IF.

      *> The operation's result is kept in the currency submitted and
      *> WS-RESULT becomes its base-currency equivalent, so the limit
      *> check, the control totals and every posting downstream work
      *> in base currency.  A base-currency record converts at one.
           CONVERT-TO-BASE.
               MOVE WS-RESULT TO WS-ORIG-RESULT.
               IF WS-TRANS-CURRENCY = WS-BASE-CURRENCY
                   SET WS-FXR-FOUND TO TRUE
                   MOVE 1 TO WS-FX-RATE
               ELSE
                   MOVE WS-TRANS-CURRENCY TO WS-LOOKUP-CURRENCY
                   PERFORM LOOKUP-EXCHANGE-RATE
                   IF WS-FXR-FOUND
                       COMPUTE WS-RESULT ROUNDED =
                           WS-ORIG-RESULT * WS-FX-RATE
                           ON SIZE ERROR
                               SET WS-SIZE-ERROR TO TRUE
                       END-COMPUTE
                   END-IF
               END-IF.

      *> The arithmetic runs inside validation so a result too
      *> large for the posting fields rejects cleanly (R009) instead
      *> of truncating on its way to the GL.
               ADD NUM1 TO WS-SUM-NUM1.
               ADD NUM2 TO WS-SUM-NUM2.
               ADD WS-RESULT TO WS-SUM-RESULT.
               ADD WS-RESULT TO WS-DPF-PTD-ACTUAL(WS-DEPT-CUR).
               EVALUATE OPERATION-CODE
                   WHEN "A"
                       ADD 1 TO WS-OP-COUNT-ADD
                       ADD 1 TO WS-OP-COUNT-DIV
                       ADD WS-RESULT TO WS-OP-SUM-DIV
               END-EVALUATE.
               PERFORM TALLY-CURRENCY-TOTALS.

      *> A run posting more currency / operation pairs than the table
      *> holds still posts; the control report says the breakdown is
      *> incomplete.
           TALLY-CURRENCY-TOTALS.
               MOVE ZERO TO WS-CCY-CUR.
               PERFORM VARYING WS-CCY-INDEX FROM 1 BY 1
                       UNTIL WS-CCY-INDEX > WS-CCY-COUNT
                          OR WS-CCY-CUR > ZERO
                   IF WS-CCY-CODE(WS-CCY-INDEX) = WS-TRANS-CURRENCY
                      AND WS-CCY-OP(WS-CCY-INDEX) = OPERATION-CODE
                       MOVE WS-CCY-INDEX TO WS-CCY-CUR
                   END-IF
               END-PERFORM.
               IF WS-CCY-CUR = ZERO
                   IF WS-CCY-COUNT < 50
                       ADD 1 TO WS-CCY-COUNT
                       MOVE WS-CCY-COUNT TO WS-CCY-CUR
                       MOVE WS-TRANS-CURRENCY TO
                            WS-CCY-CODE(WS-CCY-CUR)
                       MOVE OPERATION-CODE TO WS-CCY-OP(WS-CCY-CUR)
                       MOVE ZERO TO WS-CCY-TALLY(WS-CCY-CUR)
                                    WS-CCY-ORIG-SUM(WS-CCY-CUR)
                                    WS-CCY-BASE-SUM(WS-CCY-CUR)
                   ELSE
                       IF NOT WS-CCY-OVERFLOW
                           DISPLAY "NUMSADD: MORE THAN 50 CURRENCY / "
                                   "OPERATION PAIRS - CURRENCY TOTALS "
                                   "INCOMPLETE"
                           SET WS-CCY-OVERFLOW TO TRUE
                       END-IF
                   END-IF
               END-IF.
               IF WS-CCY-CUR > ZERO
                   ADD 1 TO WS-CCY-TALLY(WS-CCY-CUR)
                   ADD WS-ORIG-RESULT TO WS-CCY-ORIG-SUM(WS-CCY-CUR)
                   ADD WS-RESULT TO WS-CCY-BASE-SUM(WS-CCY-CUR)
               END-IF.

           WRITE-RESULT.
               MOVE SPACES TO RESULT-RECORD.
               MOVE WS-RESULT TO OUT-RESULT.
               MOVE TRANS-ID TO OUT-TRANS-ID.
               MOVE TRANS-DEPT TO OUT-DEPT.
               MOVE WS-TRANS-CURRENCY TO OUT-CURRENCY.
               MOVE WS-ORIG-RESULT TO OUT-ORIG-AMOUNT.
               MOVE WS-FX-RATE TO OUT-FX-RATE.
               WRITE RESULT-RECORD.
               PERFORM RECORD-TRANS-ID.
               PERFORM WRITE-GL-DETAIL.
                       ADD 1 TO WS-REJ-COUNT-R008
                   WHEN "R009"
                       ADD 1 TO WS-REJ-COUNT-R009
                   WHEN "R010"
                       ADD 1 TO WS-REJ-COUNT-R010
                   WHEN "R011"
                       ADD 1 TO WS-REJ-COUNT-R011
                   WHEN "R012"
                       ADD 1 TO WS-REJ-COUNT-R012
               END-EVALUATE.
               MOVE NUM1-X TO REJ-NUM1.
               MOVE NUM2-X TO REJ-NUM2.
               MOVE TRANS-DEPT TO REJ-DEPT.
               MOVE TRANS-ID TO REJ-TRANS-ID.
               MOVE WS-RUN-DATE TO REJ-REJECT-DATE.
               MOVE TRANS-CURRENCY TO REJ-CURRENCY.
               IF WS-MODE-EDIT
                   WRITE EDIT-REJECT-LINE FROM REJECT-RECORD
               ELSE
               IF WS-RECORD-VALID
                   MOVE "ACCEPTD" TO AUD-STATUS
                   MOVE WS-RESULT TO AUD-RESULT
                   MOVE WS-ORIG-RESULT TO AUD-ORIG-AMOUNT
               ELSE
                   MOVE "REJECTD" TO AUD-STATUS
                   MOVE ZERO TO AUD-RESULT AUD-ORIG-AMOUNT
               END-IF.
               MOVE TRANS-ID TO AUD-TRANS-ID.
               MOVE TRANS-DEPT TO AUD-DEPT.
               MOVE WS-TRANS-CURRENCY TO AUD-CURRENCY.
               MOVE WS-FX-RATE TO AUD-FX-RATE.
               WRITE AUDIT-RECORD.

      *> One section per submitter batch, in file order, then the
               WRITE CONTROL-LINE.
               MOVE WS-CONTROL-LINE-5 TO CONTROL-LINE.
               WRITE CONTROL-LINE.
               MOVE WS-BASE-CURRENCY TO WS-CTL-BASE-CURRENCY.
               MOVE WS-CONTROL-LINE-B TO CONTROL-LINE.
               WRITE CONTROL-LINE.
               MOVE WS-CONTROL-LINE-6 TO CONTROL-LINE.
               WRITE CONTROL-LINE.
               MOVE WS-CONTROL-LINE-7 TO CONTROL-LINE.
               WRITE CONTROL-LINE.
               MOVE WS-CONTROL-LINE-9 TO CONTROL-LINE.
               WRITE CONTROL-LINE.
               PERFORM VARYING WS-CCY-INDEX FROM 1 BY 1
                       UNTIL WS-CCY-INDEX > WS-CCY-COUNT
                   PERFORM WRITE-CURRENCY-LINES
               END-PERFORM.
               IF WS-CCY-OVERFLOW
                   MOVE WS-CONTROL-LINE-Z TO CONTROL-LINE
                   WRITE CONTROL-LINE
               END-IF.

      *> Three lines per currency and operation code: how many were
      *> accepted, their total in the currency submitted, and the
      *> same total as converted to base.
           WRITE-CURRENCY-LINES.
               EVALUATE WS-CCY-OP(WS-CCY-INDEX)
                   WHEN "A"
                       MOVE "ADD" TO WS-CTX-OP
                   WHEN "S"
                       MOVE "SUB" TO WS-CTX-OP
                   WHEN "M"
                       MOVE "MUL" TO WS-CTX-OP
                   WHEN OTHER
                       MOVE "DIV" TO WS-CTX-OP
               END-EVALUATE.
               MOVE WS-CTX-OP TO WS-CTY-OP.
               MOVE WS-CCY-CODE(WS-CCY-INDEX) TO WS-CTX-CURRENCY
                                                  WS-CTY-CURRENCY.
               MOVE WS-CCY-TALLY(WS-CCY-INDEX) TO WS-CTX-COUNT.
               MOVE WS-CONTROL-LINE-X TO CONTROL-LINE.
               WRITE CONTROL-LINE.
               MOVE "ORIGINAL" TO WS-CTY-LABEL.
               MOVE WS-CCY-ORIG-SUM(WS-CCY-INDEX) TO WS-CTY-AMOUNT.
               MOVE WS-CONTROL-LINE-Y TO CONTROL-LINE.
               WRITE CONTROL-LINE.
               MOVE SPACES TO WS-CTY-LABEL.
               STRING "IN " WS-BASE-CURRENCY DELIMITED BY SIZE
                   INTO WS-CTY-LABEL.
               MOVE WS-CCY-BASE-SUM(WS-CCY-INDEX) TO WS-CTY-AMOUNT.
               MOVE WS-CONTROL-LINE-Y TO CONTROL-LINE.
               WRITE CONTROL-LINE.

           WRITE-BATCH-SECTION.
               MOVE WS-BTB-BATCH-ID(WS-BATCH-INDEX) TO
               MOVE WS-REJ-COUNT-R007 TO HIS-REJ-COUNT-R007.
               MOVE WS-REJ-COUNT-R008 TO HIS-REJ-COUNT-R008.
               MOVE WS-REJ-COUNT-R009 TO HIS-REJ-COUNT-R009.
               MOVE WS-REJ-COUNT-R010 TO HIS-REJ-COUNT-R010.
               MOVE WS-REJ-COUNT-R011 TO HIS-REJ-COUNT-R011.
               MOVE WS-REJ-COUNT-R012 TO HIS-REJ-COUNT-R012.
               WRITE RUN-HISTORY-RECORD.
               CLOSE RUN-HISTORY-FILE.

               MOVE WS-GL-HEADER-LINE TO GL-LINE.
               WRITE GL-LINE.

      *> Each posting goes out as a balanced pair with the same
      *> transaction ID and amount, debit side first.  The detail
      *> count and hash cover both lines.
           WRITE-GL-DETAIL.
               MOVE WS-RUN-DATE TO GLD-BATCH-DATE.
               MOVE TRANS-ID TO GLD-TRANS-ID.
               MOVE WS-RESULT TO GLD-AMOUNT.
               MOVE WS-TRANS-CURRENCY TO GLD-CURRENCY.
               MOVE WS-ORIG-RESULT TO GLD-ORIG-AMOUNT.
               MOVE WS-FX-RATE TO GLD-FX-RATE.
               ADD 2 TO WS-GL-DETAIL-COUNT.
               ADD WS-RESULT WS-RESULT TO WS-GL-HASH-TOTAL.
               ADD WS-RESULT TO WS-GL-DEBIT-TOTAL.
               ADD WS-RESULT TO WS-GL-CREDIT-TOTAL.
               MOVE WS-GL-DEBIT-ACCOUNT TO GLD-ACCOUNT.
               SET GLD-DEBIT TO TRUE.
               MOVE WS-GL-DETAIL-LINE TO GL-LINE.
               WRITE GL-LINE.
               MOVE WS-GL-CREDIT-ACCOUNT TO GLD-ACCOUNT.
               SET GLD-CREDIT TO TRUE.
               MOVE WS-GL-DETAIL-LINE TO GL-LINE.
               WRITE GL-LINE.

           WRITE-GL-TRAILER.
               MOVE WS-GL-DETAIL-COUNT TO GLT-RECORD-COUNT.
               MOVE WS-GL-HASH-TOTAL TO GLT-HASH-TOTAL.
               MOVE WS-GL-DEBIT-TOTAL TO GLT-DEBIT-TOTAL.
               MOVE WS-GL-CREDIT-TOTAL TO GLT-CREDIT-TOTAL.
               MOVE WS-GL-TRAILER-LINE TO GL-LINE.
               WRITE GL-LINE.
