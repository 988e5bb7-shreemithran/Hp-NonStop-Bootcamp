      *> totals per operation code, records rejected with a
      *> per-reason breakdown - so each cost-center manager can be
      *> answered from their own page instead of someone re-reading
      *> the raw input.  Each section opens with the department's
      *> budget position from the department master: its period
      *> spending limit, the period-to-date actual from the audit
      *> trail and the headroom left.  Accepted postings are also
      *> broken down by currency and operation code, with totals in
      *> the original currency and in the base currency the
      *> postings were converted to.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               SELECT REPORT-FILE ASSIGN TO "NUMSDPR.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT DEPARTMENT-FILE ASSIGN TO "NUMSDPF.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DEPARTMENT-STATUS.

               SELECT AUDIT-FILE ASSIGN TO "NUMSAUD.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-STATUS.

               SELECT CONTROL-DATE-FILE ASSIGN TO "NUMSBDT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BDT-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD  RESULT-FILE.
           FD  REPORT-FILE.
           01  REPORT-LINE              PIC X(80).

           FD  DEPARTMENT-FILE.
               COPY NUMSDPF.

           FD  AUDIT-FILE.
               COPY NUMSAUD.

           FD  CONTROL-DATE-FILE.
               COPY NUMSBDT.

           WORKING-STORAGE SECTION.
           01  WS-RESULT-EOF-SWITCH     PIC X VALUE "N".
               88  WS-RESULT-EOF            VALUE "Y".
           01  WS-DEPT-INDEX            PIC 9(3) VALUE ZERO.
           01  WS-DPT                   PIC 9(3) VALUE ZERO.
           01  WS-REASON-INDEX          PIC 9(2) VALUE ZERO.
           01  WS-REASON-NUM            PIC 9(3) VALUE ZERO.
           01  WS-DEPARTMENT-STATUS     PIC XX.
           01  WS-AUDIT-STATUS          PIC XX.
           01  WS-BDT-STATUS            PIC XX.
           01  WS-MST-EOF-SWITCH        PIC X VALUE "N".
               88  WS-MST-EOF               VALUE "Y".
           01  WS-AUD-EOF-SWITCH        PIC X VALUE "N".
               88  WS-AUD-EOF               VALUE "Y".
           01  WS-MST-FOUND-SWITCH      PIC X VALUE "N".
               88  WS-MST-FOUND             VALUE "Y".
           01  WS-CUR-PERIOD            PIC 9(6).
           01  WS-MST-COUNT             PIC 9(3) VALUE ZERO.
           01  WS-MST-INDEX             PIC 9(3) VALUE ZERO.
           01  WS-MST                   PIC 9(3) VALUE ZERO.
           01  WS-HEADROOM              PIC S9(16)V99 VALUE ZERO.
           01  WS-ORIG-AMOUNT           PIC S9(15)V99 VALUE ZERO.
           01  WS-LOOKUP-CURRENCY       PIC X(3).
           01  WS-CCY-COUNT             PIC 9(4) VALUE ZERO.
           01  WS-CCY-INDEX             PIC 9(4) VALUE ZERO.
           01  WS-CCY                   PIC 9(4) VALUE ZERO.
           01  WS-CCY-FOUND-SWITCH      PIC X VALUE "N".
               88  WS-CCY-FOUND             VALUE "Y".
           01  WS-CCY-OVERFLOW-SWITCH   PIC X VALUE "N".
               88  WS-CCY-OVERFLOW          VALUE "Y".

      *> Department master, with the period-to-date actual built up
      *> from the accepted postings on the audit trail.
           01  WS-MASTER-TABLE.
               05  WS-MASTER-ENTRY OCCURS 200 TIMES.
                   10  WS-MST-DEPT          PIC X(4).
                   10  WS-MST-NAME          PIC X(30).
                   10  WS-MST-MANAGER       PIC X(20).
                   10  WS-MST-STATUS        PIC X(1).
                   10  WS-MST-LIMIT         PIC S9(13)V99.
                   10  WS-MST-PTD-ACTUAL    PIC S9(16)V99.

           01  WS-DEPT-TABLE.
               05  WS-DEPT-ENTRY OCCURS 200 TIMES.
                   10  WS-DPT-OP-COUNT-DIV  PIC 9(7).
                   10  WS-DPT-OP-SUM-DIV    PIC S9(16)V99.
                   10  WS-DPT-REJ-COUNTS.
                       15  WS-DPT-REJ-COUNT OCCURS 12 TIMES
                                            PIC 9(7).

      *> Accepted postings per department, currency and operation
      *> code.  A result written before postings carried a currency
      *> has a blank code and its base amount as the original.
           01  WS-CCY-TABLE.
               05  WS-CCY-ENTRY OCCURS 1000 TIMES.
                   10  WS-CCY-DEPT          PIC X(4).
                   10  WS-CCY-CODE          PIC X(3).
                   10  WS-CCY-OP            PIC X(1).
                   10  WS-CCY-TALLY         PIC 9(7).
                   10  WS-CCY-ORIG-SUM      PIC S9(16)V99.
                   10  WS-CCY-BASE-SUM      PIC S9(16)V99.

           01  WS-REPORT-HEADING.
               05  FILLER               PIC X(21)
                                  VALUE "DEPARTMENT ACTIVITY  ".
               05  FILLER               PIC X(11)
                                         VALUE "DEPARTMENT ".
               05  WS-DPH-DEPT          PIC X(4).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  WS-DPH-NAME          PIC X(30).
               05  FILLER               PIC X(1) VALUE SPACE.
               05  WS-DPH-STATUS        PIC X(24).

           01  WS-MANAGER-LINE.
               05  FILLER               PIC X(20)
                                         VALUE "  MANAGER           ".
               05  WS-MGR-NAME          PIC X(20).

           01  WS-BUDGET-LINE.
               05  WS-BGT-LABEL         PIC X(20).
               05  WS-BGT-VALUE         PIC -Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

           01  WS-NO-LIMIT-LINE.
               05  WS-NLM-LABEL         PIC X(20).
               05  FILLER               PIC X(12)
                                         VALUE "NO LIMIT SET".

           01  WS-COUNT-LINE.
               05  WS-CNT-LABEL         PIC X(20).
               05  FILLER               PIC X(7) VALUE " COUNT ".
               05  WS-RSN-COUNT-ED      PIC ZZZ,ZZZ,ZZ9.

           01  WS-CCY-HEADING-LINE.
               05  FILLER               PIC X(20)
                                         VALUE "  BY CURRENCY       ".

           01  WS-CCY-LINE.
               05  FILLER               PIC X(2) VALUE SPACES.
               05  WS-CCL-CODE          PIC X(3).
               05  FILLER               PIC X(1) VALUE SPACE.
               05  WS-CCL-OP            PIC X(3).
               05  FILLER               PIC X(1) VALUE SPACE.
               05  WS-CCL-COUNT-ED      PIC ZZZ,ZZZ,ZZ9.
               05  FILLER               PIC X(6) VALUE " ORIG ".
               05  WS-CCL-ORIG-ED       PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
               05  FILLER               PIC X(6) VALUE " BASE ".
               05  WS-CCL-BASE-ED       PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

           01  WS-CCY-FULL-LINE         PIC X(44)
               VALUE "  CURRENCY BREAKDOWN INCOMPLETE - TABLE FULL".

           01  WS-SEPARATOR-LINE        PIC X(40) VALUE ALL "-".

           PROCEDURE DIVISION.
           MAIN-PARA.
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
               PERFORM LOAD-BUSINESS-DATE.
               PERFORM LOAD-DEPARTMENT-MASTER.
               PERFORM LOAD-PERIOD-ACTUALS.
               PERFORM TALLY-RESULT-FILE.
               PERFORM TALLY-REJECT-FILE.
               OPEN OUTPUT REPORT-FILE.
                       "NUMSDPR.DAT".
               STOP RUN.

      *> The statement is dated and its period taken from the
      *> business date the postings carry, when one is on file.
           LOAD-BUSINESS-DATE.
               OPEN INPUT CONTROL-DATE-FILE.
               IF WS-BDT-STATUS = "00"
                   READ CONTROL-DATE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF BDT-BUSINESS-DATE NUMERIC
                               MOVE BDT-BUSINESS-DATE TO WS-RUN-DATE
                           END-IF
                   END-READ
                   CLOSE CONTROL-DATE-FILE
               END-IF.
               MOVE WS-RUN-DATE(1:6) TO WS-CUR-PERIOD.

      *> Without a department master the statement still prints;
      *> the budget lines just say the department is not on file.
           LOAD-DEPARTMENT-MASTER.
               OPEN INPUT DEPARTMENT-FILE.
               IF WS-DEPARTMENT-STATUS = "00"
                   PERFORM UNTIL WS-MST-EOF
                       READ DEPARTMENT-FILE
                           AT END
                               SET WS-MST-EOF TO TRUE
                           NOT AT END
                               IF DPF-DEPT NOT = SPACES AND
                                  DPF-DEPT(1:1) NOT = "*"
                                   PERFORM STORE-MASTER-ENTRY
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE DEPARTMENT-FILE
               ELSE
                   DISPLAY "NUMSDPT: NUMSDPF.DAT NOT READABLE, "
                           "STATUS=" WS-DEPARTMENT-STATUS
               END-IF.

           STORE-MASTER-ENTRY.
               IF WS-MST-COUNT < 200
                   ADD 1 TO WS-MST-COUNT
                   MOVE DPF-DEPT TO WS-MST-DEPT(WS-MST-COUNT)
                   MOVE DPF-NAME TO WS-MST-NAME(WS-MST-COUNT)
                   MOVE DPF-MANAGER TO WS-MST-MANAGER(WS-MST-COUNT)
                   MOVE DPF-STATUS TO WS-MST-STATUS(WS-MST-COUNT)
                   IF DPF-PERIOD-LIMIT NUMERIC
                       MOVE DPF-PERIOD-LIMIT TO
                            WS-MST-LIMIT(WS-MST-COUNT)
                   ELSE
                       MOVE ZERO TO WS-MST-LIMIT(WS-MST-COUNT)
                   END-IF
                   MOVE ZERO TO WS-MST-PTD-ACTUAL(WS-MST-COUNT)
               END-IF.

      *> Same period-to-date rule NUMSADD enforces the limit with:
      *> every accepted posting on the audit trail for the period.
           LOAD-PERIOD-ACTUALS.
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
                   PERFORM FIND-MASTER-ENTRY
                   IF WS-MST-FOUND
                       ADD AUD-RESULT TO WS-MST-PTD-ACTUAL(WS-MST)
                   END-IF
               END-IF.

           FIND-MASTER-ENTRY.
               MOVE "N" TO WS-MST-FOUND-SWITCH.
               MOVE ZERO TO WS-MST.
               PERFORM VARYING WS-MST-INDEX FROM 1 BY 1
                       UNTIL WS-MST-INDEX > WS-MST-COUNT
                          OR WS-MST-FOUND
                   IF WS-MST-DEPT(WS-MST-INDEX) = WS-LOOKUP-DEPT
                       SET WS-MST-FOUND TO TRUE
                       MOVE WS-MST-INDEX TO WS-MST
                   END-IF
               END-PERFORM.

           TALLY-RESULT-FILE.
               OPEN INPUT RESULT-FILE.
               IF WS-RESULT-STATUS = "00"
                       ADD 1 TO WS-DPT-OP-COUNT-DIV(WS-DPT)
                       ADD OUT-RESULT TO WS-DPT-OP-SUM-DIV(WS-DPT)
               END-EVALUATE.
               PERFORM TALLY-RESULT-CURRENCY.

           TALLY-RESULT-CURRENCY.
               IF OUT-ORIG-AMOUNT NUMERIC
                  AND OUT-CURRENCY NOT = SPACES
                   MOVE OUT-ORIG-AMOUNT TO WS-ORIG-AMOUNT
               ELSE
                   MOVE OUT-RESULT TO WS-ORIG-AMOUNT
               END-IF.
               MOVE OUT-CURRENCY TO WS-LOOKUP-CURRENCY.
               PERFORM FIND-CURRENCY-ENTRY.
               IF WS-CCY-FOUND
                   ADD 1 TO WS-CCY-TALLY(WS-CCY)
                   ADD WS-ORIG-AMOUNT TO WS-CCY-ORIG-SUM(WS-CCY)
                   ADD OUT-RESULT TO WS-CCY-BASE-SUM(WS-CCY)
               END-IF.

           FIND-CURRENCY-ENTRY.
               MOVE "N" TO WS-CCY-FOUND-SWITCH.
               MOVE ZERO TO WS-CCY.
               PERFORM VARYING WS-CCY-INDEX FROM 1 BY 1
                       UNTIL WS-CCY-INDEX > WS-CCY-COUNT
                          OR WS-CCY-FOUND
                   IF WS-CCY-DEPT(WS-CCY-INDEX) = OUT-DEPT
                      AND WS-CCY-CODE(WS-CCY-INDEX) =
                          WS-LOOKUP-CURRENCY
                      AND WS-CCY-OP(WS-CCY-INDEX) =
                          OUT-OPERATION-CODE
                       SET WS-CCY-FOUND TO TRUE
                       MOVE WS-CCY-INDEX TO WS-CCY
                   END-IF
               END-PERFORM.
               IF NOT WS-CCY-FOUND
                   IF WS-CCY-COUNT < 1000
                       ADD 1 TO WS-CCY-COUNT
                       MOVE WS-CCY-COUNT TO WS-CCY
                       MOVE OUT-DEPT TO WS-CCY-DEPT(WS-CCY)
                       MOVE WS-LOOKUP-CURRENCY TO WS-CCY-CODE(WS-CCY)
                       MOVE OUT-OPERATION-CODE TO WS-CCY-OP(WS-CCY)
                       MOVE ZERO TO WS-CCY-TALLY(WS-CCY)
                                    WS-CCY-ORIG-SUM(WS-CCY)
                                    WS-CCY-BASE-SUM(WS-CCY)
                       SET WS-CCY-FOUND TO TRUE
                   ELSE
                       IF NOT WS-CCY-OVERFLOW
                           DISPLAY "NUMSDPT: MORE THAN 1000 "
                                   "DEPARTMENT/CURRENCY TOTALS - "
                                   "BREAKDOWN INCOMPLETE"
                           SET WS-CCY-OVERFLOW TO TRUE
                       END-IF
                   END-IF
               END-IF.

           TALLY-REJECT-FILE.
               OPEN INPUT REJECT-FILE.
               MOVE REJ-DEPT TO WS-LOOKUP-DEPT.
               PERFORM FIND-DEPT-ENTRY.
               ADD 1 TO WS-DPT-REJECTED(WS-DPT).
               IF REJ-REASON-CODE(1:1) = "R"
                  AND REJ-REASON-CODE(2:3) NUMERIC
                   MOVE REJ-REASON-CODE(2:3) TO WS-REASON-NUM
                   IF WS-REASON-NUM >= 1 AND WS-REASON-NUM <= 12
                       MOVE WS-REASON-NUM TO WS-REASON-INDEX
                       ADD 1 TO
                           WS-DPT-REJ-COUNT(WS-DPT WS-REASON-INDEX)
                   END-IF
               END-IF.

      *> Departments appear in the table in first-seen order; a

           WRITE-DEPT-SECTION.
               WRITE REPORT-LINE FROM WS-SEPARATOR-LINE.
               MOVE WS-DPT-DEPT(WS-DEPT-INDEX) TO WS-DPH-DEPT
                                                  WS-LOOKUP-DEPT.
               PERFORM FIND-MASTER-ENTRY.
               IF WS-MST-FOUND
                   MOVE WS-MST-NAME(WS-MST) TO WS-DPH-NAME
                   IF WS-MST-STATUS(WS-MST) = "A"
                       MOVE SPACES TO WS-DPH-STATUS
                   ELSE
                       MOVE "(CLOSED)" TO WS-DPH-STATUS
                   END-IF
               ELSE
                   MOVE SPACES TO WS-DPH-NAME
                   MOVE "(NOT ON DEPARTMENT FILE)" TO WS-DPH-STATUS
               END-IF.
               WRITE REPORT-LINE FROM WS-DEPT-HEADER-LINE.
               IF WS-MST-FOUND
                   PERFORM WRITE-BUDGET-LINES
               END-IF.
               MOVE "  RECORDS ACCEPTED  " TO WS-CNT-LABEL.
               MOVE WS-DPT-ACCEPTED(WS-DEPT-INDEX) TO WS-CNT-VALUE.
               WRITE REPORT-LINE FROM WS-COUNT-LINE.
               MOVE WS-DPT-OP-SUM-DIV(WS-DEPT-INDEX) TO
                    WS-OPL-SUM-ED.
               WRITE REPORT-LINE FROM WS-OP-LINE.
               PERFORM WRITE-CURRENCY-LINES.
               MOVE "  RECORDS REJECTED  " TO WS-CNT-LABEL.
               MOVE WS-DPT-REJECTED(WS-DEPT-INDEX) TO WS-CNT-VALUE.
               WRITE REPORT-LINE FROM WS-COUNT-LINE.
               PERFORM VARYING WS-REASON-INDEX FROM 1 BY 1
                       UNTIL WS-REASON-INDEX > 12
                   IF WS-DPT-REJ-COUNT(WS-DEPT-INDEX
                                       WS-REASON-INDEX) > ZERO
                       PERFORM WRITE-REASON-LINE

           WRITE-REASON-LINE.
               MOVE SPACES TO WS-RSN-CODE.
               STRING "R0" WS-REASON-INDEX DELIMITED BY SIZE
                   INTO WS-RSN-CODE.
               MOVE WS-DPT-REJ-COUNT(WS-DEPT-INDEX WS-REASON-INDEX)
                    TO WS-RSN-COUNT-ED.
               WRITE REPORT-LINE FROM WS-REASON-LINE.

           WRITE-CURRENCY-LINES.
               IF WS-DPT-ACCEPTED(WS-DEPT-INDEX) > ZERO
                   WRITE REPORT-LINE FROM WS-CCY-HEADING-LINE
                   PERFORM VARYING WS-CCY-INDEX FROM 1 BY 1
                           UNTIL WS-CCY-INDEX > WS-CCY-COUNT
                       IF WS-CCY-DEPT(WS-CCY-INDEX) =
                          WS-DPT-DEPT(WS-DEPT-INDEX)
                           PERFORM WRITE-CURRENCY-LINE
                       END-IF
                   END-PERFORM
                   IF WS-CCY-OVERFLOW
                       WRITE REPORT-LINE FROM WS-CCY-FULL-LINE
                   END-IF
               END-IF.

           WRITE-CURRENCY-LINE.
               MOVE WS-CCY-CODE(WS-CCY-INDEX) TO WS-CCL-CODE.
               EVALUATE WS-CCY-OP(WS-CCY-INDEX)
                   WHEN "A"
                       MOVE "ADD" TO WS-CCL-OP
                   WHEN "S"
                       MOVE "SUB" TO WS-CCL-OP
                   WHEN "M"
                       MOVE "MUL" TO WS-CCL-OP
                   WHEN "D"
                       MOVE "DIV" TO WS-CCL-OP
                   WHEN OTHER
                       MOVE WS-CCY-OP(WS-CCY-INDEX) TO WS-CCL-OP
               END-EVALUATE.
               MOVE WS-CCY-TALLY(WS-CCY-INDEX) TO WS-CCL-COUNT-ED.
               MOVE WS-CCY-ORIG-SUM(WS-CCY-INDEX) TO WS-CCL-ORIG-ED.
               MOVE WS-CCY-BASE-SUM(WS-CCY-INDEX) TO WS-CCL-BASE-ED.
               WRITE REPORT-LINE FROM WS-CCY-LINE.

      *> Budget position for the period the business date falls in:
      *> the limit, what has been spent against it so far and what
      *> is left (negative once the department is over).
           WRITE-BUDGET-LINES.
               MOVE WS-MST-MANAGER(WS-MST) TO WS-MGR-NAME.
               WRITE REPORT-LINE FROM WS-MANAGER-LINE.
               IF WS-MST-LIMIT(WS-MST) > ZERO
                   MOVE "  PERIOD LIMIT      " TO WS-BGT-LABEL
                   MOVE WS-MST-LIMIT(WS-MST) TO WS-BGT-VALUE
                   WRITE REPORT-LINE FROM WS-BUDGET-LINE
               ELSE
                   MOVE "  PERIOD LIMIT      " TO WS-NLM-LABEL
                   WRITE REPORT-LINE FROM WS-NO-LIMIT-LINE
               END-IF.
               MOVE "  PERIOD-TO-DATE    " TO WS-BGT-LABEL.
               MOVE WS-MST-PTD-ACTUAL(WS-MST) TO WS-BGT-VALUE.
               WRITE REPORT-LINE FROM WS-BUDGET-LINE.
               IF WS-MST-LIMIT(WS-MST) > ZERO
                   COMPUTE WS-HEADROOM = WS-MST-LIMIT(WS-MST)
                                       - WS-MST-PTD-ACTUAL(WS-MST)
                   MOVE "  REMAINING         " TO WS-BGT-LABEL
                   MOVE WS-HEADROOM TO WS-BGT-VALUE
                   WRITE REPORT-LINE FROM WS-BUDGET-LINE
               ELSE
                   MOVE "  REMAINING         " TO WS-NLM-LABEL
                   WRITE REPORT-LINE FROM WS-NO-LIMIT-LINE
               END-IF.
