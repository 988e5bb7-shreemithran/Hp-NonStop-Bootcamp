           IDENTIFICATION DIVISION.
           PROGRAM-ID. NUMSANM.

      *> Audit-trail anomaly screening.  NUMSADD rejects records
      *> that are badly formed; this program looks for postings that
      *> were well formed and accepted but still look wrong, and
      *> lists each one with the rule it tripped in NUMSANR.DAT:
      *>
      *>   DUPL  the same operation and amount from the same
      *>         department again within ANOMALY-DUP-MINUTES
      *>   VOLM  a department's day count or value at least
      *>         ANOMALY-VOLUME-FACTOR times its usual day, the usual
      *>         day being the average of the days it posted in the
      *>         previous ANOMALY-HISTORY-DAYS (needs at least
      *>         ANOMALY-MIN-HISTORY such days to judge)
      *>   NEAR  a string of ANOMALY-NEAR-COUNT or more amounts in a
      *>         department's day that fall within ANOMALY-NEAR-PCT
      *>         percent below a multiple of ANOMALY-ROUND-UNIT
      *>
      *> The thresholds come from the shared NUMSPRM.DAT.  Only
      *> ACCEPTD audit records are screened.  By default the
      *> business date is screened; a FROM-DATE / THRU-DATE in
      *> NUMSANP.DAT screens a longer range, each day judged
      *> against the department's history before it.
      *>
      *> The audit file is read twice: the first pass builds each
      *> department's day totals, the second screens and reports
      *> the individual postings.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT AUDIT-FILE ASSIGN TO "NUMSAUD.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-STATUS.

               SELECT PARAM-FILE ASSIGN TO "NUMSPRM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARAM-STATUS.

               SELECT SELECTION-FILE ASSIGN TO "NUMSANP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SELECTION-STATUS.

               SELECT CONTROL-DATE-FILE ASSIGN TO "NUMSBDT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BDT-STATUS.

               SELECT REPORT-FILE ASSIGN TO "NUMSANR.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD  AUDIT-FILE.
               COPY NUMSAUD.

           FD  PARAM-FILE.
           01  PARAM-LINE               PIC X(80).

           FD  SELECTION-FILE.
           01  SELECTION-LINE           PIC X(80).

           FD  CONTROL-DATE-FILE.
               COPY NUMSBDT.

           FD  REPORT-FILE.
           01  REPORT-LINE              PIC X(132).

           WORKING-STORAGE SECTION.
           01  WS-AUDIT-STATUS          PIC XX.
           01  WS-PARAM-STATUS          PIC XX.
           01  WS-SELECTION-STATUS      PIC XX.
           01  WS-BDT-STATUS            PIC XX.
           01  WS-AUDIT-EOF-SWITCH      PIC X VALUE "N".
               88  WS-AUDIT-EOF             VALUE "Y".
           01  WS-PARAM-EOF-SWITCH      PIC X VALUE "N".
               88  WS-PARAM-EOF             VALUE "Y".
           01  WS-SCREEN-SWITCH         PIC X VALUE "N".
               88  WS-RECORD-SCREENED       VALUE "Y".
           01  WS-FOUND-SWITCH          PIC X VALUE "N".
               88  WS-ENTRY-FOUND           VALUE "Y".
           01  WS-DD-FULL-SWITCH        PIC X VALUE "N".
               88  WS-DD-TABLE-FULL         VALUE "Y".
           01  WS-DAY-FULL-SWITCH       PIC X VALUE "N".
               88  WS-DAY-TABLE-FULL        VALUE "Y".
           01  WS-PARAM-KEY             PIC X(20).
           01  WS-PARAM-VALUE           PIC X(30).
           01  WS-PARAM-NUM-SWITCH      PIC X VALUE "N".
               88  WS-PARAM-NUM-OK          VALUE "Y".
           01  WS-PARAM-NUM             PIC 9(9) VALUE ZERO.
           01  WS-PARAM-IDX             PIC 9(2) VALUE ZERO.
           01  WS-PARAM-DIGIT           PIC 9(1) VALUE ZERO.
           01  WS-RUN-DATE              PIC 9(8).

      *> Screening thresholds, overridable from NUMSPRM.DAT.
           01  WS-DUP-MINUTES           PIC 9(4) VALUE 60.
           01  WS-VOLUME-FACTOR         PIC 9(3) VALUE 10.
           01  WS-HISTORY-DAYS          PIC 9(4) VALUE 90.
           01  WS-MIN-HISTORY           PIC 9(4) VALUE 5.
           01  WS-ROUND-UNIT            PIC 9(9) VALUE 1000.
           01  WS-NEAR-PCT              PIC 9(2) VALUE 2.
           01  WS-NEAR-COUNT            PIC 9(4) VALUE 3.

      *> Range screened; both default to the business date.
           01  WS-FROM-DATE             PIC 9(8) VALUE ZERO.
           01  WS-THRU-DATE             PIC 9(8) VALUE ZERO.
           01  WS-FROM-INT              PIC 9(7) VALUE ZERO.
           01  WS-HISTORY-START-INT     PIC 9(7) VALUE ZERO.
           01  WS-REC-DATE-INT          PIC 9(7) VALUE ZERO.
           01  WS-NEAR-MARGIN           PIC 9(9)V99 VALUE ZERO.

           01  WS-AMOUNT                PIC 9(15)V99 VALUE ZERO.
           01  WS-ROUND-QUOTIENT        PIC 9(15) VALUE ZERO.
           01  WS-ROUND-REMAINDER       PIC 9(15)V99 VALUE ZERO.
           01  WS-NEAR-SWITCH           PIC X VALUE "N".
               88  WS-AMOUNT-NEAR           VALUE "Y".
           01  WS-REC-SECONDS           PIC 9(5) VALUE ZERO.
           01  WS-TIME-WORK             PIC 9(8) VALUE ZERO.
           01  WS-TIME-PARTS REDEFINES WS-TIME-WORK.
               05  WS-TIME-HH           PIC 9(2).
               05  WS-TIME-MM           PIC 9(2).
               05  WS-TIME-SS           PIC 9(2).
               05  WS-TIME-CC           PIC 9(2).
           01  WS-GAP-SECONDS           PIC S9(5) VALUE ZERO.
           01  WS-WINDOW-SECONDS        PIC 9(6) VALUE ZERO.

      *> One entry per department per day posted, in audit-file
      *> order; the audit file is appended in business-date order,
      *> so a day's entries are always at the end of the table
      *> while that day is being read.
           01  WS-DD-COUNT              PIC 9(5) VALUE ZERO.
           01  WS-DD                    PIC 9(5) VALUE ZERO.
           01  WS-DH                    PIC 9(5) VALUE ZERO.
           01  WS-DAY-START             PIC 9(5) VALUE ZERO.
           01  WS-DD-TABLE.
               05  WS-DD-ENTRY OCCURS 20000 TIMES.
                   10  WS-DD-DEPT           PIC X(4).
                   10  WS-DD-DATE           PIC 9(8).
                   10  WS-DD-DATE-INT       PIC 9(7).
                   10  WS-DD-TXN-COUNT      PIC 9(7).
                   10  WS-DD-VALUE          PIC 9(15)V99.
                   10  WS-DD-NEAR-TOTAL     PIC 9(5).
                   10  WS-DD-VOLUME-FLAG    PIC X(1).
                   10  WS-DD-USUAL-COUNT    PIC 9(7)V99.
                   10  WS-DD-USUAL-VALUE    PIC 9(15)V99.

           01  WS-HIST-DAYS-FOUND       PIC 9(5) VALUE ZERO.
           01  WS-HIST-COUNT-SUM        PIC 9(11) VALUE ZERO.
           01  WS-HIST-VALUE-SUM        PIC 9(17)V99 VALUE ZERO.
           01  WS-USUAL-COUNT           PIC 9(7)V99 VALUE ZERO.
           01  WS-USUAL-VALUE           PIC 9(15)V99 VALUE ZERO.

      *> The screened day's postings so far, for the duplicate rule.
           01  WS-DAY-DATE              PIC 9(8) VALUE ZERO.
           01  WS-DAY-COUNT             PIC 9(5) VALUE ZERO.
           01  WS-DX                    PIC 9(5) VALUE ZERO.
           01  WS-DAY-TABLE.
               05  WS-DAY-ENTRY OCCURS 9999 TIMES.
                   10  WS-DAY-DEPT          PIC X(4).
                   10  WS-DAY-OPERATION     PIC X(1).
                   10  WS-DAY-RESULT        PIC S9(15)V99.
                   10  WS-DAY-SECONDS       PIC 9(5).
                   10  WS-DAY-TIME          PIC 9(8).
                   10  WS-DAY-TRANS-ID      PIC X(12).

           01  WS-MATCH-TRANS-ID        PIC X(12).
           01  WS-MATCH-TIME            PIC 9(8).

           01  WS-COUNTERS.
               05  WS-READ-COUNT        PIC 9(9) VALUE ZERO.
               05  WS-SCREENED-COUNT    PIC 9(9) VALUE ZERO.
               05  WS-UNREADABLE-COUNT  PIC 9(9) VALUE ZERO.
               05  WS-DUPL-COUNT        PIC 9(7) VALUE ZERO.
               05  WS-VOLM-COUNT        PIC 9(7) VALUE ZERO.
               05  WS-NEAR-FLAG-COUNT   PIC 9(7) VALUE ZERO.
               05  WS-VOLM-DAY-COUNT    PIC 9(7) VALUE ZERO.
               05  WS-THIN-DAY-COUNT    PIC 9(7) VALUE ZERO.
               05  WS-EXCEPTION-COUNT   PIC 9(7) VALUE ZERO.

           01  WS-EDIT-COUNT            PIC Z,ZZZ,ZZ9.
           01  WS-EDIT-USUAL            PIC Z,ZZZ,ZZ9.99.
           01  WS-EDIT-VALUE            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           01  WS-EDIT-USUAL-VALUE      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           01  WS-EDIT-UNIT             PIC ZZZ,ZZZ,ZZ9.

           01  WS-REPORT-HEADING.
               05  FILLER               PIC X(29)
                       VALUE "AUDIT TRAIL ANOMALY SCREENING".
               05  FILLER               PIC X(12) VALUE "  SCREENED ".
               05  WS-RPH-FROM          PIC 9(8).
               05  FILLER               PIC X(6) VALUE " THRU ".
               05  WS-RPH-THRU          PIC 9(8).
               05  FILLER               PIC X(6) VALUE "  RUN ".
               05  WS-RPH-RUN-DATE      PIC 9(8).

           01  WS-THRESHOLD-LINE.
               05  FILLER               PIC X(2) VALUE SPACES.
               05  WS-THR-LABEL         PIC X(30).
               05  WS-THR-VALUE         PIC ZZZ,ZZZ,ZZ9.

           01  WS-COLUMN-HEADING.
               05  FILLER               PIC X(11) VALUE "DATE".
               05  FILLER               PIC X(9)  VALUE "TIME".
               05  FILLER               PIC X(5)  VALUE "DEPT".
               05  FILLER               PIC X(3)  VALUE "OP".
               05  FILLER               PIC X(23)
                                  VALUE "                 AMOUNT".
               05  FILLER               PIC X(1)  VALUE SPACE.
               05  FILLER               PIC X(13) VALUE "TRANS ID".
               05  FILLER               PIC X(5)  VALUE "RULE".
               05  FILLER               PIC X(6)  VALUE "DETAIL".

           01  WS-EXCEPTION-LINE.
               05  WS-EXC-DATE-Y        PIC X(4).
               05  FILLER               PIC X VALUE "-".
               05  WS-EXC-DATE-M        PIC X(2).
               05  FILLER               PIC X VALUE "-".
               05  WS-EXC-DATE-D        PIC X(2).
               05  FILLER               PIC X VALUE SPACE.
               05  WS-EXC-TIME-H        PIC X(2).
               05  FILLER               PIC X VALUE ":".
               05  WS-EXC-TIME-M        PIC X(2).
               05  FILLER               PIC X VALUE ":".
               05  WS-EXC-TIME-S        PIC X(2).
               05  FILLER               PIC X VALUE SPACE.
               05  WS-EXC-DEPT          PIC X(4).
               05  FILLER               PIC X VALUE SPACE.
               05  WS-EXC-OPERATION     PIC X(1).
               05  FILLER               PIC X(2) VALUE SPACES.
               05  WS-EXC-AMOUNT        PIC -Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
               05  FILLER               PIC X VALUE SPACE.
               05  WS-EXC-TRANS-ID      PIC X(12).
               05  FILLER               PIC X VALUE SPACE.
               05  WS-EXC-RULE          PIC X(4).
               05  FILLER               PIC X VALUE SPACE.
               05  WS-EXC-DETAIL        PIC X(60).

           01  WS-TOTAL-LINE.
               05  WS-TOT-LABEL         PIC X(34).
               05  WS-TOT-VALUE         PIC ZZZ,ZZZ,ZZ9.

           01  WS-NOTE-LINE             PIC X(80).

           PROCEDURE DIVISION.
           MAIN-PARA.
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
               PERFORM LOAD-BUSINESS-DATE.
               MOVE WS-RUN-DATE TO WS-FROM-DATE WS-THRU-DATE.
               PERFORM LOAD-PARAMETERS.
               PERFORM LOAD-SELECTION.
               IF WS-FROM-DATE > WS-THRU-DATE
                   DISPLAY "NUMSANM: FROM-DATE " WS-FROM-DATE
                           " IS AFTER THRU-DATE " WS-THRU-DATE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               COMPUTE WS-FROM-INT =
                   FUNCTION INTEGER-OF-DATE(WS-FROM-DATE).
               COMPUTE WS-HISTORY-START-INT =
                   WS-FROM-INT - WS-HISTORY-DAYS.
               COMPUTE WS-NEAR-MARGIN =
                   WS-ROUND-UNIT * WS-NEAR-PCT / 100.
               COMPUTE WS-WINDOW-SECONDS = WS-DUP-MINUTES * 60.
               OPEN INPUT AUDIT-FILE.
               IF WS-AUDIT-STATUS NOT = "00"
                   DISPLAY "NUMSANM: CANNOT OPEN NUMSAUD.DAT, "
                           "STATUS=" WS-AUDIT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM UNTIL WS-AUDIT-EOF
                   READ AUDIT-FILE
                       AT END
                           SET WS-AUDIT-EOF TO TRUE
                       NOT AT END
                           PERFORM ACCUMULATE-DEPT-DAY
                   END-READ
               END-PERFORM.
               CLOSE AUDIT-FILE.
               PERFORM VARYING WS-DD FROM 1 BY 1
                       UNTIL WS-DD > WS-DD-COUNT
                   IF WS-DD-DATE(WS-DD) >= WS-FROM-DATE
                      AND WS-DD-DATE(WS-DD) <= WS-THRU-DATE
                       PERFORM TEST-DEPT-DAY-VOLUME
                   END-IF
               END-PERFORM.
               OPEN OUTPUT REPORT-FILE.
               PERFORM WRITE-REPORT-HEADING.
               MOVE "N" TO WS-AUDIT-EOF-SWITCH.
               OPEN INPUT AUDIT-FILE.
               PERFORM UNTIL WS-AUDIT-EOF
                   READ AUDIT-FILE
                       AT END
                           SET WS-AUDIT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           PERFORM SCREEN-AUDIT-RECORD
                   END-READ
               END-PERFORM.
               CLOSE AUDIT-FILE.
               PERFORM WRITE-REPORT-TOTALS.
               CLOSE REPORT-FILE.
               DISPLAY "NUMSANM: " WS-SCREENED-COUNT
                       " POSTINGS SCREENED, " WS-EXCEPTION-COUNT
                       " EXCEPTIONS TO NUMSANR.DAT".
               IF WS-DD-TABLE-FULL OR WS-DAY-TABLE-FULL
                   DISPLAY "NUMSANM: SCREENING INCOMPLETE - SEE "
                           "NUMSANR.DAT"
                   MOVE 8 TO RETURN-CODE
               END-IF.
               STOP RUN.

           LOAD-BUSINESS-DATE.
               OPEN INPUT CONTROL-DATE-FILE.
               IF WS-BDT-STATUS = "00"
                   READ CONTROL-DATE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF BDT-BUSINESS-DATE NUMERIC AND
                              BDT-BUSINESS-DATE > ZERO
                               MOVE BDT-BUSINESS-DATE TO WS-RUN-DATE
                           END-IF
                   END-READ
                   CLOSE CONTROL-DATE-FILE
               END-IF.

           LOAD-PARAMETERS.
               OPEN INPUT PARAM-FILE.
               IF WS-PARAM-STATUS = "00"
                   PERFORM UNTIL WS-PARAM-EOF
                       READ PARAM-FILE
                           AT END
                               SET WS-PARAM-EOF TO TRUE
                           NOT AT END
                               PERFORM PARSE-PARAMETER-LINE
                       END-READ
                   END-PERFORM
                   CLOSE PARAM-FILE
               END-IF.

      *> Keys belonging to other programs in the shared parameter
      *> file are skipped without comment.
           PARSE-PARAMETER-LINE.
               MOVE SPACES TO WS-PARAM-KEY WS-PARAM-VALUE.
               UNSTRING PARAM-LINE DELIMITED BY "="
                   INTO WS-PARAM-KEY WS-PARAM-VALUE.
               EVALUATE WS-PARAM-KEY
                   WHEN "ANOMALY-DUP-MINUTES"
                       PERFORM PARSE-NUMERIC-VALUE
                       IF WS-PARAM-NUM-OK AND WS-PARAM-NUM > ZERO
                          AND WS-PARAM-NUM <= 1440
                           MOVE WS-PARAM-NUM TO WS-DUP-MINUTES
                       ELSE
                           PERFORM REPORT-BAD-PARAMETER
                       END-IF
                   WHEN "ANOMALY-VOLUME-FACTOR"
                       PERFORM PARSE-NUMERIC-VALUE
                       IF WS-PARAM-NUM-OK AND WS-PARAM-NUM > 1
                          AND WS-PARAM-NUM <= 999
                           MOVE WS-PARAM-NUM TO WS-VOLUME-FACTOR
                       ELSE
                           PERFORM REPORT-BAD-PARAMETER
                       END-IF
                   WHEN "ANOMALY-HISTORY-DAYS"
                       PERFORM PARSE-NUMERIC-VALUE
                       IF WS-PARAM-NUM-OK AND WS-PARAM-NUM > ZERO
                          AND WS-PARAM-NUM <= 3660
                           MOVE WS-PARAM-NUM TO WS-HISTORY-DAYS
                       ELSE
                           PERFORM REPORT-BAD-PARAMETER
                       END-IF
                   WHEN "ANOMALY-MIN-HISTORY"
                       PERFORM PARSE-NUMERIC-VALUE
                       IF WS-PARAM-NUM-OK AND WS-PARAM-NUM > ZERO
                          AND WS-PARAM-NUM <= 3660
                           MOVE WS-PARAM-NUM TO WS-MIN-HISTORY
                       ELSE
                           PERFORM REPORT-BAD-PARAMETER
                       END-IF
                   WHEN "ANOMALY-ROUND-UNIT"
                       PERFORM PARSE-NUMERIC-VALUE
                       IF WS-PARAM-NUM-OK AND WS-PARAM-NUM > ZERO
                           MOVE WS-PARAM-NUM TO WS-ROUND-UNIT
                       ELSE
                           PERFORM REPORT-BAD-PARAMETER
                       END-IF
                   WHEN "ANOMALY-NEAR-PCT"
                       PERFORM PARSE-NUMERIC-VALUE
                       IF WS-PARAM-NUM-OK AND WS-PARAM-NUM > ZERO
                          AND WS-PARAM-NUM <= 50
                           MOVE WS-PARAM-NUM TO WS-NEAR-PCT
                       ELSE
                           PERFORM REPORT-BAD-PARAMETER
                       END-IF
                   WHEN "ANOMALY-NEAR-COUNT"
                       PERFORM PARSE-NUMERIC-VALUE
                       IF WS-PARAM-NUM-OK AND WS-PARAM-NUM > ZERO
                          AND WS-PARAM-NUM <= 9999
                           MOVE WS-PARAM-NUM TO WS-NEAR-COUNT
                       ELSE
                           PERFORM REPORT-BAD-PARAMETER
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

           REPORT-BAD-PARAMETER.
               DISPLAY "NUMSANM: PARAMETER IGNORED: " PARAM-LINE.

      *> Numeric parameter values are taken as written - "60" and
      *> "0060" both parse - rather than demanding a zero-filled
      *> fixed width.
           PARSE-NUMERIC-VALUE.
               MOVE "Y" TO WS-PARAM-NUM-SWITCH.
               MOVE ZERO TO WS-PARAM-NUM.
               IF WS-PARAM-VALUE = SPACES
                   MOVE "N" TO WS-PARAM-NUM-SWITCH
               END-IF.
               PERFORM VARYING WS-PARAM-IDX FROM 1 BY 1
                       UNTIL WS-PARAM-IDX > 30
                          OR NOT WS-PARAM-NUM-OK
                          OR WS-PARAM-VALUE(WS-PARAM-IDX:1) = SPACE
                   IF WS-PARAM-VALUE(WS-PARAM-IDX:1) NUMERIC
                      AND WS-PARAM-IDX <= 9
                       MOVE WS-PARAM-VALUE(WS-PARAM-IDX:1) TO
                            WS-PARAM-DIGIT
                       COMPUTE WS-PARAM-NUM =
                           WS-PARAM-NUM * 10 + WS-PARAM-DIGIT
                   ELSE
                       MOVE "N" TO WS-PARAM-NUM-SWITCH
                   END-IF
               END-PERFORM.

      *> The screened range, like the NUMSAUDQ selection, lives in a
      *> file of its own so a one-off quarterly range never stays
      *> behind in the shared parameter file for the nightly run.
           LOAD-SELECTION.
               MOVE "N" TO WS-PARAM-EOF-SWITCH.
               OPEN INPUT SELECTION-FILE.
               IF WS-SELECTION-STATUS = "00"
                   PERFORM UNTIL WS-PARAM-EOF
                       READ SELECTION-FILE
                           AT END
                               SET WS-PARAM-EOF TO TRUE
                           NOT AT END
                               PERFORM PARSE-SELECTION-LINE
                       END-READ
                   END-PERFORM
                   CLOSE SELECTION-FILE
               END-IF.

           PARSE-SELECTION-LINE.
               MOVE SPACES TO WS-PARAM-KEY WS-PARAM-VALUE.
               UNSTRING SELECTION-LINE DELIMITED BY "="
                   INTO WS-PARAM-KEY WS-PARAM-VALUE.
               EVALUATE WS-PARAM-KEY
                   WHEN "FROM-DATE"
                       IF WS-PARAM-VALUE(1:8) NUMERIC
                           MOVE WS-PARAM-VALUE(1:8) TO WS-FROM-DATE
                       ELSE
                           DISPLAY "NUMSANM: SELECTION IGNORED: "
                                   SELECTION-LINE
                       END-IF
                   WHEN "THRU-DATE"
                       IF WS-PARAM-VALUE(1:8) NUMERIC
                           MOVE WS-PARAM-VALUE(1:8) TO WS-THRU-DATE
                       ELSE
                           DISPLAY "NUMSANM: SELECTION IGNORED: "
                                   SELECTION-LINE
                       END-IF
                   WHEN SPACES
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "NUMSANM: SELECTION IGNORED: "
                               SELECTION-LINE
               END-EVALUATE.

      *> Only postings that count - accepted, readable, and inside
      *> the screened range or the history window before it.
           TEST-SCREENABLE.
               MOVE "N" TO WS-SCREEN-SWITCH.
               IF AUD-STATUS = "ACCEPTD"
                   IF AUD-DATE NUMERIC AND AUD-RESULT NUMERIC
                      AND AUD-DATE > 16010101
                      AND AUD-DATE <= WS-THRU-DATE
                       COMPUTE WS-REC-DATE-INT =
                           FUNCTION INTEGER-OF-DATE(AUD-DATE)
                       IF WS-REC-DATE-INT >= WS-HISTORY-START-INT
                           SET WS-RECORD-SCREENED TO TRUE
                       END-IF
                   END-IF
               END-IF.

           ACCUMULATE-DEPT-DAY.
               PERFORM TEST-SCREENABLE.
               IF WS-RECORD-SCREENED
                   PERFORM FIND-DEPT-DAY
                   IF WS-ENTRY-FOUND
                       ADD 1 TO WS-DD-TXN-COUNT(WS-DD)
                       PERFORM COMPUTE-ABSOLUTE-AMOUNT
                       ADD WS-AMOUNT TO WS-DD-VALUE(WS-DD)
                       PERFORM TEST-NEAR-THRESHOLD
                       IF WS-AMOUNT-NEAR
                           ADD 1 TO WS-DD-NEAR-TOTAL(WS-DD)
                       END-IF
                   END-IF
               END-IF.

      *> Searched from the end and only as far back as the record's
      *> own date; a new department-day is added at the end.
           FIND-DEPT-DAY.
               MOVE "N" TO WS-FOUND-SWITCH.
               MOVE WS-DD-COUNT TO WS-DD.
               PERFORM UNTIL WS-DD = ZERO OR WS-ENTRY-FOUND
                          OR WS-DD-DATE(WS-DD) < AUD-DATE
                   IF WS-DD-DEPT(WS-DD) = AUD-DEPT
                      AND WS-DD-DATE(WS-DD) = AUD-DATE
                       SET WS-ENTRY-FOUND TO TRUE
                   ELSE
                       SUBTRACT 1 FROM WS-DD
                   END-IF
               END-PERFORM.
               IF NOT WS-ENTRY-FOUND
                   IF WS-DD-COUNT < 20000
                       ADD 1 TO WS-DD-COUNT
                       MOVE WS-DD-COUNT TO WS-DD
                       MOVE AUD-DEPT TO WS-DD-DEPT(WS-DD)
                       MOVE AUD-DATE TO WS-DD-DATE(WS-DD)
                       MOVE WS-REC-DATE-INT TO WS-DD-DATE-INT(WS-DD)
                       MOVE ZERO TO WS-DD-TXN-COUNT(WS-DD)
                                    WS-DD-VALUE(WS-DD)
                                    WS-DD-NEAR-TOTAL(WS-DD)
                                    WS-DD-USUAL-COUNT(WS-DD)
                                    WS-DD-USUAL-VALUE(WS-DD)
                       MOVE "N" TO WS-DD-VOLUME-FLAG(WS-DD)
                       SET WS-ENTRY-FOUND TO TRUE
                   ELSE
                       SET WS-DD-TABLE-FULL TO TRUE
                   END-IF
               END-IF.

      *> The second pass meets the days in the order the first
      *> pass stored them, so each day's entries are found from the
      *> first entry of that day rather than by a whole-table scan.
           LOCATE-DAY-START.
               IF WS-DAY-START = ZERO OR WS-DAY-START > WS-DD-COUNT
                   MOVE 1 TO WS-DAY-START
               ELSE
                   IF WS-DD-DATE(WS-DAY-START) > AUD-DATE
                       MOVE 1 TO WS-DAY-START
                   END-IF
               END-IF.
               PERFORM UNTIL WS-DAY-START > WS-DD-COUNT
                          OR WS-DD-DATE(WS-DAY-START) >= AUD-DATE
                   ADD 1 TO WS-DAY-START
               END-PERFORM.

           FIND-SCREENED-DEPT-DAY.
               MOVE "N" TO WS-FOUND-SWITCH.
               MOVE WS-DAY-START TO WS-DD.
               PERFORM UNTIL WS-DD > WS-DD-COUNT OR WS-ENTRY-FOUND
                          OR WS-DD-DATE(WS-DD) NOT = AUD-DATE
                   IF WS-DD-DEPT(WS-DD) = AUD-DEPT
                       SET WS-ENTRY-FOUND TO TRUE
                   ELSE
                       ADD 1 TO WS-DD
                   END-IF
               END-PERFORM.

           COMPUTE-ABSOLUTE-AMOUNT.
               IF AUD-RESULT < ZERO
                   COMPUTE WS-AMOUNT = ZERO - AUD-RESULT
               ELSE
                   MOVE AUD-RESULT TO WS-AMOUNT
               END-IF.

      *> Just under a round threshold: short of the next multiple
      *> of the round unit by no more than the margin.  A round
      *> amount itself is not "under" anything.
           TEST-NEAR-THRESHOLD.
               MOVE "N" TO WS-NEAR-SWITCH.
               DIVIDE WS-AMOUNT BY WS-ROUND-UNIT
                   GIVING WS-ROUND-QUOTIENT
                   REMAINDER WS-ROUND-REMAINDER.
               IF WS-ROUND-REMAINDER > ZERO
                  AND WS-ROUND-UNIT - WS-ROUND-REMAINDER
                      <= WS-NEAR-MARGIN
                   SET WS-AMOUNT-NEAR TO TRUE
               END-IF.

      *> The usual day is the average of the days the department
      *> posted in the history window; a department with too few
      *> such days is not judged.
           TEST-DEPT-DAY-VOLUME.
               MOVE ZERO TO WS-HIST-DAYS-FOUND WS-HIST-COUNT-SUM
                            WS-HIST-VALUE-SUM.
               PERFORM VARYING WS-DH FROM 1 BY 1
                       UNTIL WS-DH > WS-DD-COUNT
                   IF WS-DD-DEPT(WS-DH) = WS-DD-DEPT(WS-DD)
                      AND WS-DD-DATE-INT(WS-DH) <
                          WS-DD-DATE-INT(WS-DD)
                      AND WS-DD-DATE-INT(WS-DH) >=
                          WS-DD-DATE-INT(WS-DD) - WS-HISTORY-DAYS
                       ADD 1 TO WS-HIST-DAYS-FOUND
                       ADD WS-DD-TXN-COUNT(WS-DH) TO
                           WS-HIST-COUNT-SUM
                       ADD WS-DD-VALUE(WS-DH) TO WS-HIST-VALUE-SUM
                   END-IF
               END-PERFORM.
               IF WS-HIST-DAYS-FOUND < WS-MIN-HISTORY
                   ADD 1 TO WS-THIN-DAY-COUNT
               ELSE
                   COMPUTE WS-USUAL-COUNT ROUNDED =
                       WS-HIST-COUNT-SUM / WS-HIST-DAYS-FOUND
                   COMPUTE WS-USUAL-VALUE ROUNDED =
                       WS-HIST-VALUE-SUM / WS-HIST-DAYS-FOUND
                   MOVE WS-USUAL-COUNT TO WS-DD-USUAL-COUNT(WS-DD)
                   MOVE WS-USUAL-VALUE TO WS-DD-USUAL-VALUE(WS-DD)
                   IF WS-DD-TXN-COUNT(WS-DD) >=
                          WS-USUAL-COUNT * WS-VOLUME-FACTOR
                       MOVE "C" TO WS-DD-VOLUME-FLAG(WS-DD)
                   ELSE
                       IF WS-DD-VALUE(WS-DD) >=
                              WS-USUAL-VALUE * WS-VOLUME-FACTOR
                          AND WS-USUAL-VALUE > ZERO
                           MOVE "V" TO WS-DD-VOLUME-FLAG(WS-DD)
                       END-IF
                   END-IF
                   IF WS-DD-VOLUME-FLAG(WS-DD) NOT = "N"
                       ADD 1 TO WS-VOLM-DAY-COUNT
                   END-IF
               END-IF.

           SCREEN-AUDIT-RECORD.
               PERFORM TEST-SCREENABLE.
               IF WS-RECORD-SCREENED
                  AND AUD-DATE >= WS-FROM-DATE
                   ADD 1 TO WS-SCREENED-COUNT
                   IF AUD-DATE NOT = WS-DAY-DATE
                       MOVE AUD-DATE TO WS-DAY-DATE
                       MOVE ZERO TO WS-DAY-COUNT
                       PERFORM LOCATE-DAY-START
                   END-IF
                   PERFORM FIND-SCREENED-DEPT-DAY
                   PERFORM COMPUTE-ABSOLUTE-AMOUNT
                   PERFORM TEST-DUPLICATE-AMOUNT
                   IF WS-ENTRY-FOUND
                       IF WS-DD-VOLUME-FLAG(WS-DD) NOT = "N"
                           PERFORM REPORT-VOLUME
                       END-IF
                       IF WS-DD-NEAR-TOTAL(WS-DD) >= WS-NEAR-COUNT
                           PERFORM TEST-NEAR-THRESHOLD
                           IF WS-AMOUNT-NEAR
                               PERFORM REPORT-NEAR-THRESHOLD
                           END-IF
                       END-IF
                   END-IF
               ELSE
                   IF AUD-DATE NOT NUMERIC
                       ADD 1 TO WS-UNREADABLE-COUNT
                   END-IF
               END-IF.

      *> Compared against every earlier posting of the day from the
      *> same department; the times are machine times, which can
      *> wrap past midnight inside one business day, so the gap is
      *> taken the short way round the clock.
           TEST-DUPLICATE-AMOUNT.
               IF AUD-TIME NUMERIC
                   MOVE AUD-TIME TO WS-TIME-WORK
                   COMPUTE WS-REC-SECONDS =
                       WS-TIME-HH * 3600 + WS-TIME-MM * 60
                       + WS-TIME-SS
                   MOVE SPACES TO WS-MATCH-TRANS-ID
                   MOVE WS-DAY-COUNT TO WS-DX
                   PERFORM UNTIL WS-DX = ZERO
                              OR WS-MATCH-TRANS-ID NOT = SPACES
                       IF WS-DAY-DEPT(WS-DX) = AUD-DEPT
                          AND WS-DAY-OPERATION(WS-DX) =
                              AUD-OPERATION-CODE
                          AND WS-DAY-RESULT(WS-DX) = AUD-RESULT
                           COMPUTE WS-GAP-SECONDS =
                               WS-REC-SECONDS - WS-DAY-SECONDS(WS-DX)
                           IF WS-GAP-SECONDS < ZERO
                               COMPUTE WS-GAP-SECONDS =
                                   ZERO - WS-GAP-SECONDS
                           END-IF
                           IF WS-GAP-SECONDS > 43200
                               COMPUTE WS-GAP-SECONDS =
                                   86400 - WS-GAP-SECONDS
                           END-IF
                           IF WS-GAP-SECONDS <= WS-WINDOW-SECONDS
                               MOVE WS-DAY-TRANS-ID(WS-DX) TO
                                    WS-MATCH-TRANS-ID
                               MOVE WS-DAY-TIME(WS-DX) TO
                                    WS-MATCH-TIME
                           END-IF
                       END-IF
                       SUBTRACT 1 FROM WS-DX
                   END-PERFORM
                   IF WS-MATCH-TRANS-ID NOT = SPACES
                       PERFORM REPORT-DUPLICATE
                   END-IF
                   IF WS-DAY-COUNT < 9999
                       ADD 1 TO WS-DAY-COUNT
                       MOVE AUD-DEPT TO WS-DAY-DEPT(WS-DAY-COUNT)
                       MOVE AUD-OPERATION-CODE TO
                            WS-DAY-OPERATION(WS-DAY-COUNT)
                       MOVE AUD-RESULT TO WS-DAY-RESULT(WS-DAY-COUNT)
                       MOVE WS-REC-SECONDS TO
                            WS-DAY-SECONDS(WS-DAY-COUNT)
                       MOVE AUD-TIME TO WS-DAY-TIME(WS-DAY-COUNT)
                       MOVE AUD-TRANS-ID TO
                            WS-DAY-TRANS-ID(WS-DAY-COUNT)
                   ELSE
                       SET WS-DAY-TABLE-FULL TO TRUE
                   END-IF
               END-IF.

           REPORT-DUPLICATE.
               MOVE "DUPL" TO WS-EXC-RULE.
               MOVE SPACES TO WS-EXC-DETAIL.
               STRING "SAME OP AND AMOUNT AS " DELIMITED BY SIZE
                      WS-MATCH-TRANS-ID DELIMITED BY SPACE
                      " AT " DELIMITED BY SIZE
                      WS-MATCH-TIME(1:2) ":" WS-MATCH-TIME(3:2) ":"
                      WS-MATCH-TIME(5:2) DELIMITED BY SIZE
                      INTO WS-EXC-DETAIL.
               ADD 1 TO WS-DUPL-COUNT.
               PERFORM WRITE-EXCEPTION-LINE.

           REPORT-VOLUME.
               MOVE "VOLM" TO WS-EXC-RULE.
               MOVE SPACES TO WS-EXC-DETAIL.
               IF WS-DD-VOLUME-FLAG(WS-DD) = "C"
                   MOVE WS-DD-TXN-COUNT(WS-DD) TO WS-EDIT-COUNT
                   MOVE WS-DD-USUAL-COUNT(WS-DD) TO WS-EDIT-USUAL
                   STRING "DAY COUNT " WS-EDIT-COUNT
                          " USUAL " WS-EDIT-USUAL
                          DELIMITED BY SIZE INTO WS-EXC-DETAIL
               ELSE
                   MOVE WS-DD-VALUE(WS-DD) TO WS-EDIT-VALUE
                   MOVE WS-DD-USUAL-VALUE(WS-DD) TO WS-EDIT-USUAL-VALUE
                   STRING "DAY VALUE " WS-EDIT-VALUE
                          " USUAL " WS-EDIT-USUAL-VALUE
                          DELIMITED BY SIZE INTO WS-EXC-DETAIL
               END-IF.
               ADD 1 TO WS-VOLM-COUNT.
               PERFORM WRITE-EXCEPTION-LINE.

           REPORT-NEAR-THRESHOLD.
               MOVE "NEAR" TO WS-EXC-RULE.
               MOVE SPACES TO WS-EXC-DETAIL.
               MOVE WS-DD-NEAR-TOTAL(WS-DD) TO WS-EDIT-COUNT.
               MOVE WS-ROUND-UNIT TO WS-EDIT-UNIT.
               STRING WS-EDIT-COUNT " JUST UNDER A MULTIPLE OF "
                      WS-EDIT-UNIT DELIMITED BY SIZE
                      INTO WS-EXC-DETAIL.
               ADD 1 TO WS-NEAR-FLAG-COUNT.
               PERFORM WRITE-EXCEPTION-LINE.

           WRITE-EXCEPTION-LINE.
               MOVE AUD-DATE(1:4) TO WS-EXC-DATE-Y.
               MOVE AUD-DATE(5:2) TO WS-EXC-DATE-M.
               MOVE AUD-DATE(7:2) TO WS-EXC-DATE-D.
               MOVE AUD-TIME(1:2) TO WS-EXC-TIME-H.
               MOVE AUD-TIME(3:2) TO WS-EXC-TIME-M.
               MOVE AUD-TIME(5:2) TO WS-EXC-TIME-S.
               MOVE AUD-DEPT TO WS-EXC-DEPT.
               MOVE AUD-OPERATION-CODE TO WS-EXC-OPERATION.
               MOVE AUD-RESULT TO WS-EXC-AMOUNT.
               MOVE AUD-TRANS-ID TO WS-EXC-TRANS-ID.
               WRITE REPORT-LINE FROM WS-EXCEPTION-LINE.
               ADD 1 TO WS-EXCEPTION-COUNT.

           WRITE-REPORT-HEADING.
               MOVE WS-FROM-DATE TO WS-RPH-FROM.
               MOVE WS-THRU-DATE TO WS-RPH-THRU.
               ACCEPT WS-RPH-RUN-DATE FROM DATE YYYYMMDD.
               WRITE REPORT-LINE FROM WS-REPORT-HEADING.
               MOVE "DUPLICATE WINDOW (MINUTES)" TO WS-THR-LABEL.
               MOVE WS-DUP-MINUTES TO WS-THR-VALUE.
               WRITE REPORT-LINE FROM WS-THRESHOLD-LINE.
               MOVE "VOLUME FACTOR (TIMES USUAL)" TO WS-THR-LABEL.
               MOVE WS-VOLUME-FACTOR TO WS-THR-VALUE.
               WRITE REPORT-LINE FROM WS-THRESHOLD-LINE.
               MOVE "HISTORY WINDOW (DAYS)" TO WS-THR-LABEL.
               MOVE WS-HISTORY-DAYS TO WS-THR-VALUE.
               WRITE REPORT-LINE FROM WS-THRESHOLD-LINE.
               MOVE "MINIMUM HISTORY (POSTING DAYS)" TO WS-THR-LABEL.
               MOVE WS-MIN-HISTORY TO WS-THR-VALUE.
               WRITE REPORT-LINE FROM WS-THRESHOLD-LINE.
               MOVE "ROUND THRESHOLD UNIT" TO WS-THR-LABEL.
               MOVE WS-ROUND-UNIT TO WS-THR-VALUE.
               WRITE REPORT-LINE FROM WS-THRESHOLD-LINE.
               MOVE "NEAR MARGIN (PCT OF UNIT)" TO WS-THR-LABEL.
               MOVE WS-NEAR-PCT TO WS-THR-VALUE.
               WRITE REPORT-LINE FROM WS-THRESHOLD-LINE.
               MOVE "NEAR AMOUNTS PER DEPT-DAY" TO WS-THR-LABEL.
               MOVE WS-NEAR-COUNT TO WS-THR-VALUE.
               WRITE REPORT-LINE FROM WS-THRESHOLD-LINE.
               WRITE REPORT-LINE FROM WS-COLUMN-HEADING.

           WRITE-REPORT-TOTALS.
               MOVE "AUDIT RECORDS READ" TO WS-TOT-LABEL.
               MOVE WS-READ-COUNT TO WS-TOT-VALUE.
               WRITE REPORT-LINE FROM WS-TOTAL-LINE.
               MOVE "POSTINGS SCREENED" TO WS-TOT-LABEL.
               MOVE WS-SCREENED-COUNT TO WS-TOT-VALUE.
               WRITE REPORT-LINE FROM WS-TOTAL-LINE.
               MOVE "DUPL - DUPLICATE AMOUNT" TO WS-TOT-LABEL.
               MOVE WS-DUPL-COUNT TO WS-TOT-VALUE.
               WRITE REPORT-LINE FROM WS-TOTAL-LINE.
               MOVE "VOLM - UNUSUAL DEPARTMENT VOLUME" TO WS-TOT-LABEL.
               MOVE WS-VOLM-COUNT TO WS-TOT-VALUE.
               WRITE REPORT-LINE FROM WS-TOTAL-LINE.
               MOVE "NEAR - JUST UNDER ROUND THRESHOLD" TO
                    WS-TOT-LABEL.
               MOVE WS-NEAR-FLAG-COUNT TO WS-TOT-VALUE.
               WRITE REPORT-LINE FROM WS-TOTAL-LINE.
               MOVE "DEPARTMENT-DAYS OVER VOLUME" TO WS-TOT-LABEL.
               MOVE WS-VOLM-DAY-COUNT TO WS-TOT-VALUE.
               WRITE REPORT-LINE FROM WS-TOTAL-LINE.
               MOVE "DEPARTMENT-DAYS TOO NEW TO JUDGE" TO
                    WS-TOT-LABEL.
               MOVE WS-THIN-DAY-COUNT TO WS-TOT-VALUE.
               WRITE REPORT-LINE FROM WS-TOTAL-LINE.
               IF WS-UNREADABLE-COUNT > ZERO
                   MOVE "RECORDS UNREADABLE" TO WS-TOT-LABEL
                   MOVE WS-UNREADABLE-COUNT TO WS-TOT-VALUE
                   WRITE REPORT-LINE FROM WS-TOTAL-LINE
               END-IF.
               IF WS-DD-TABLE-FULL
                   MOVE SPACES TO WS-NOTE-LINE
                   STRING "OVER 20000 DEPARTMENT-DAYS - "
                          "VOLUME AND NEAR RULES INCOMPLETE"
                          DELIMITED BY SIZE INTO WS-NOTE-LINE
                   WRITE REPORT-LINE FROM WS-NOTE-LINE
               END-IF.
               IF WS-DAY-TABLE-FULL
                   MOVE SPACES TO WS-NOTE-LINE
                   STRING "OVER 9999 POSTINGS IN ONE DAY - "
                          "DUPLICATE RULE INCOMPLETE"
                          DELIMITED BY SIZE INTO WS-NOTE-LINE
                   WRITE REPORT-LINE FROM WS-NOTE-LINE
               END-IF.
