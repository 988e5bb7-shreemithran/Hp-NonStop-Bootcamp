      *> NUMSADD refuses to post into a frozen month.  The control
      *> record lives in NUMSBDT.DAT and is rewritten whole on every
      *> change.
      *>
      *> Closing a period also produces its trial balance from the
      *> account balance file NUMSBAL.DAT - opening balance, period
      *> activity by operation code and closing balance for every
      *> account - and rolls each closing balance forward as the
      *> opening balance of the next period.  The report is written
      *> to NUMSTByyyymm.DAT, named for the period closed through.
      *> The control record is only rewritten once the report and
      *> roll-forward are complete; if either cannot be produced the
      *> close is refused and the periods stay open.
      *>
      *> Opening and closing the business date needs the operations
      *> role and closing a period the period-controller role on the
      *> operator security file; each change is written to the
      *> security log.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CONTROL-STATUS.

               SELECT BALANCE-FILE ASSIGN TO "NUMSBAL.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS BAL-KEY
                   FILE STATUS IS WS-BALANCE-STATUS.

      *> Written under a working name and renamed to the period's
      *> report name once complete.
               SELECT TRIAL-BALANCE-FILE ASSIGN TO "NUMSTBR.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD  CONTROL-DATE-FILE.
               COPY NUMSBDT.

           FD  BALANCE-FILE.
               COPY NUMSBAL.

           FD  TRIAL-BALANCE-FILE.
           01  TRIAL-BALANCE-LINE       PIC X(80).

           WORKING-STORAGE SECTION.
           01  WS-CONTROL-STATUS        PIC XX.
           01  WS-LOCK-HELD-SWITCH      PIC X VALUE "N".
           01  WS-LOCK-FUNCTION         PIC X(1).
           01  WS-LOCK-PROGRAM         PIC X(8) VALUE "NUMSBDM".
           01  WS-LOCK-RESULT           PIC X(1).
           01  WS-RUN-USER              PIC X(20).
           01  WS-AUT-FUNCTION          PIC X(1).
           01  WS-AUT-PROGRAM           PIC X(8) VALUE "NUMSBDM".
           01  WS-AUT-ACTION            PIC X(8).
           01  WS-AUT-ROLES             PIC X(5).
           01  WS-AUT-DETAIL            PIC X(40).
           01  WS-AUT-RESULT            PIC X(1).
           01  WS-DONE-SWITCH           PIC X VALUE "N".
               88  WS-DONE                  VALUE "Y".
           01  WS-ACTION                PIC X(1).
           01  WS-CUR-BUSINESS-DATE     PIC 9(8) VALUE ZERO.
           01  WS-CUR-STATUS            PIC X(1) VALUE "C".
           01  WS-CUR-CLOSED-PERIOD     PIC 9(6) VALUE ZERO.
           01  WS-PRIOR-CLOSED-PERIOD   PIC 9(6) VALUE ZERO.

           01  WS-BALANCE-STATUS        PIC XX.
           01  WS-BAL-EOF-SWITCH        PIC X VALUE "N".
               88  WS-BAL-EOF               VALUE "Y".
           01  WS-BAL-NEW-SWITCH        PIC X VALUE "N".
               88  WS-BAL-NEW               VALUE "Y".
           01  WS-FILE-OP-STATUS        PIC 9(9) COMP-5 VALUE ZERO.
           01  WS-TB-TMP-FILENAME       PIC X(20) VALUE "NUMSTBR.TMP".
           01  WS-TB-FILENAME           PIC X(20).
           01  WS-TB-PERIOD             PIC 9(6) VALUE ZERO.
           01  WS-TB-PERIOD-R REDEFINES WS-TB-PERIOD.
               05  WS-TB-YEAR           PIC 9(4).
               05  WS-TB-MONTH          PIC 9(2).
           01  WS-TB-FIRST-PERIOD       PIC 9(6) VALUE ZERO.
           01  WS-NEXT-PERIOD           PIC 9(6) VALUE ZERO.
           01  WS-NEXT-PERIOD-R REDEFINES WS-NEXT-PERIOD.
               05  WS-NEXT-YEAR         PIC 9(4).
               05  WS-NEXT-MONTH        PIC 9(2).
           01  WS-ROLLED-COUNT          PIC 9(5) VALUE ZERO.

      *> One period's accounts, gathered from the balance file before
      *> anything is printed or rolled forward.
           01  WS-TB-COUNT              PIC 9(5) VALUE ZERO.
           01  WS-TB-INDEX              PIC 9(5) VALUE ZERO.
           01  WS-TB-TABLE.
               05  WS-TB-ENTRY OCCURS 2000 TIMES.
                   10  WS-TB-ACCOUNT        PIC X(10).
                   10  WS-TB-OPENING        PIC S9(15)V99.
                   10  WS-TB-ADD            PIC S9(15)V99.
                   10  WS-TB-SUB            PIC S9(15)V99.
                   10  WS-TB-MUL            PIC S9(15)V99.
                   10  WS-TB-DIV            PIC S9(15)V99.
                   10  WS-TB-OTHER          PIC S9(15)V99.
                   10  WS-TB-CLOSING        PIC S9(15)V99.

           01  WS-TB-TOTALS.
               05  WS-TOT-OPENING       PIC S9(16)V99 VALUE ZERO.
               05  WS-TOT-ADD           PIC S9(16)V99 VALUE ZERO.
               05  WS-TOT-SUB           PIC S9(16)V99 VALUE ZERO.
               05  WS-TOT-MUL           PIC S9(16)V99 VALUE ZERO.
               05  WS-TOT-DIV           PIC S9(16)V99 VALUE ZERO.
               05  WS-TOT-OTHER         PIC S9(16)V99 VALUE ZERO.
               05  WS-TOT-CLOSING       PIC S9(16)V99 VALUE ZERO.

           01  WS-TB-HEADING.
               05  FILLER               PIC X(29)
                           VALUE "TRIAL BALANCE CLOSED THROUGH ".
               05  WS-TBH-PERIOD        PIC 9(6).

           01  WS-TB-PERIOD-LINE.
               05  FILLER               PIC X(7) VALUE "PERIOD ".
               05  WS-TBP-PERIOD        PIC 9(6).

           01  WS-TB-ACCOUNT-LINE.
               05  FILLER               PIC X(8) VALUE "ACCOUNT ".
               05  WS-TBC-ACCOUNT       PIC X(10).

           01  WS-TB-AMOUNT-LINE.
               05  FILLER               PIC X(2) VALUE SPACES.
               05  WS-TBA-LABEL         PIC X(24).
               05  WS-TBA-AMOUNT        PIC -Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

           01  WS-TB-ROLL-LINE.
               05  FILLER               PIC X(32)
                               VALUE "CLOSING BALANCES ROLLED FORWARD ".
               05  FILLER               PIC X(3) VALUE "TO ".
               05  WS-TBR-PERIOD        PIC 9(6).
               05  FILLER               PIC X(2) VALUE ": ".
               05  WS-TBR-COUNT         PIC ZZ,ZZ9.
               05  FILLER               PIC X(9) VALUE " ACCOUNTS".

           PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM CHECK-OPERATOR-SIGNON.
               PERFORM ACQUIRE-RUN-LOCK.
               PERFORM LOAD-CONTROL-RECORD.
               PERFORM UNTIL WS-DONE
                   PERFORM ACCEPT-ACTION
                   EVALUATE WS-ACTION
                       WHEN "O"
                           MOVE "OPENDATE" TO WS-AUT-ACTION
                           MOVE "O" TO WS-AUT-ROLES
                           PERFORM CHECK-ACTION-AUTHORITY
                           IF WS-AUT-RESULT = "Y"
                               PERFORM OPEN-BUSINESS-DATE
                           END-IF
                       WHEN "C"
                           MOVE "CLOSDATE" TO WS-AUT-ACTION
                           MOVE "O" TO WS-AUT-ROLES
                           PERFORM CHECK-ACTION-AUTHORITY
                           IF WS-AUT-RESULT = "Y"
                               PERFORM CLOSE-BUSINESS-DATE
                           END-IF
                       WHEN "P"
                           MOVE "CLOSEPER" TO WS-AUT-ACTION
                           MOVE "P" TO WS-AUT-ROLES
                           PERFORM CHECK-ACTION-AUTHORITY
                           IF WS-AUT-RESULT = "Y"
                               PERFORM CLOSE-PERIOD
                           END-IF
                       WHEN "X"
                           SET WS-DONE TO TRUE
                       WHEN OTHER
                   MOVE "N" TO WS-LOCK-HELD-SWITCH
               END-IF.

      *> The operator signs on with ID and password and must be on
      *> the security file with one of the roles this program needs;
      *> the operator ID signed on with is the identity every record
      *> this session writes is stamped with.
           CHECK-OPERATOR-SIGNON.
               MOVE "SIGNON" TO WS-AUT-ACTION.
               MOVE "PO" TO WS-AUT-ROLES.
               MOVE "S" TO WS-AUT-FUNCTION.
               MOVE SPACES TO WS-AUT-DETAIL.
               CALL "NUMSAUT" USING WS-AUT-FUNCTION WS-AUT-PROGRAM
                                    WS-AUT-ACTION WS-AUT-ROLES
                                    WS-AUT-DETAIL WS-RUN-USER
                                    WS-AUT-RESULT.
               IF WS-AUT-RESULT NOT = "Y"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.

           CHECK-ACTION-AUTHORITY.
               MOVE "C" TO WS-AUT-FUNCTION.
               MOVE SPACES TO WS-AUT-DETAIL.
               CALL "NUMSAUT" USING WS-AUT-FUNCTION WS-AUT-PROGRAM
                                    WS-AUT-ACTION WS-AUT-ROLES
                                    WS-AUT-DETAIL WS-RUN-USER
                                    WS-AUT-RESULT.

           LOG-PRIVILEGED-ACTION.
               MOVE "L" TO WS-AUT-FUNCTION.
               CALL "NUMSAUT" USING WS-AUT-FUNCTION WS-AUT-PROGRAM
                                    WS-AUT-ACTION WS-AUT-ROLES
                                    WS-AUT-DETAIL WS-RUN-USER
                                    WS-AUT-RESULT.

           LOAD-CONTROL-RECORD.
               OPEN INPUT CONTROL-DATE-FILE.
               IF WS-CONTROL-STATUS = "00"
                           PERFORM WRITE-CONTROL-RECORD
                           DISPLAY "NUMSBDM: BUSINESS DATE "
                                   WS-CUR-BUSINESS-DATE " OPENED"
                           STRING "BUSINESS DATE " WS-CUR-BUSINESS-DATE
                                  " OPENED"
                               DELIMITED BY SIZE INTO WS-AUT-DETAIL
                           PERFORM LOG-PRIVILEGED-ACTION
                       END-IF
                   END-IF
               END-IF.
           CLOSE-BUSINESS-DATE.
               MOVE "C" TO WS-CUR-STATUS.
               PERFORM WRITE-CONTROL-RECORD.
               STRING "BUSINESS DATE " WS-CUR-BUSINESS-DATE " CLOSED"
                   DELIMITED BY SIZE INTO WS-AUT-DETAIL.
               PERFORM LOG-PRIVILEGED-ACTION.
               DISPLAY "NUMSBDM: BUSINESS DATE CLOSED - NOTHING "
                       "POSTS UNTIL A DATE IS OPENED".

                                   "PERIOD OF THE OPEN BUSINESS "
                                   "DATE - CLOSE THE DATE FIRST"
                       WHEN OTHER
                           MOVE WS-CUR-CLOSED-PERIOD TO
                                WS-PRIOR-CLOSED-PERIOD
                           MOVE WS-PERIOD-NUM TO
                                WS-CUR-CLOSED-PERIOD
                           PERFORM PRODUCE-TRIAL-BALANCE
                           PERFORM WRITE-CONTROL-RECORD
                           DISPLAY "NUMSBDM: PERIODS CLOSED THRU "
                                   WS-CUR-CLOSED-PERIOD
                           STRING "PERIODS CLOSED THRU "
                                  WS-CUR-CLOSED-PERIOD " (WAS "
                                  WS-PRIOR-CLOSED-PERIOD ")"
                               DELIMITED BY SIZE INTO WS-AUT-DETAIL
                           PERFORM LOG-PRIVILEGED-ACTION
                   END-EVALUATE
               END-IF.

               MOVE WS-CUR-CLOSED-PERIOD TO BDT-CLOSED-PERIOD.
               WRITE BUSINESS-DATE-RECORD.
               CLOSE CONTROL-DATE-FILE.

      *> Every period newly closed gets its trial balance and roll-
      *> forward, oldest first, so a close that jumps several months
      *> carries each month's closing balances into the next.  On
      *> the very first close the balance file's earliest period is
      *> the starting point.  Any failure refuses the close.
           PRODUCE-TRIAL-BALANCE.
               OPEN I-O BALANCE-FILE.
               IF WS-BALANCE-STATUS NOT = "00"
                   DISPLAY "NUMSBDM: NO ACCOUNT BALANCE FILE "
                           "NUMSBAL.DAT - NO TRIAL BALANCE PRODUCED"
                   PERFORM REFUSE-PERIOD-CLOSE
               ELSE
                   IF WS-PRIOR-CLOSED-PERIOD = ZERO
                       PERFORM FIND-FIRST-BALANCE-PERIOD
                   ELSE
                       MOVE WS-PRIOR-CLOSED-PERIOD TO WS-TB-PERIOD
                       PERFORM COMPUTE-NEXT-PERIOD
                       MOVE WS-NEXT-PERIOD TO WS-TB-PERIOD
                   END-IF
                   PERFORM CHECK-TRIAL-BALANCE-SIZE
                   OPEN OUTPUT TRIAL-BALANCE-FILE
                   MOVE WS-CUR-CLOSED-PERIOD TO WS-TBH-PERIOD
                   WRITE TRIAL-BALANCE-LINE FROM WS-TB-HEADING
                   PERFORM UNTIL WS-TB-PERIOD > WS-CUR-CLOSED-PERIOD
                       PERFORM TRIAL-BALANCE-ONE-PERIOD
                       PERFORM COMPUTE-NEXT-PERIOD
                       MOVE WS-NEXT-PERIOD TO WS-TB-PERIOD
                   END-PERFORM
                   CLOSE TRIAL-BALANCE-FILE BALANCE-FILE
                   PERFORM NAME-TRIAL-BALANCE-REPORT
               END-IF.

      *> Every period is counted before anything is rolled forward,
      *> so a period too big for the table refuses the close with
      *> no balance record touched.
           CHECK-TRIAL-BALANCE-SIZE.
               MOVE WS-TB-PERIOD TO WS-TB-FIRST-PERIOD.
               PERFORM UNTIL WS-TB-PERIOD > WS-CUR-CLOSED-PERIOD
                   PERFORM COUNT-PERIOD-ACCOUNTS
                   IF WS-TB-COUNT > 2000
                       DISPLAY "NUMSBDM: MORE THAN 2000 ACCOUNTS IN "
                               "PERIOD " WS-TB-PERIOD
                       CLOSE BALANCE-FILE
                       PERFORM REFUSE-PERIOD-CLOSE
                   END-IF
                   PERFORM COMPUTE-NEXT-PERIOD
                   MOVE WS-NEXT-PERIOD TO WS-TB-PERIOD
               END-PERFORM.
               MOVE WS-TB-FIRST-PERIOD TO WS-TB-PERIOD.

           COUNT-PERIOD-ACCOUNTS.
               MOVE ZERO TO WS-TB-COUNT.
               PERFORM START-BALANCE-SCAN.
               PERFORM UNTIL WS-BAL-EOF
                   READ BALANCE-FILE NEXT
                       AT END
                           SET WS-BAL-EOF TO TRUE
                       NOT AT END
                           IF BAL-PERIOD = WS-TB-PERIOD
                               ADD 1 TO WS-TB-COUNT
                           END-IF
                   END-READ
               END-PERFORM.

      *> Nothing has been written to the control record, so the
      *> periods stay open as they were.  Any opening balances
      *> already rolled forward are set again from the same closing
      *> balances when the close is rerun.
           REFUSE-PERIOD-CLOSE.
               MOVE WS-PRIOR-CLOSED-PERIOD TO WS-CUR-CLOSED-PERIOD.
               DISPLAY "NUMSBDM: PERIOD CLOSE REFUSED - PERIODS "
                       "REMAIN CLOSED THRU " WS-CUR-CLOSED-PERIOD.
               MOVE "R" TO WS-AUT-FUNCTION.
               MOVE SPACES TO WS-AUT-DETAIL.
               STRING "CLOSE THRU " WS-PERIOD-NUM
                      " - NO TRIAL BALANCE"
                   DELIMITED BY SIZE INTO WS-AUT-DETAIL.
               CALL "NUMSAUT" USING WS-AUT-FUNCTION WS-AUT-PROGRAM
                                    WS-AUT-ACTION WS-AUT-ROLES
                                    WS-AUT-DETAIL WS-RUN-USER
                                    WS-AUT-RESULT.
               PERFORM RELEASE-RUN-LOCK.
               MOVE 16 TO RETURN-CODE.
               STOP RUN.

           FIND-FIRST-BALANCE-PERIOD.
               MOVE WS-CUR-CLOSED-PERIOD TO WS-TB-PERIOD.
               PERFORM START-BALANCE-SCAN.
               PERFORM UNTIL WS-BAL-EOF
                   READ BALANCE-FILE NEXT
                       AT END
                           SET WS-BAL-EOF TO TRUE
                       NOT AT END
                           IF BAL-PERIOD < WS-TB-PERIOD
                               MOVE BAL-PERIOD TO WS-TB-PERIOD
                           END-IF
                   END-READ
               END-PERFORM.

           START-BALANCE-SCAN.
               MOVE "N" TO WS-BAL-EOF-SWITCH.
               MOVE LOW-VALUES TO BAL-KEY.
               START BALANCE-FILE KEY IS NOT LESS THAN BAL-KEY
                   INVALID KEY
                       SET WS-BAL-EOF TO TRUE
               END-START.

           COMPUTE-NEXT-PERIOD.
               MOVE WS-TB-PERIOD TO WS-NEXT-PERIOD.
               IF WS-NEXT-MONTH >= 12
                   ADD 1 TO WS-NEXT-YEAR
                   MOVE 1 TO WS-NEXT-MONTH
               ELSE
                   ADD 1 TO WS-NEXT-MONTH
               END-IF.

           TRIAL-BALANCE-ONE-PERIOD.
               MOVE ZERO TO WS-TB-COUNT WS-ROLLED-COUNT.
               INITIALIZE WS-TB-TOTALS.
               PERFORM START-BALANCE-SCAN.
               PERFORM UNTIL WS-BAL-EOF
                   READ BALANCE-FILE NEXT
                       AT END
                           SET WS-BAL-EOF TO TRUE
                       NOT AT END
                           IF BAL-PERIOD = WS-TB-PERIOD
                               PERFORM STORE-TRIAL-BALANCE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM.
               MOVE SPACES TO TRIAL-BALANCE-LINE.
               WRITE TRIAL-BALANCE-LINE.
               MOVE WS-TB-PERIOD TO WS-TBP-PERIOD.
               WRITE TRIAL-BALANCE-LINE FROM WS-TB-PERIOD-LINE.
               PERFORM VARYING WS-TB-INDEX FROM 1 BY 1
                       UNTIL WS-TB-INDEX > WS-TB-COUNT
                   PERFORM WRITE-TRIAL-BALANCE-ACCOUNT
               END-PERFORM.
               PERFORM WRITE-TRIAL-BALANCE-TOTALS.
               PERFORM ROLL-BALANCES-FORWARD.

      *> Fields not yet numeric (a record written before a bucket
      *> was ever used) count as zero.
           STORE-TRIAL-BALANCE-ENTRY.
               ADD 1 TO WS-TB-COUNT.
               IF WS-TB-COUNT > 2000
                   DISPLAY "NUMSBDM: MORE THAN 2000 ACCOUNTS IN "
                           "PERIOD " WS-TB-PERIOD
                   CLOSE BALANCE-FILE TRIAL-BALANCE-FILE
                   PERFORM REFUSE-PERIOD-CLOSE
               END-IF.
               MOVE BAL-ACCOUNT TO WS-TB-ACCOUNT(WS-TB-COUNT).
               MOVE ZERO TO WS-TB-OPENING(WS-TB-COUNT)
                            WS-TB-ADD(WS-TB-COUNT)
                            WS-TB-SUB(WS-TB-COUNT)
                            WS-TB-MUL(WS-TB-COUNT)
                            WS-TB-DIV(WS-TB-COUNT)
                            WS-TB-OTHER(WS-TB-COUNT).
               IF BAL-OPENING NUMERIC
                   MOVE BAL-OPENING TO WS-TB-OPENING(WS-TB-COUNT)
               END-IF.
               IF BAL-ACT-ADD NUMERIC
                   MOVE BAL-ACT-ADD TO WS-TB-ADD(WS-TB-COUNT)
               END-IF.
               IF BAL-ACT-SUB NUMERIC
                   MOVE BAL-ACT-SUB TO WS-TB-SUB(WS-TB-COUNT)
               END-IF.
               IF BAL-ACT-MUL NUMERIC
                   MOVE BAL-ACT-MUL TO WS-TB-MUL(WS-TB-COUNT)
               END-IF.
               IF BAL-ACT-DIV NUMERIC
                   MOVE BAL-ACT-DIV TO WS-TB-DIV(WS-TB-COUNT)
               END-IF.
               IF BAL-ACT-OTHER NUMERIC
                   MOVE BAL-ACT-OTHER TO WS-TB-OTHER(WS-TB-COUNT)
               END-IF.
               COMPUTE WS-TB-CLOSING(WS-TB-COUNT) =
                   WS-TB-OPENING(WS-TB-COUNT)
                   + WS-TB-ADD(WS-TB-COUNT) + WS-TB-SUB(WS-TB-COUNT)
                   + WS-TB-MUL(WS-TB-COUNT) + WS-TB-DIV(WS-TB-COUNT)
                   + WS-TB-OTHER(WS-TB-COUNT).
               ADD WS-TB-OPENING(WS-TB-COUNT) TO WS-TOT-OPENING.
               ADD WS-TB-ADD(WS-TB-COUNT) TO WS-TOT-ADD.
               ADD WS-TB-SUB(WS-TB-COUNT) TO WS-TOT-SUB.
               ADD WS-TB-MUL(WS-TB-COUNT) TO WS-TOT-MUL.
               ADD WS-TB-DIV(WS-TB-COUNT) TO WS-TOT-DIV.
               ADD WS-TB-OTHER(WS-TB-COUNT) TO WS-TOT-OTHER.
               ADD WS-TB-CLOSING(WS-TB-COUNT) TO WS-TOT-CLOSING.

           WRITE-TRIAL-BALANCE-ACCOUNT.
               MOVE WS-TB-ACCOUNT(WS-TB-INDEX) TO WS-TBC-ACCOUNT.
               WRITE TRIAL-BALANCE-LINE FROM WS-TB-ACCOUNT-LINE.
               MOVE "OPENING BALANCE" TO WS-TBA-LABEL.
               MOVE WS-TB-OPENING(WS-TB-INDEX) TO WS-TBA-AMOUNT.
               WRITE TRIAL-BALANCE-LINE FROM WS-TB-AMOUNT-LINE.
               MOVE "ACTIVITY OP A (ADD)" TO WS-TBA-LABEL.
               MOVE WS-TB-ADD(WS-TB-INDEX) TO WS-TBA-AMOUNT.
               WRITE TRIAL-BALANCE-LINE FROM WS-TB-AMOUNT-LINE.
               MOVE "ACTIVITY OP S (SUBTRACT)" TO WS-TBA-LABEL.
               MOVE WS-TB-SUB(WS-TB-INDEX) TO WS-TBA-AMOUNT.
               WRITE TRIAL-BALANCE-LINE FROM WS-TB-AMOUNT-LINE.
               MOVE "ACTIVITY OP M (MULTIPLY)" TO WS-TBA-LABEL.
               MOVE WS-TB-MUL(WS-TB-INDEX) TO WS-TBA-AMOUNT.
               WRITE TRIAL-BALANCE-LINE FROM WS-TB-AMOUNT-LINE.
               MOVE "ACTIVITY OP D (DIVIDE)" TO WS-TBA-LABEL.
               MOVE WS-TB-DIV(WS-TB-INDEX) TO WS-TBA-AMOUNT.
               WRITE TRIAL-BALANCE-LINE FROM WS-TB-AMOUNT-LINE.
               IF WS-TB-OTHER(WS-TB-INDEX) NOT = ZERO
                   MOVE "ACTIVITY UNCLASSIFIED" TO WS-TBA-LABEL
                   MOVE WS-TB-OTHER(WS-TB-INDEX) TO WS-TBA-AMOUNT
                   WRITE TRIAL-BALANCE-LINE FROM WS-TB-AMOUNT-LINE
               END-IF.
               MOVE "CLOSING BALANCE" TO WS-TBA-LABEL.
               MOVE WS-TB-CLOSING(WS-TB-INDEX) TO WS-TBA-AMOUNT.
               WRITE TRIAL-BALANCE-LINE FROM WS-TB-AMOUNT-LINE.

           WRITE-TRIAL-BALANCE-TOTALS.
               MOVE "PERIOD TOTALS" TO TRIAL-BALANCE-LINE.
               WRITE TRIAL-BALANCE-LINE.
               MOVE "OPENING BALANCE" TO WS-TBA-LABEL.
               MOVE WS-TOT-OPENING TO WS-TBA-AMOUNT.
               WRITE TRIAL-BALANCE-LINE FROM WS-TB-AMOUNT-LINE.
               MOVE "ACTIVITY OP A (ADD)" TO WS-TBA-LABEL.
               MOVE WS-TOT-ADD TO WS-TBA-AMOUNT.
               WRITE TRIAL-BALANCE-LINE FROM WS-TB-AMOUNT-LINE.
               MOVE "ACTIVITY OP S (SUBTRACT)" TO WS-TBA-LABEL.
               MOVE WS-TOT-SUB TO WS-TBA-AMOUNT.
               WRITE TRIAL-BALANCE-LINE FROM WS-TB-AMOUNT-LINE.
               MOVE "ACTIVITY OP M (MULTIPLY)" TO WS-TBA-LABEL.
               MOVE WS-TOT-MUL TO WS-TBA-AMOUNT.
               WRITE TRIAL-BALANCE-LINE FROM WS-TB-AMOUNT-LINE.
               MOVE "ACTIVITY OP D (DIVIDE)" TO WS-TBA-LABEL.
               MOVE WS-TOT-DIV TO WS-TBA-AMOUNT.
               WRITE TRIAL-BALANCE-LINE FROM WS-TB-AMOUNT-LINE.
               IF WS-TOT-OTHER NOT = ZERO
                   MOVE "ACTIVITY UNCLASSIFIED" TO WS-TBA-LABEL
                   MOVE WS-TOT-OTHER TO WS-TBA-AMOUNT
                   WRITE TRIAL-BALANCE-LINE FROM WS-TB-AMOUNT-LINE
               END-IF.
               MOVE "CLOSING BALANCE" TO WS-TBA-LABEL.
               MOVE WS-TOT-CLOSING TO WS-TBA-AMOUNT.
               WRITE TRIAL-BALANCE-LINE FROM WS-TB-AMOUNT-LINE.

      *> The next period's record keeps any activity already booked
      *> to it; only its opening balance is set.
           ROLL-BALANCES-FORWARD.
               PERFORM COMPUTE-NEXT-PERIOD.
               PERFORM VARYING WS-TB-INDEX FROM 1 BY 1
                       UNTIL WS-TB-INDEX > WS-TB-COUNT
                   MOVE "N" TO WS-BAL-NEW-SWITCH
                   MOVE WS-TB-ACCOUNT(WS-TB-INDEX) TO BAL-ACCOUNT
                   MOVE WS-NEXT-PERIOD TO BAL-PERIOD
                   READ BALANCE-FILE
                       INVALID KEY
                           SET WS-BAL-NEW TO TRUE
                   END-READ
                   IF WS-BAL-NEW
                       MOVE ZERO TO BAL-ACT-ADD BAL-ACT-SUB
                                    BAL-ACT-MUL BAL-ACT-DIV
                                    BAL-ACT-OTHER BAL-POST-COUNT
                       MOVE WS-TB-ACCOUNT(WS-TB-INDEX) TO BAL-ACCOUNT
                       MOVE WS-NEXT-PERIOD TO BAL-PERIOD
                   END-IF
                   MOVE WS-TB-CLOSING(WS-TB-INDEX) TO BAL-OPENING
                   MOVE WS-CUR-BUSINESS-DATE TO BAL-LAST-UPDATE
                   IF WS-BAL-NEW
                       WRITE BALANCE-RECORD
                   ELSE
                       REWRITE BALANCE-RECORD
                   END-IF
                   ADD 1 TO WS-ROLLED-COUNT
               END-PERFORM.
               MOVE WS-NEXT-PERIOD TO WS-TBR-PERIOD.
               MOVE WS-ROLLED-COUNT TO WS-TBR-COUNT.
               WRITE TRIAL-BALANCE-LINE FROM WS-TB-ROLL-LINE.

           NAME-TRIAL-BALANCE-REPORT.
               MOVE SPACES TO WS-TB-FILENAME.
               STRING "NUMSTB" WS-CUR-CLOSED-PERIOD ".DAT"
                   DELIMITED BY SIZE INTO WS-TB-FILENAME.
               CALL "CBL_RENAME_FILE" USING WS-TB-TMP-FILENAME
                                            WS-TB-FILENAME
                   RETURNING WS-FILE-OP-STATUS.
               IF WS-FILE-OP-STATUS NOT = ZERO
                   DISPLAY "NUMSBDM: RENAME OF " WS-TB-TMP-FILENAME
                           " TO " WS-TB-FILENAME
                           " FAILED, STATUS=" WS-FILE-OP-STATUS
                   PERFORM REFUSE-PERIOD-CLOSE
               ELSE
                   DISPLAY "NUMSBDM: TRIAL BALANCE WRITTEN TO "
                           WS-TB-FILENAME
               END-IF.
