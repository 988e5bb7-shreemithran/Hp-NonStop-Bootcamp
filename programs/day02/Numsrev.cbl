           IDENTIFICATION DIVISION.
           PROGRAM-ID. NUMSREV.

      *> Batch reversal.  Backs a whole posted NUMSADD batch out of
      *> the books when the submitter reports after the fact that it
      *> was wrong.  The batch is found through LGR-BATCH-ID in the
      *> processed-ID ledger, and each of its postings is traced back
      *> to its accepted audit record (or, failing that, the last
      *> run's result file) for the department, operation and amount
      *> that went to the GL.
      *>
      *> Reversal is a maker/checker control, the same as a released
      *> correction in NUMSSUP: one operator requests the reversal
      *> and it waits in NUMSRVQ.DAT until a different operator
      *> approves it.  On approval the program writes a balanced
      *> reversing GL file - same account pairs, amounts negated - to a
      *> dated NUMSGLV generation, writes a REVERSED audit record for
      *> each transaction, logs the approval in NUMSAPL.DAT and
      *> deletes the batch's IDs from the ledger so a corrected batch
      *> can be resubmitted.  Reversals book to the open business
      *> date and are refused when it falls in a closed period.  The
      *> negated amounts are also taken off the account balance file
      *> NUMSBAL.DAT for the business-date period, under the original
      *> operation code, since a reversal is not returned through
      *> the GL return file the way a NUMSADD batch is.
      *>
      *> Requesting a reversal needs the maker role and approving
      *> one the checker role on the operator security file; every
      *> decision, and every attempt to approve one's own request,
      *> is written to the security log.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT LEDGER-FILE ASSIGN TO "NUMSIDL.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS LGR-TRANS-ID
                   FILE STATUS IS WS-LEDGER-STATUS.

      *> Reversals requested and not yet approved or declined.
               SELECT REQUEST-FILE ASSIGN TO "NUMSRVQ.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REQUEST-STATUS.

               SELECT TEMP-REQUEST-FILE ASSIGN TO "NUMSRVQ.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT AUDIT-FILE ASSIGN TO "NUMSAUD.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-STATUS.

               SELECT RESULT-FILE ASSIGN TO "NUMSOUT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RESULT-STATUS.

               SELECT GL-MAP-FILE ASSIGN TO "NUMSGLM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GL-MAP-STATUS.

      *> The reversing GL file is written under a fixed working name
      *> and renamed to a date-and-time-stamped generation once the
      *> reversal is complete, so no generation is ever overwritten
      *> before the GL has taken it.
               SELECT REVERSAL-GL-FILE ASSIGN TO "NUMSGLV.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REVERSAL-GL-STATUS.

               SELECT CONTROL-DATE-FILE ASSIGN TO "NUMSBDT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BDT-STATUS.

               SELECT APPROVAL-LOG-FILE ASSIGN TO "NUMSAPL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-APPROVAL-STATUS.

               SELECT BALANCE-FILE ASSIGN TO "NUMSBAL.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS BAL-KEY
                   FILE STATUS IS WS-BALANCE-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD  LEDGER-FILE.
               COPY NUMSIDL.

           FD  REQUEST-FILE.
           01  REQUEST-RECORD.
               05  RVQ-BATCH-ID         PIC X(8).
               05  FILLER               PIC X.
      *> Posting date of the batch in the ledger; zero when the
      *> requester asked for every posting under the batch ID.
               05  RVQ-POST-DATE        PIC 9(8).
               05  FILLER               PIC X.
               05  RVQ-MAKER            PIC X(20).
               05  FILLER               PIC X.
               05  RVQ-MAKER-DATE       PIC 9(8).
               05  FILLER               PIC X.
               05  RVQ-MAKER-TIME       PIC 9(8).
               05  FILLER               PIC X.
               05  RVQ-TRANS-COUNT      PIC 9(7).
               05  FILLER               PIC X.
               05  RVQ-REASON           PIC X(30).

           FD  TEMP-REQUEST-FILE.
           01  TEMP-REQUEST-RECORD      PIC X(95).

           FD  AUDIT-FILE.
               COPY NUMSAUD.

           FD  RESULT-FILE.
               COPY NUMSOUT.

           FD  GL-MAP-FILE.
           01  GL-MAP-RECORD.
               05  MAP-DEPT             PIC X(4).
               05  FILLER               PIC X.
               05  MAP-OPERATION-CODE   PIC X(1).
               05  FILLER               PIC X.
               05  MAP-DEBIT-ACCOUNT    PIC X(10).
               05  FILLER               PIC X.
               05  MAP-CREDIT-ACCOUNT   PIC X(10).

           FD  REVERSAL-GL-FILE.
           01  REVERSAL-GL-LINE         PIC X(100).

           FD  CONTROL-DATE-FILE.
               COPY NUMSBDT.

           FD  BALANCE-FILE.
               COPY NUMSBAL.

           FD  APPROVAL-LOG-FILE.
               COPY NUMSAPL.

           WORKING-STORAGE SECTION.
           01  WS-DONE-SWITCH           PIC X VALUE "N".
               88  WS-DONE                  VALUE "Y".
           01  WS-REQUEST-EOF-SWITCH    PIC X VALUE "N".
               88  WS-REQUEST-EOF           VALUE "Y".
           01  WS-LEDGER-EOF-SWITCH     PIC X VALUE "N".
               88  WS-LEDGER-EOF            VALUE "Y".
           01  WS-AUDIT-EOF-SWITCH      PIC X VALUE "N".
               88  WS-AUDIT-EOF             VALUE "Y".
           01  WS-RESULT-EOF-SWITCH     PIC X VALUE "N".
               88  WS-RESULT-EOF            VALUE "Y".
           01  WS-GL-MAP-EOF-SWITCH     PIC X VALUE "N".
               88  WS-GL-MAP-EOF            VALUE "Y".
           01  WS-GL-MAP-FOUND-SWITCH   PIC X VALUE "N".
               88  WS-GL-MAP-FOUND          VALUE "Y".
           01  WS-REV-FOUND-SWITCH      PIC X VALUE "N".
               88  WS-REV-FOUND             VALUE "Y".
           01  WS-INPUT-OK-SWITCH       PIC X VALUE "Y".
               88  WS-INPUT-OK              VALUE "Y".
           01  WS-PENDING-SWITCH        PIC X VALUE "N".
               88  WS-ALREADY-PENDING       VALUE "Y".
           01  WS-BDT-EMPTY-SWITCH      PIC X VALUE "N".
               88  WS-BDT-EMPTY             VALUE "Y".
           01  WS-LEDGER-STATUS         PIC XX.
           01  WS-REQUEST-STATUS        PIC XX.
           01  WS-AUDIT-STATUS          PIC XX.
           01  WS-RESULT-STATUS         PIC XX.
           01  WS-GL-MAP-STATUS         PIC XX.
           01  WS-REVERSAL-GL-STATUS    PIC XX.
           01  WS-BDT-STATUS            PIC XX.
           01  WS-APPROVAL-STATUS       PIC XX.
           01  WS-BALANCE-STATUS        PIC XX.
           01  WS-BAL-NEW-SWITCH        PIC X VALUE "N".
               88  WS-BAL-NEW               VALUE "Y".
           01  WS-LOCK-HELD-SWITCH      PIC X VALUE "N".
               88  WS-LOCK-HELD             VALUE "Y".
           01  WS-LOCK-FUNCTION         PIC X(1).
           01  WS-LOCK-PROGRAM          PIC X(8) VALUE "NUMSREV".
           01  WS-LOCK-RESULT           PIC X(1).
           01  WS-FILE-OP-STATUS        PIC 9(9) COMP-5 VALUE ZERO.
           01  WS-RUN-USER              PIC X(20).
           01  WS-AUT-FUNCTION          PIC X(1).
           01  WS-AUT-PROGRAM           PIC X(8) VALUE "NUMSREV".
           01  WS-AUT-ACTION            PIC X(8).
           01  WS-AUT-ROLES             PIC X(5).
           01  WS-AUT-DETAIL            PIC X(40).
           01  WS-AUT-RESULT            PIC X(1).
           01  WS-RUN-DATE              PIC 9(8).
           01  WS-RUN-TIME              PIC 9(8).
           01  WS-ACTION                PIC X(1).
           01  WS-DECISION              PIC X(1).
           01  WS-APL-ACTION            PIC X(8).
           01  WS-INPUT-BATCH           PIC X(8).
           01  WS-INPUT-DATE            PIC X(8).
           01  WS-INPUT-REASON          PIC X(30).
           01  WS-SEL-BATCH             PIC X(8).
           01  WS-SEL-DATE              PIC 9(8) VALUE ZERO.
           01  WS-REQUESTED-COUNT       PIC 9(7) VALUE ZERO.
           01  WS-REVERSED-COUNT        PIC 9(7) VALUE ZERO.
           01  WS-DECLINED-COUNT        PIC 9(7) VALUE ZERO.
           01  WS-HELD-COUNT            PIC 9(7) VALUE ZERO.
           01  WS-REFUSED-COUNT         PIC 9(7) VALUE ZERO.
           01  WS-UNRESOLVED-COUNT      PIC 9(7) VALUE ZERO.
           01  WS-REV-AMOUNT-NEG        PIC S9(15)V99 VALUE ZERO.
           01  WS-DSP-AMOUNT            PIC -Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.

      *> Department / operation-code to GL account mapping, the same
      *> reference file NUMSADD posts through, so each reversing line
      *> goes to the accounts the original posting went to.
           01  WS-GL-DEBIT-ACCOUNT      PIC X(10).
           01  WS-GL-CREDIT-ACCOUNT     PIC X(10).
           01  WS-GL-MAP-COUNT          PIC 9(3) VALUE ZERO.
           01  WS-GL-MAP-INDEX          PIC 9(3) VALUE ZERO.
           01  WS-GL-MAP-TABLE.
               05  WS-GL-MAP-ENTRY OCCURS 200 TIMES.
                   10  WS-MAP-DEPT          PIC X(4).
                   10  WS-MAP-OPERATION     PIC X(1).
                   10  WS-MAP-DEBIT-ACCOUNT  PIC X(10).
                   10  WS-MAP-CREDIT-ACCOUNT PIC X(10).

           01  WS-GL-DETAIL-COUNT       PIC 9(7) VALUE ZERO.
           01  WS-GL-HASH-TOTAL         PIC S9(16)V99 VALUE ZERO.
           01  WS-GL-DEBIT-TOTAL        PIC S9(16)V99 VALUE ZERO.
           01  WS-GL-CREDIT-TOTAL       PIC S9(16)V99 VALUE ZERO.
           01  WS-BAL-POST-ACCOUNT      PIC X(10).
           01  WS-BAL-POST-AMOUNT       PIC S9(15)V99 VALUE ZERO.

      *> The postings of the batch under review, one entry per
      *> ledger ID.  WS-REV-SOURCE is "A" when the posting was found
      *> on the audit trail, "R" when only the result file had it,
      *> and space while it is still unaccounted for.
           01  WS-LOOKUP-TRANS-ID       PIC X(12).
           01  WS-REV-COUNT             PIC 9(5) VALUE ZERO.
           01  WS-REV-INDEX             PIC 9(5) VALUE ZERO.
           01  WS-REV-CUR               PIC 9(5) VALUE ZERO.
           01  WS-REV-TABLE.
               05  WS-REV-ENTRY OCCURS 10000 TIMES.
                   10  WS-REV-TRANS-ID      PIC X(12).
                   10  WS-REV-LGR-DATE      PIC 9(8).
                   10  WS-REV-SOURCE        PIC X(1).
                   10  WS-REV-NUM1          PIC X(12).
                   10  WS-REV-NUM2          PIC X(12).
                   10  WS-REV-OPERATION     PIC X(1).
                   10  WS-REV-DEPT          PIC X(4).
                   10  WS-REV-AMOUNT        PIC S9(15)V99.
                   10  WS-REV-DEBIT-ACCOUNT  PIC X(10).
                   10  WS-REV-CREDIT-ACCOUNT PIC X(10).
                   10  WS-REV-CURRENCY      PIC X(3).
                   10  WS-REV-ORIG-AMOUNT   PIC S9(15)V99.
                   10  WS-REV-FX-RATE       PIC 9(5)V9(6).

           COPY NUMSGL.

           01  WS-FILE-NAMES.
               05  WS-REQUEST-FILENAME     PIC X(20)
                                            VALUE "NUMSRVQ.DAT".
               05  WS-REQUEST-TMP-FILENAME PIC X(20)
                                            VALUE "NUMSRVQ.TMP".
               05  WS-GLV-TMP-FILENAME     PIC X(20)
                                            VALUE "NUMSGLV.TMP".
               05  WS-GLV-FILENAME         PIC X(30).

           PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM CHECK-OPERATOR-SIGNON.
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
               PERFORM ACQUIRE-RUN-LOCK.
               PERFORM LOAD-BUSINESS-DATE.
               PERFORM LOAD-GL-ACCOUNT-MAP.
               PERFORM UNTIL WS-DONE
                   PERFORM ACCEPT-ACTION
                   EVALUATE WS-ACTION
                       WHEN "R"
                           MOVE "REVREQST" TO WS-AUT-ACTION
                           MOVE "M" TO WS-AUT-ROLES
                           PERFORM CHECK-ACTION-AUTHORITY
                           IF WS-AUT-RESULT = "Y"
                               PERFORM ENTER-REVERSAL-REQUEST
                           END-IF
                       WHEN "A"
                           MOVE "REVAPPRV" TO WS-AUT-ACTION
                           MOVE "C" TO WS-AUT-ROLES
                           PERFORM CHECK-ACTION-AUTHORITY
                           IF WS-AUT-RESULT = "Y"
                               PERFORM REVIEW-REVERSAL-REQUESTS
                           END-IF
                       WHEN "X"
                           SET WS-DONE TO TRUE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-PERFORM.
               DISPLAY "NUMSREV: REQUESTED " WS-REQUESTED-COUNT
                       " REVERSED " WS-REVERSED-COUNT
                       " DECLINED " WS-DECLINED-COUNT
                       " STILL PENDING " WS-HELD-COUNT.
      *> The lock is released before the warning code is set: the
      *> CALL resets RETURN-CODE.
               PERFORM RELEASE-RUN-LOCK.
               IF WS-REFUSED-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               END-IF.
               STOP RUN.

      *> The reversal deletes from the live duplicate-check ledger
      *> and appends to the audit trail, so it holds the same run
      *> lock as NUMSADD.
           ACQUIRE-RUN-LOCK.
               MOVE "A" TO WS-LOCK-FUNCTION.
               CALL "NUMSLOK" USING WS-LOCK-FUNCTION
                                    WS-LOCK-PROGRAM
                                    WS-LOCK-RESULT.
               IF WS-LOCK-RESULT NOT = "Y"
                   DISPLAY "NUMSREV: RUN LOCK NOT ACQUIRED - "
                           "TRY AGAIN WHEN THE OTHER RUN COMPLETES"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF.
               SET WS-LOCK-HELD TO TRUE.

           RELEASE-RUN-LOCK.
               IF WS-LOCK-HELD
                   MOVE "R" TO WS-LOCK-FUNCTION
                   CALL "NUMSLOK" USING WS-LOCK-FUNCTION
                                        WS-LOCK-PROGRAM
                                        WS-LOCK-RESULT
                   MOVE "N" TO WS-LOCK-HELD-SWITCH
               END-IF.

      *> The operator signs on with ID and password and must be on
      *> the security file with one of the roles this program needs;
      *> the operator ID signed on with is the identity every record
      *> this session writes is stamped with.
           CHECK-OPERATOR-SIGNON.
               MOVE "SIGNON" TO WS-AUT-ACTION.
               MOVE "MC" TO WS-AUT-ROLES.
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

           LOG-REFUSED-ACTION.
               MOVE "R" TO WS-AUT-FUNCTION.
               CALL "NUMSAUT" USING WS-AUT-FUNCTION WS-AUT-PROGRAM
                                    WS-AUT-ACTION WS-AUT-ROLES
                                    WS-AUT-DETAIL WS-RUN-USER
                                    WS-AUT-RESULT.

      *> A reversal books to the open business date like any other
      *> posting, and is refused outright when that date falls in a
      *> period NUMSBDM has closed.
           LOAD-BUSINESS-DATE.
               MOVE "N" TO WS-BDT-EMPTY-SWITCH.
               OPEN INPUT CONTROL-DATE-FILE.
               IF WS-BDT-STATUS NOT = "00"
                   DISPLAY "NUMSREV: NO BUSINESS DATE CONTROL FILE "
                           "- OPEN A BUSINESS DATE WITH NUMSBDM"
                   PERFORM RELEASE-RUN-LOCK
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               READ CONTROL-DATE-FILE
                   AT END
                       SET WS-BDT-EMPTY TO TRUE
               END-READ.
               CLOSE CONTROL-DATE-FILE.
               IF WS-BDT-EMPTY
                  OR BDT-STATUS NOT = "O"
                  OR BDT-BUSINESS-DATE NOT NUMERIC
                   DISPLAY "NUMSREV: NO BUSINESS DATE OPEN - OPEN "
                           "ONE WITH NUMSBDM BEFORE REVERSING"
                   PERFORM RELEASE-RUN-LOCK
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               IF BDT-CLOSED-PERIOD NUMERIC AND
                  BDT-BUSINESS-DATE(1:6) <= BDT-CLOSED-PERIOD
                   DISPLAY "NUMSREV: BUSINESS DATE "
                           BDT-BUSINESS-DATE " FALLS IN A CLOSED "
                           "PERIOD - REVERSAL REFUSED"
                   PERFORM RELEASE-RUN-LOCK
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE BDT-BUSINESS-DATE TO WS-RUN-DATE.
               DISPLAY "NUMSREV: REVERSING UNDER BUSINESS DATE "
                       WS-RUN-DATE.

      *> Lines whose first byte is "*" are comments.
           LOAD-GL-ACCOUNT-MAP.
               OPEN INPUT GL-MAP-FILE.
               IF WS-GL-MAP-STATUS NOT = "00"
                   DISPLAY "NUMSREV: CANNOT OPEN GL ACCOUNT MAP "
                           "NUMSGLM.DAT, STATUS=" WS-GL-MAP-STATUS
                   PERFORM RELEASE-RUN-LOCK
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM UNTIL WS-GL-MAP-EOF
                   READ GL-MAP-FILE
                       AT END
                           SET WS-GL-MAP-EOF TO TRUE
                       NOT AT END
                           IF MAP-DEPT NOT = SPACES AND
                              MAP-DEPT(1:1) NOT = "*"
                               PERFORM STORE-GL-MAP-ENTRY
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE GL-MAP-FILE.

           STORE-GL-MAP-ENTRY.
               ADD 1 TO WS-GL-MAP-COUNT.
               IF WS-GL-MAP-COUNT > 200
                   DISPLAY "NUMSREV: MORE THAN 200 ENTRIES IN "
                           "NUMSGLM.DAT"
                   PERFORM RELEASE-RUN-LOCK
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE MAP-DEPT TO WS-MAP-DEPT(WS-GL-MAP-COUNT).
               MOVE MAP-OPERATION-CODE TO
                    WS-MAP-OPERATION(WS-GL-MAP-COUNT).
               MOVE MAP-DEBIT-ACCOUNT TO
                    WS-MAP-DEBIT-ACCOUNT(WS-GL-MAP-COUNT).
               MOVE MAP-CREDIT-ACCOUNT TO
                    WS-MAP-CREDIT-ACCOUNT(WS-GL-MAP-COUNT).

           ACCEPT-ACTION.
               MOVE SPACE TO WS-ACTION.
               DISPLAY " ".
               DISPLAY "REQUEST REVERSAL / APPROVE REVERSALS / "
                       "EXIT (R/A/X)?".
               ACCEPT WS-ACTION.
               INSPECT WS-ACTION CONVERTING "rax" TO "RAX".

      *> The maker side: the batch must still have IDs in the
      *> ledger, and may only be waiting for approval once.
           ENTER-REVERSAL-REQUEST.
               SET WS-INPUT-OK TO TRUE.
               DISPLAY "BATCH ID TO REVERSE?".
               MOVE SPACES TO WS-INPUT-BATCH.
               ACCEPT WS-INPUT-BATCH.
               IF WS-INPUT-BATCH = SPACES
                   DISPLAY "NUMSREV: NO BATCH ID - NOTHING REQUESTED"
                   MOVE "N" TO WS-INPUT-OK-SWITCH
               END-IF.
               IF WS-INPUT-OK
                   DISPLAY "POSTING DATE OF THE BATCH (YYYYMMDD, "
                           "BLANK FOR ALL DATES)?"
                   MOVE SPACES TO WS-INPUT-DATE
                   ACCEPT WS-INPUT-DATE
                   IF WS-INPUT-DATE = SPACES
                       MOVE ZERO TO WS-SEL-DATE
                   ELSE
                       IF WS-INPUT-DATE NUMERIC
                           MOVE WS-INPUT-DATE TO WS-SEL-DATE
                       ELSE
                           DISPLAY "NUMSREV: DATE NOT NUMERIC - "
                                   "NOTHING REQUESTED"
                           MOVE "N" TO WS-INPUT-OK-SWITCH
                       END-IF
                   END-IF
               END-IF.
               IF WS-INPUT-OK
                   DISPLAY "REASON FOR THE REVERSAL?"
                   MOVE SPACES TO WS-INPUT-REASON
                   ACCEPT WS-INPUT-REASON
                   MOVE WS-INPUT-BATCH TO WS-SEL-BATCH
                   PERFORM COLLECT-BATCH-ENTRIES
                   IF WS-REV-COUNT = ZERO
                       DISPLAY "NUMSREV: NO LEDGER ENTRIES FOR BATCH "
                               WS-SEL-BATCH " - NOTHING REQUESTED"
                   ELSE
                       PERFORM CHECK-REQUEST-PENDING
                       IF WS-ALREADY-PENDING
                           DISPLAY "NUMSREV: A REVERSAL OF BATCH "
                                   WS-SEL-BATCH " IS ALREADY "
                                   "AWAITING APPROVAL"
                       ELSE
                           PERFORM WRITE-REVERSAL-REQUEST
                       END-IF
                   END-IF
               END-IF.

           CHECK-REQUEST-PENDING.
               MOVE "N" TO WS-PENDING-SWITCH.
               MOVE "N" TO WS-REQUEST-EOF-SWITCH.
               OPEN INPUT REQUEST-FILE.
               IF WS-REQUEST-STATUS = "00"
                   PERFORM UNTIL WS-REQUEST-EOF
                       READ REQUEST-FILE
                           AT END
                               SET WS-REQUEST-EOF TO TRUE
                           NOT AT END
                               IF RVQ-BATCH-ID = WS-SEL-BATCH AND
                                  RVQ-POST-DATE = WS-SEL-DATE
                                   SET WS-ALREADY-PENDING TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE REQUEST-FILE
               END-IF.

           WRITE-REVERSAL-REQUEST.
               OPEN EXTEND REQUEST-FILE.
               IF WS-REQUEST-STATUS NOT = "00"
                   OPEN OUTPUT REQUEST-FILE
                   CLOSE REQUEST-FILE
                   OPEN EXTEND REQUEST-FILE
               END-IF.
               ACCEPT WS-RUN-TIME FROM TIME.
               MOVE SPACES TO REQUEST-RECORD.
               MOVE WS-SEL-BATCH TO RVQ-BATCH-ID.
               MOVE WS-SEL-DATE TO RVQ-POST-DATE.
               MOVE WS-RUN-USER TO RVQ-MAKER.
               MOVE WS-RUN-DATE TO RVQ-MAKER-DATE.
               MOVE WS-RUN-TIME TO RVQ-MAKER-TIME.
               MOVE WS-REV-COUNT TO RVQ-TRANS-COUNT.
               MOVE WS-INPUT-REASON TO RVQ-REASON.
               WRITE REQUEST-RECORD.
               CLOSE REQUEST-FILE.
               ADD 1 TO WS-REQUESTED-COUNT.
               DISPLAY "NUMSREV: REVERSAL OF BATCH " WS-SEL-BATCH
                       " (" WS-REV-COUNT " TRANSACTIONS) AWAITING "
                       "APPROVAL BY ANOTHER SUPERVISOR".

      *> Every ledger ID posted under the batch (and date, when one
      *> was given).  The ledger is read in key order, so the table
      *> is built in transaction-ID order.
           COLLECT-BATCH-ENTRIES.
               MOVE ZERO TO WS-REV-COUNT.
               MOVE "N" TO WS-LEDGER-EOF-SWITCH.
               OPEN INPUT LEDGER-FILE.
               IF WS-LEDGER-STATUS NOT = "00"
                   DISPLAY "NUMSREV: CANNOT OPEN NUMSIDL.DAT, "
                           "STATUS=" WS-LEDGER-STATUS
                   PERFORM RELEASE-RUN-LOCK
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM UNTIL WS-LEDGER-EOF
                   READ LEDGER-FILE NEXT
                       AT END
                           SET WS-LEDGER-EOF TO TRUE
                       NOT AT END
                           IF LGR-BATCH-ID = WS-SEL-BATCH AND
                              (WS-SEL-DATE = ZERO OR
                               LGR-DATE = WS-SEL-DATE)
                               PERFORM STORE-BATCH-ENTRY
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE LEDGER-FILE.

           STORE-BATCH-ENTRY.
               ADD 1 TO WS-REV-COUNT.
               IF WS-REV-COUNT > 10000
                   DISPLAY "NUMSREV: MORE THAN 10000 LEDGER ENTRIES "
                           "FOR BATCH " WS-SEL-BATCH
                   PERFORM RELEASE-RUN-LOCK
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE LGR-TRANS-ID TO WS-REV-TRANS-ID(WS-REV-COUNT).
               IF LGR-DATE NUMERIC
                   MOVE LGR-DATE TO WS-REV-LGR-DATE(WS-REV-COUNT)
               ELSE
                   MOVE ZERO TO WS-REV-LGR-DATE(WS-REV-COUNT)
               END-IF.
               MOVE SPACE TO WS-REV-SOURCE(WS-REV-COUNT).
               MOVE SPACES TO WS-REV-NUM1(WS-REV-COUNT)
                              WS-REV-NUM2(WS-REV-COUNT)
                              WS-REV-OPERATION(WS-REV-COUNT)
                              WS-REV-DEPT(WS-REV-COUNT)
                              WS-REV-DEBIT-ACCOUNT(WS-REV-COUNT)
                              WS-REV-CREDIT-ACCOUNT(WS-REV-COUNT)
                              WS-REV-CURRENCY(WS-REV-COUNT).
               MOVE ZERO TO WS-REV-AMOUNT(WS-REV-COUNT)
                            WS-REV-ORIG-AMOUNT(WS-REV-COUNT)
                            WS-REV-FX-RATE(WS-REV-COUNT).

      *> The checker side.  As in NUMSSUP, a request may not be
      *> approved by the operator who made it; those stay pending
      *> for another supervisor.
           REVIEW-REVERSAL-REQUESTS.
               MOVE "N" TO WS-REQUEST-EOF-SWITCH.
               OPEN INPUT REQUEST-FILE.
               IF WS-REQUEST-STATUS NOT = "00"
                   DISPLAY "NUMSREV: NO REVERSALS AWAITING APPROVAL "
                           "(NUMSRVQ.DAT NOT FOUND)"
               ELSE
                   OPEN OUTPUT TEMP-REQUEST-FILE
                   PERFORM OPEN-APPROVAL-LOG
                   PERFORM UNTIL WS-REQUEST-EOF
                       READ REQUEST-FILE
                           AT END
                               SET WS-REQUEST-EOF TO TRUE
                           NOT AT END
                               PERFORM REVIEW-ONE-REQUEST
                       END-READ
                   END-PERFORM
                   CLOSE REQUEST-FILE TEMP-REQUEST-FILE
                         APPROVAL-LOG-FILE
                   PERFORM REPLACE-REQUEST-FILE
               END-IF.

           OPEN-APPROVAL-LOG.
               OPEN EXTEND APPROVAL-LOG-FILE.
               IF WS-APPROVAL-STATUS NOT = "00"
                   OPEN OUTPUT APPROVAL-LOG-FILE
                   CLOSE APPROVAL-LOG-FILE
                   OPEN EXTEND APPROVAL-LOG-FILE
               END-IF.

           REVIEW-ONE-REQUEST.
               IF RVQ-MAKER = WS-RUN-USER
                   DISPLAY "NUMSREV: REVERSAL OF BATCH " RVQ-BATCH-ID
                           " REQUESTED BY YOU - LEFT FOR ANOTHER "
                           "SUPERVISOR"
                   MOVE "REVAPPRV" TO WS-AUT-ACTION
                   MOVE "C" TO WS-AUT-ROLES
                   MOVE SPACES TO WS-AUT-DETAIL
                   STRING "BATCH " RVQ-BATCH-ID " OWN REQUEST - HELD"
                       DELIMITED BY SIZE INTO WS-AUT-DETAIL
                   PERFORM LOG-REFUSED-ACTION
                   PERFORM HOLD-REQUEST
               ELSE
                   MOVE SPACE TO WS-DECISION
                   PERFORM ACCEPT-DECISION
                       UNTIL WS-DECISION = "A" OR "D" OR "S"
                   EVALUATE WS-DECISION
                       WHEN "A"
                           PERFORM APPROVE-REVERSAL
                       WHEN "D"
                           PERFORM DECLINE-REVERSAL
                       WHEN "S"
                           PERFORM HOLD-REQUEST
                   END-EVALUATE
               END-IF.

           ACCEPT-DECISION.
               DISPLAY " ".
               DISPLAY "BATCH REVERSAL APPROVAL".
               DISPLAY "  BATCH ID      : " RVQ-BATCH-ID.
               IF RVQ-POST-DATE = ZERO
                   DISPLAY "  POSTED ON     : ALL DATES"
               ELSE
                   DISPLAY "  POSTED ON     : " RVQ-POST-DATE
               END-IF.
               DISPLAY "  TRANSACTIONS  : " RVQ-TRANS-COUNT.
               DISPLAY "  REQUESTED BY  : " RVQ-MAKER " "
                       RVQ-MAKER-DATE.
               DISPLAY "  REASON        : " RVQ-REASON.
               DISPLAY "APPROVE / DECLINE / SKIP (A/D/S)?".
               ACCEPT WS-DECISION.
               INSPECT WS-DECISION CONVERTING "ads" TO "ADS".

      *> Nothing is written unless every posting of the batch can be
      *> traced to its amount and GL account; a partial reversal
      *> would leave the batch half in the books.
           APPROVE-REVERSAL.
               MOVE RVQ-BATCH-ID TO WS-SEL-BATCH.
               MOVE RVQ-POST-DATE TO WS-SEL-DATE.
               PERFORM COLLECT-BATCH-ENTRIES.
               IF WS-REV-COUNT = ZERO
                   DISPLAY "NUMSREV: NO LEDGER ENTRIES LEFT FOR BATCH "
                           WS-SEL-BATCH " - ALREADY REVERSED OR "
                           "PURGED; DECLINE THE REQUEST"
                   ADD 1 TO WS-REFUSED-COUNT
                   PERFORM HOLD-REQUEST
               ELSE
                   PERFORM FIND-ORIGINAL-POSTINGS
                   PERFORM CHECK-ALL-RESOLVED
                   IF WS-UNRESOLVED-COUNT > ZERO
                       DISPLAY "NUMSREV: " WS-UNRESOLVED-COUNT
                               " POSTINGS OF BATCH " WS-SEL-BATCH
                               " CANNOT BE TRACED - REVERSAL REFUSED"
                       ADD 1 TO WS-REFUSED-COUNT
                       PERFORM HOLD-REQUEST
                   ELSE
                       PERFORM OPEN-BALANCE-FILE
                       PERFORM WRITE-REVERSING-GL-FILE
                       PERFORM WRITE-REVERSAL-AUDIT
                       PERFORM VARYING WS-REV-INDEX FROM 1 BY 1
                               UNTIL WS-REV-INDEX > WS-REV-COUNT
                           PERFORM APPLY-REVERSAL-PAIR
                       END-PERFORM
                       CLOSE BALANCE-FILE
                       PERFORM FREE-LEDGER-IDS
                       PERFORM NAME-REVERSAL-GENERATION
                       ADD 1 TO WS-REVERSED-COUNT
                       MOVE "REVERSED" TO WS-APL-ACTION
                       PERFORM WRITE-APPROVAL-RECORD
                       MOVE WS-GL-DEBIT-TOTAL TO WS-DSP-AMOUNT
                       DISPLAY "NUMSREV: BATCH " WS-SEL-BATCH
                               " REVERSED - " WS-REV-COUNT
                               " TRANSACTIONS, TOTAL " WS-DSP-AMOUNT
                       DISPLAY "NUMSREV: REVERSING GL FILE WRITTEN "
                               "TO " WS-GLV-FILENAME
                   END-IF
               END-IF.

           DECLINE-REVERSAL.
               ADD 1 TO WS-DECLINED-COUNT.
               MOVE "DECLINED" TO WS-APL-ACTION.
               PERFORM WRITE-APPROVAL-RECORD.

           HOLD-REQUEST.
               ADD 1 TO WS-HELD-COUNT.
               WRITE TEMP-REQUEST-RECORD FROM REQUEST-RECORD.

      *> The audit trail is the posting history: the accepted
      *> record for the ID on the day the ledger shows it posted.
      *> If the same ID was posted, reversed and posted again that
      *> day, the later record is the one still in the books.  The
      *> last run's result file covers anything the audit trail no
      *> longer holds.
           FIND-ORIGINAL-POSTINGS.
               MOVE "N" TO WS-AUDIT-EOF-SWITCH.
               OPEN INPUT AUDIT-FILE.
               IF WS-AUDIT-STATUS = "00"
                   PERFORM UNTIL WS-AUDIT-EOF
                       READ AUDIT-FILE
                           AT END
                               SET WS-AUDIT-EOF TO TRUE
                           NOT AT END
                               PERFORM MATCH-AUDIT-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE AUDIT-FILE
               END-IF.
               MOVE "N" TO WS-RESULT-EOF-SWITCH.
               OPEN INPUT RESULT-FILE.
               IF WS-RESULT-STATUS = "00"
                   PERFORM UNTIL WS-RESULT-EOF
                       READ RESULT-FILE
                           AT END
                               SET WS-RESULT-EOF TO TRUE
                           NOT AT END
                               PERFORM MATCH-RESULT-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE RESULT-FILE
               END-IF.

           MATCH-AUDIT-RECORD.
               IF AUD-STATUS = "ACCEPTD" AND AUD-RESULT NUMERIC
                   MOVE AUD-TRANS-ID TO WS-LOOKUP-TRANS-ID
                   PERFORM FIND-REV-ENTRY
                   IF WS-REV-FOUND
                      AND AUD-DATE = WS-REV-LGR-DATE(WS-REV-CUR)
                       MOVE "A" TO WS-REV-SOURCE(WS-REV-CUR)
                       MOVE AUD-NUM1 TO WS-REV-NUM1(WS-REV-CUR)
                       MOVE AUD-NUM2 TO WS-REV-NUM2(WS-REV-CUR)
                       MOVE AUD-OPERATION-CODE TO
                            WS-REV-OPERATION(WS-REV-CUR)
                       MOVE AUD-DEPT TO WS-REV-DEPT(WS-REV-CUR)
                       MOVE AUD-RESULT TO WS-REV-AMOUNT(WS-REV-CUR)
                       MOVE AUD-CURRENCY TO
                            WS-REV-CURRENCY(WS-REV-CUR)
                       IF AUD-ORIG-AMOUNT NUMERIC
                          AND AUD-FX-RATE NUMERIC
                           MOVE AUD-ORIG-AMOUNT TO
                                WS-REV-ORIG-AMOUNT(WS-REV-CUR)
                           MOVE AUD-FX-RATE TO
                                WS-REV-FX-RATE(WS-REV-CUR)
                       ELSE
                           MOVE AUD-RESULT TO
                                WS-REV-ORIG-AMOUNT(WS-REV-CUR)
                           MOVE 1 TO WS-REV-FX-RATE(WS-REV-CUR)
                       END-IF
                   END-IF
               END-IF.

           MATCH-RESULT-RECORD.
               IF OUT-RESULT NUMERIC
                   MOVE OUT-TRANS-ID TO WS-LOOKUP-TRANS-ID
                   PERFORM FIND-REV-ENTRY
                   IF WS-REV-FOUND
                      AND WS-REV-SOURCE(WS-REV-CUR) = SPACE
                       MOVE "R" TO WS-REV-SOURCE(WS-REV-CUR)
                       MOVE OUT-NUM1-X TO WS-REV-NUM1(WS-REV-CUR)
                       MOVE OUT-NUM2-X TO WS-REV-NUM2(WS-REV-CUR)
                       MOVE OUT-OPERATION-CODE TO
                            WS-REV-OPERATION(WS-REV-CUR)
                       MOVE OUT-DEPT TO WS-REV-DEPT(WS-REV-CUR)
                       MOVE OUT-RESULT TO WS-REV-AMOUNT(WS-REV-CUR)
                       MOVE OUT-CURRENCY TO
                            WS-REV-CURRENCY(WS-REV-CUR)
                       IF OUT-ORIG-AMOUNT NUMERIC
                          AND OUT-FX-RATE NUMERIC
                           MOVE OUT-ORIG-AMOUNT TO
                                WS-REV-ORIG-AMOUNT(WS-REV-CUR)
                           MOVE OUT-FX-RATE TO
                                WS-REV-FX-RATE(WS-REV-CUR)
                       ELSE
                           MOVE OUT-RESULT TO
                                WS-REV-ORIG-AMOUNT(WS-REV-CUR)
                           MOVE 1 TO WS-REV-FX-RATE(WS-REV-CUR)
                       END-IF
                   END-IF
               END-IF.

           FIND-REV-ENTRY.
               MOVE "N" TO WS-REV-FOUND-SWITCH.
               MOVE ZERO TO WS-REV-CUR.
               PERFORM VARYING WS-REV-INDEX FROM 1 BY 1
                       UNTIL WS-REV-INDEX > WS-REV-COUNT
                          OR WS-REV-FOUND
                   IF WS-REV-TRANS-ID(WS-REV-INDEX) =
                      WS-LOOKUP-TRANS-ID
                       SET WS-REV-FOUND TO TRUE
                       MOVE WS-REV-INDEX TO WS-REV-CUR
                   END-IF
               END-PERFORM.

           CHECK-ALL-RESOLVED.
               MOVE ZERO TO WS-UNRESOLVED-COUNT.
               PERFORM VARYING WS-REV-INDEX FROM 1 BY 1
                       UNTIL WS-REV-INDEX > WS-REV-COUNT
                   IF WS-REV-SOURCE(WS-REV-INDEX) = SPACE
                       ADD 1 TO WS-UNRESOLVED-COUNT
                       DISPLAY "NUMSREV: NO POSTING RECORD FOUND FOR "
                               WS-REV-TRANS-ID(WS-REV-INDEX)
                   ELSE
                       PERFORM LOOKUP-GL-ACCOUNT
                       IF WS-GL-MAP-FOUND
                           MOVE WS-GL-DEBIT-ACCOUNT TO
                                WS-REV-DEBIT-ACCOUNT(WS-REV-INDEX)
                           MOVE WS-GL-CREDIT-ACCOUNT TO
                                WS-REV-CREDIT-ACCOUNT(WS-REV-INDEX)
                       ELSE
                           ADD 1 TO WS-UNRESOLVED-COUNT
                           DISPLAY "NUMSREV: NO GL ACCOUNT FOR DEPT "
                                   WS-REV-DEPT(WS-REV-INDEX) " OP "
                                   WS-REV-OPERATION(WS-REV-INDEX)
                                   " (" WS-REV-TRANS-ID(WS-REV-INDEX)
                                   ")"
                       END-IF
                   END-IF
               END-PERFORM.

           LOOKUP-GL-ACCOUNT.
               MOVE "N" TO WS-GL-MAP-FOUND-SWITCH.
               MOVE SPACES TO WS-GL-DEBIT-ACCOUNT WS-GL-CREDIT-ACCOUNT.
               PERFORM VARYING WS-GL-MAP-INDEX FROM 1 BY 1
                       UNTIL WS-GL-MAP-INDEX > WS-GL-MAP-COUNT
                          OR WS-GL-MAP-FOUND
                   IF WS-MAP-DEPT(WS-GL-MAP-INDEX) =
                          WS-REV-DEPT(WS-REV-INDEX) AND
                      WS-MAP-OPERATION(WS-GL-MAP-INDEX) =
                          WS-REV-OPERATION(WS-REV-INDEX)
                       SET WS-GL-MAP-FOUND TO TRUE
                       MOVE WS-MAP-DEBIT-ACCOUNT(WS-GL-MAP-INDEX) TO
                            WS-GL-DEBIT-ACCOUNT
                       MOVE WS-MAP-CREDIT-ACCOUNT(WS-GL-MAP-INDEX) TO
                            WS-GL-CREDIT-ACCOUNT
                   END-IF
               END-PERFORM.

      *> Same header / detail / trailer layout as NUMSGL.DAT, so the
      *> GL loads the reversal exactly as it loads a posting run:
      *> a debit and a credit line per posting, to the same two
      *> accounts as the original pair, with the amount negated.
           WRITE-REVERSING-GL-FILE.
               MOVE ZERO TO WS-GL-DETAIL-COUNT WS-GL-HASH-TOTAL
                            WS-GL-DEBIT-TOTAL WS-GL-CREDIT-TOTAL.
               OPEN OUTPUT REVERSAL-GL-FILE.
               MOVE "NUMSREV" TO GLH-BATCH-ID.
               MOVE WS-RUN-DATE TO GLH-BATCH-DATE.
               WRITE REVERSAL-GL-LINE FROM WS-GL-HEADER-LINE.
               PERFORM VARYING WS-REV-INDEX FROM 1 BY 1
                       UNTIL WS-REV-INDEX > WS-REV-COUNT
                   COMPUTE WS-REV-AMOUNT-NEG =
                       ZERO - WS-REV-AMOUNT(WS-REV-INDEX)
                   ADD 2 TO WS-GL-DETAIL-COUNT
                   ADD WS-REV-AMOUNT-NEG WS-REV-AMOUNT-NEG
                       TO WS-GL-HASH-TOTAL
                   ADD WS-REV-AMOUNT-NEG TO WS-GL-DEBIT-TOTAL
                   ADD WS-REV-AMOUNT-NEG TO WS-GL-CREDIT-TOTAL
                   MOVE WS-REV-AMOUNT-NEG TO GLD-AMOUNT
                   MOVE WS-RUN-DATE TO GLD-BATCH-DATE
                   MOVE WS-REV-TRANS-ID(WS-REV-INDEX) TO GLD-TRANS-ID
                   MOVE WS-REV-CURRENCY(WS-REV-INDEX) TO GLD-CURRENCY
                   COMPUTE GLD-ORIG-AMOUNT =
                       ZERO - WS-REV-ORIG-AMOUNT(WS-REV-INDEX)
                   MOVE WS-REV-FX-RATE(WS-REV-INDEX) TO GLD-FX-RATE
                   MOVE WS-REV-DEBIT-ACCOUNT(WS-REV-INDEX) TO
                        GLD-ACCOUNT
                   SET GLD-DEBIT TO TRUE
                   WRITE REVERSAL-GL-LINE FROM WS-GL-DETAIL-LINE
                   MOVE WS-REV-CREDIT-ACCOUNT(WS-REV-INDEX) TO
                        GLD-ACCOUNT
                   SET GLD-CREDIT TO TRUE
                   WRITE REVERSAL-GL-LINE FROM WS-GL-DETAIL-LINE
               END-PERFORM.
               MOVE WS-GL-DETAIL-COUNT TO GLT-RECORD-COUNT.
               MOVE WS-GL-HASH-TOTAL TO GLT-HASH-TOTAL.
               MOVE WS-GL-DEBIT-TOTAL TO GLT-DEBIT-TOTAL.
               MOVE WS-GL-CREDIT-TOTAL TO GLT-CREDIT-TOTAL.
               WRITE REVERSAL-GL-LINE FROM WS-GL-TRAILER-LINE.
               CLOSE REVERSAL-GL-FILE.

      *> The REVERSED record carries the original amounts and the
      *> negated result, so the audit trail nets each reversed
      *> posting to zero and names the supervisor who approved it.
           WRITE-REVERSAL-AUDIT.
               OPEN EXTEND AUDIT-FILE.
               IF WS-AUDIT-STATUS NOT = "00"
                   OPEN OUTPUT AUDIT-FILE
                   CLOSE AUDIT-FILE
                   OPEN EXTEND AUDIT-FILE
               END-IF.
               PERFORM VARYING WS-REV-INDEX FROM 1 BY 1
                       UNTIL WS-REV-INDEX > WS-REV-COUNT
                   MOVE SPACES TO AUDIT-RECORD
                   ACCEPT WS-RUN-TIME FROM TIME
                   MOVE WS-RUN-DATE TO AUD-DATE
                   MOVE WS-RUN-TIME TO AUD-TIME
                   MOVE WS-RUN-USER TO AUD-USER
                   MOVE WS-REV-NUM1(WS-REV-INDEX) TO AUD-NUM1
                   MOVE WS-REV-NUM2(WS-REV-INDEX) TO AUD-NUM2
                   MOVE WS-REV-OPERATION(WS-REV-INDEX) TO
                        AUD-OPERATION-CODE
                   MOVE "REVERSED" TO AUD-STATUS
                   COMPUTE AUD-RESULT =
                       ZERO - WS-REV-AMOUNT(WS-REV-INDEX)
                   MOVE WS-REV-TRANS-ID(WS-REV-INDEX) TO AUD-TRANS-ID
                   MOVE WS-REV-DEPT(WS-REV-INDEX) TO AUD-DEPT
                   MOVE WS-REV-CURRENCY(WS-REV-INDEX) TO AUD-CURRENCY
                   COMPUTE AUD-ORIG-AMOUNT =
                       ZERO - WS-REV-ORIG-AMOUNT(WS-REV-INDEX)
                   MOVE WS-REV-FX-RATE(WS-REV-INDEX) TO AUD-FX-RATE
                   WRITE AUDIT-RECORD
               END-PERFORM.
               CLOSE AUDIT-FILE.

      *> Opened before anything of the reversal is written, so a
      *> missing or locked balance file stops the run with the batch
      *> still wholly in the books.
           OPEN-BALANCE-FILE.
               OPEN I-O BALANCE-FILE.
               IF WS-BALANCE-STATUS NOT = "00"
                   OPEN OUTPUT BALANCE-FILE
                   CLOSE BALANCE-FILE
                   OPEN I-O BALANCE-FILE
               END-IF.
               IF WS-BALANCE-STATUS NOT = "00"
                   DISPLAY "NUMSREV: CANNOT OPEN NUMSBAL.DAT, STATUS="
                           WS-BALANCE-STATUS
                   PERFORM RELEASE-RUN-LOCK
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.

      *> Balances carry debits positive and credits negative, so
      *> the negated amount goes to the debit account as it stands
      *> and to the credit account with its sign turned.
           APPLY-REVERSAL-PAIR.
               MOVE WS-REV-DEBIT-ACCOUNT(WS-REV-INDEX) TO
                    WS-BAL-POST-ACCOUNT.
               COMPUTE WS-BAL-POST-AMOUNT =
                   ZERO - WS-REV-AMOUNT(WS-REV-INDEX).
               PERFORM APPLY-REVERSAL-TO-BALANCE.
               MOVE WS-REV-CREDIT-ACCOUNT(WS-REV-INDEX) TO
                    WS-BAL-POST-ACCOUNT.
               MOVE WS-REV-AMOUNT(WS-REV-INDEX) TO WS-BAL-POST-AMOUNT.
               PERFORM APPLY-REVERSAL-TO-BALANCE.

           APPLY-REVERSAL-TO-BALANCE.
               MOVE "N" TO WS-BAL-NEW-SWITCH.
               MOVE WS-BAL-POST-ACCOUNT TO BAL-ACCOUNT.
               MOVE WS-RUN-DATE(1:6) TO BAL-PERIOD.
               READ BALANCE-FILE
                   INVALID KEY
                       SET WS-BAL-NEW TO TRUE
               END-READ.
               IF WS-BAL-NEW
                   MOVE ZERO TO BAL-OPENING BAL-ACT-ADD BAL-ACT-SUB
                                BAL-ACT-MUL BAL-ACT-DIV BAL-ACT-OTHER
                                BAL-POST-COUNT
                   MOVE WS-BAL-POST-ACCOUNT TO BAL-ACCOUNT
                   MOVE WS-RUN-DATE(1:6) TO BAL-PERIOD
               END-IF.
               EVALUATE WS-REV-OPERATION(WS-REV-INDEX)
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
               END-EVALUATE.
               ADD 1 TO BAL-POST-COUNT.
               MOVE WS-RUN-DATE TO BAL-LAST-UPDATE.
               IF WS-BAL-NEW
                   WRITE BALANCE-RECORD
               ELSE
                   REWRITE BALANCE-RECORD
               END-IF.

      *> With the IDs gone from the ledger, a corrected batch
      *> reusing them passes NUMSADD's duplicate check.
           FREE-LEDGER-IDS.
               OPEN I-O LEDGER-FILE.
               IF WS-LEDGER-STATUS NOT = "00"
                   DISPLAY "NUMSREV: CANNOT OPEN NUMSIDL.DAT, "
                           "STATUS=" WS-LEDGER-STATUS
                   PERFORM RELEASE-RUN-LOCK
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM VARYING WS-REV-INDEX FROM 1 BY 1
                       UNTIL WS-REV-INDEX > WS-REV-COUNT
                   MOVE WS-REV-TRANS-ID(WS-REV-INDEX) TO LGR-TRANS-ID
                   DELETE LEDGER-FILE
                       INVALID KEY
                           DISPLAY "NUMSREV: LEDGER ENTRY "
                                   LGR-TRANS-ID " ALREADY GONE"
                   END-DELETE
               END-PERFORM.
               CLOSE LEDGER-FILE.

           NAME-REVERSAL-GENERATION.
               ACCEPT WS-RUN-TIME FROM TIME.
               MOVE SPACES TO WS-GLV-FILENAME.
               STRING "NUMSGLV" WS-RUN-DATE WS-RUN-TIME ".DAT"
                   DELIMITED BY SIZE INTO WS-GLV-FILENAME.
               CALL "CBL_RENAME_FILE" USING WS-GLV-TMP-FILENAME
                                            WS-GLV-FILENAME
                   RETURNING WS-FILE-OP-STATUS.
               IF WS-FILE-OP-STATUS NOT = ZERO
                   DISPLAY "NUMSREV: RENAME OF " WS-GLV-TMP-FILENAME
                           " TO " WS-GLV-FILENAME
                           " FAILED, STATUS=" WS-FILE-OP-STATUS
                   PERFORM RELEASE-RUN-LOCK
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.

      *> Logged alongside NUMSSUP's correction approvals; the batch
      *> ID goes in the transaction-ID column.
           WRITE-APPROVAL-RECORD.
               MOVE SPACES TO APPROVAL-RECORD.
               ACCEPT WS-RUN-TIME FROM TIME.
               MOVE WS-APL-ACTION TO APL-ACTION.
               MOVE WS-RUN-DATE TO APL-DATE.
               MOVE WS-RUN-TIME TO APL-TIME.
               MOVE RVQ-BATCH-ID TO APL-TRANS-ID.
               MOVE RVQ-MAKER TO APL-MAKER.
               MOVE WS-RUN-USER TO APL-CHECKER.
               WRITE APPROVAL-RECORD.
               MOVE WS-APL-ACTION TO WS-AUT-ACTION.
               MOVE "C" TO WS-AUT-ROLES.
               MOVE SPACES TO WS-AUT-DETAIL.
               STRING "BATCH " RVQ-BATCH-ID " BY " RVQ-MAKER
                   DELIMITED BY SIZE INTO WS-AUT-DETAIL.
               PERFORM LOG-PRIVILEGED-ACTION.

           REPLACE-REQUEST-FILE.
               CALL "CBL_DELETE_FILE" USING WS-REQUEST-FILENAME
                   RETURNING WS-FILE-OP-STATUS.
               IF WS-FILE-OP-STATUS NOT = ZERO
                   DISPLAY "NUMSREV: DELETE OF " WS-REQUEST-FILENAME
                           " FAILED, STATUS=" WS-FILE-OP-STATUS
                   PERFORM RELEASE-RUN-LOCK
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               CALL "CBL_RENAME_FILE" USING WS-REQUEST-TMP-FILENAME
                                            WS-REQUEST-FILENAME
                   RETURNING WS-FILE-OP-STATUS.
               IF WS-FILE-OP-STATUS NOT = ZERO
                   DISPLAY "NUMSREV: RENAME OF "
                           WS-REQUEST-TMP-FILENAME
                           " TO " WS-REQUEST-FILENAME
                           " FAILED, STATUS=" WS-FILE-OP-STATUS
                   PERFORM RELEASE-RUN-LOCK
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
