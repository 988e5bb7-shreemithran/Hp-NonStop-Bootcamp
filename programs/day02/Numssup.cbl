               COPY NUMSPND.

           FD  TEMP-PENDING-FILE.
           01  TEMP-PENDING-RECORD      PIC X(170).

           FD  RESUBMIT-FILE.
               COPY NUMSREC.
               COPY NUMSGRS.

           FD  APPROVAL-LOG-FILE.
               COPY NUMSAPL.

           WORKING-STORAGE SECTION.
           01  WS-EOF-SWITCH            PIC X VALUE "N".
           01  WS-LOCK-FUNCTION         PIC X(1).
           01  WS-LOCK-PROGRAM          PIC X(8) VALUE "NUMSSUP".
           01  WS-LOCK-RESULT           PIC X(1).
           01  WS-AUT-FUNCTION          PIC X(1).
           01  WS-AUT-PROGRAM           PIC X(8) VALUE "NUMSSUP".
           01  WS-AUT-ACTION            PIC X(8).
           01  WS-AUT-ROLES             PIC X(5).
           01  WS-AUT-DETAIL            PIC X(40).
           01  WS-AUT-RESULT            PIC X(1).
           01  WS-FILE-OP-STATUS        PIC 9(9) COMP-5 VALUE ZERO.
           01  WS-RUN-USER              PIC X(20).
           01  WS-RUN-DATE              PIC 9(8).
               05  LINE 6 COL 47 PIC X(1) FROM PND-ORIG-OPERATION.
               05  LINE 6 COL 50 VALUE "DEPT:".
               05  LINE 6 COL 56 PIC X(4) FROM PND-ORIG-DEPT.
               05  LINE 6 COL 62 VALUE "CCY:".
               05  LINE 6 COL 67 PIC X(3) FROM PND-ORIG-CURRENCY.
               05  LINE 7 COL 3 VALUE "REASON:".
               05  LINE 7 COL 11 PIC X(4) FROM PND-REASON-CODE.
               05  LINE 7 COL 16 PIC X(30) FROM PND-REASON-TEXT.
               05  LINE 10 COL 47 PIC X(1) FROM PND-NEW-OPERATION.
               05  LINE 10 COL 50 VALUE "DEPT:".
               05  LINE 10 COL 56 PIC X(4) FROM PND-NEW-DEPT.
               05  LINE 10 COL 62 VALUE "CCY:".
               05  LINE 10 COL 67 PIC X(3) FROM PND-NEW-CURRENCY.
               05  LINE 12 COL 1
                   VALUE "RELEASE / SEND BACK / SKIP (R/B/S):".
               05  LINE 12 COL 37 PIC X(1) TO WS-DECISION.

           PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM CHECK-OPERATOR-SIGNON.
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
               PERFORM ACQUIRE-RUN-LOCK.
               PERFORM CHECK-PENDING-RESUBMIT.
                   MOVE "N" TO WS-LOCK-HELD-SWITCH
               END-IF.

      *> The operator signs on with ID and password and must be on
      *> the security file with one of the roles this program needs;
      *> the operator ID signed on with is the identity every record
      *> this session writes is stamped with.
           CHECK-OPERATOR-SIGNON.
               MOVE "SIGNON" TO WS-AUT-ACTION.
               MOVE "C" TO WS-AUT-ROLES.
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

      *> Refuse to start while an earlier resubmission batch is still
      *> sitting in NUMSRSB.DAT, so released corrections cannot be
      *> overwritten before they are picked up.
                   DISPLAY "NUMSSUP: " PND-TRANS-ID
                           " KEYED BY YOU - LEFT FOR ANOTHER "
                           "SUPERVISOR"
                   MOVE "RELEASE" TO WS-AUT-ACTION
                   MOVE "C" TO WS-AUT-ROLES
                   MOVE SPACES TO WS-AUT-DETAIL
                   STRING PND-TRANS-ID " OWN CORRECTION - HELD"
                       DELIMITED BY SIZE INTO WS-AUT-DETAIL
                   PERFORM LOG-REFUSED-ACTION
                   PERFORM HOLD-CORRECTION
               ELSE
                   MOVE SPACE TO WS-DECISION
               MOVE PND-NEW-NUM2 TO NUM2-X.
               MOVE PND-NEW-OPERATION TO OPERATION-CODE.
               MOVE PND-NEW-DEPT TO TRANS-DEPT.
               MOVE PND-NEW-CURRENCY TO TRANS-CURRENCY.
               WRITE TRANS-RECORD.
               IF NUM1 NUMERIC
                   ADD NUM1 TO WS-HASH-NUM1
               MOVE PND-ORIG-DEPT TO REJ-DEPT.
               MOVE PND-TRANS-ID TO REJ-TRANS-ID.
               MOVE PND-REJECT-DATE TO REJ-REJECT-DATE.
               MOVE PND-ORIG-CURRENCY TO REJ-CURRENCY.
               WRITE REJECT-RECORD.
               MOVE "RETURNED" TO WS-APL-ACTION.
               PERFORM WRITE-APPROVAL-RECORD.
               MOVE PND-NEW-NUM2 TO APL-NEW-NUM2.
               MOVE PND-NEW-OPERATION TO APL-NEW-OPERATION.
               MOVE PND-NEW-DEPT TO APL-NEW-DEPT.
               MOVE PND-ORIG-CURRENCY TO APL-ORIG-CURRENCY.
               MOVE PND-NEW-CURRENCY TO APL-NEW-CURRENCY.
               WRITE APPROVAL-RECORD.
               MOVE WS-APL-ACTION TO WS-AUT-ACTION.
               MOVE "C" TO WS-AUT-ROLES.
               MOVE SPACES TO WS-AUT-DETAIL.
               STRING PND-TRANS-ID " MAKER " PND-MAKER
                   DELIMITED BY SIZE INTO WS-AUT-DETAIL.
               PERFORM LOG-PRIVILEGED-ACTION.

           REPLACE-PENDING-FILE.
               CALL "CBL_DELETE_FILE" USING WS-PENDING-FILENAME
