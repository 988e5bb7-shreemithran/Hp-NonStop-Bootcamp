      *> visible), how many corrections wait in NUMSPND.DAT for
      *> supervisor release, how many rejects sit in NUMSREJ.DAT,
      *> the open business date, and the date, batch id and counts
      *> of the last completed run from NUMSHIS.DAT, and which step
      *> the NUMSJOB nightly stream is on (NUMSJST.DAT).  The panel
      *> refreshes on R so a restart can be watched progressing.
      *> Everything here is read-only, so the inquiry deliberately
      *> does NOT take the run lock - its whole point is looking at
      *> the suite while something else holds it.  The panel is
      *> for operations staff only (operator security file).

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BDT-STATUS.

               SELECT JOB-STATUS-FILE ASSIGN TO "NUMSJST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-JOB-STATUS-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD  LOCK-FILE.
           FD  CONTROL-DATE-FILE.
               COPY NUMSBDT.

           FD  JOB-STATUS-FILE.
               COPY NUMSJST.

           WORKING-STORAGE SECTION.
           01  WS-LOCK-STATUS           PIC XX.
           01  WS-CHECKPOINT-STATUS     PIC XX.
           01  WS-REJECT-STATUS         PIC XX.
           01  WS-HISTORY-STATUS        PIC XX.
           01  WS-BDT-STATUS            PIC XX.
           01  WS-JOB-STATUS-STATUS     PIC XX.
           01  WS-CKP-EOF-SWITCH        PIC X VALUE "N".
               88  WS-CKP-EOF               VALUE "Y".
           01  WS-PND-EOF-SWITCH        PIC X VALUE "N".
           01  WS-DONE-SWITCH           PIC X VALUE "N".
               88  WS-DONE                  VALUE "Y".
           01  WS-COMMAND               PIC X(1).
           01  WS-RUN-USER              PIC X(20).
           01  WS-AUT-FUNCTION          PIC X(1).
           01  WS-AUT-PROGRAM           PIC X(8) VALUE "NUMSOPQ".
           01  WS-AUT-ACTION            PIC X(8).
           01  WS-AUT-ROLES             PIC X(5).
           01  WS-AUT-DETAIL            PIC X(40).
           01  WS-AUT-RESULT            PIC X(1).

           01  WS-PANEL-FIELDS.
               05  WS-BUS-DATE          PIC 9(8) VALUE ZERO.
               05  WS-LOCK-USER         PIC X(20) VALUE SPACES.
               05  WS-LOCK-DATE         PIC X(8) VALUE SPACES.
               05  WS-LOCK-TIME         PIC X(8) VALUE SPACES.
               05  WS-JOB-STEP-NO       PIC X(3) VALUE SPACES.
               05  WS-JOB-STEP-NAME     PIC X(8) VALUE SPACES.
               05  WS-JOB-STATE         PIC X(20) VALUE SPACES.
               05  WS-JOB-DATE          PIC X(8) VALUE SPACES.
               05  WS-JOB-TIME          PIC X(8) VALUE SPACES.
               05  WS-CKP-STATE         PIC X(20) VALUE SPACES.
               05  WS-CKP-PROC-ED       PIC ZZZ,ZZZ,ZZ9.
               05  WS-CKP-ACC-ED        PIC ZZZ,ZZZ,ZZ9.
               05  LINE 3 COL 26 PIC X(20) FROM WS-LOCK-USER.
               05  LINE 3 COL 47 PIC X(8) FROM WS-LOCK-DATE.
               05  LINE 3 COL 56 PIC X(8) FROM WS-LOCK-TIME.
               05  LINE 4 COL 1 VALUE "JOB STREAM    :".
               05  LINE 4 COL 17 PIC X(3) FROM WS-JOB-STEP-NO.
               05  LINE 4 COL 21 PIC X(8) FROM WS-JOB-STEP-NAME.
               05  LINE 4 COL 30 PIC X(20) FROM WS-JOB-STATE.
               05  LINE 4 COL 51 PIC X(8) FROM WS-JOB-DATE.
               05  LINE 4 COL 60 PIC X(8) FROM WS-JOB-TIME.
               05  LINE 5 COL 1 VALUE "LAST CHECKPOINT:".
               05  LINE 5 COL 18 PIC X(20) FROM WS-CKP-STATE.
               05  LINE 6 COL 3 VALUE "PRO:".

           PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM CHECK-OPERATOR-SIGNON.
               PERFORM UNTIL WS-DONE
                   PERFORM GATHER-SUITE-STATUS
                   MOVE SPACE TO WS-COMMAND
               END-PERFORM.
               STOP RUN.

      *> The operator signs on with ID and password and must be on
      *> the security file with one of the roles this program needs;
      *> the operator ID signed on with is the identity every record
      *> this session writes is stamped with.
           CHECK-OPERATOR-SIGNON.
               MOVE "SIGNON" TO WS-AUT-ACTION.
               MOVE "O" TO WS-AUT-ROLES.
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

           GATHER-SUITE-STATUS.
               PERFORM GATHER-BUSINESS-DATE.
               PERFORM GATHER-RUN-LOCK.
               PERFORM GATHER-JOB-STREAM.
               PERFORM GATHER-CHECKPOINT.
               PERFORM GATHER-PENDING-COUNT.
               PERFORM GATHER-REJECT-COUNT.
                   CLOSE LOCK-FILE
               END-IF.

      *> The step shown is the one running, the one the stream
      *> stopped on, or the last one of a completed stream; the
      *> date and time are when it started or ended.
           GATHER-JOB-STREAM.
               MOVE SPACES TO WS-JOB-STEP-NO WS-JOB-STEP-NAME
                              WS-JOB-DATE WS-JOB-TIME.
               MOVE "NOT RUN" TO WS-JOB-STATE.
               OPEN INPUT JOB-STATUS-FILE.
               IF WS-JOB-STATUS-STATUS = "00"
                   READ JOB-STATUS-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE JST-STEP-NO TO WS-JOB-STEP-NO
                           MOVE JST-STEP-NAME TO WS-JOB-STEP-NAME
                           MOVE JST-STEP-DATE TO WS-JOB-DATE
                           MOVE JST-STEP-TIME TO WS-JOB-TIME
                           EVALUATE JST-STATE
                               WHEN "R"
                                   MOVE "RUNNING" TO WS-JOB-STATE
                               WHEN "F"
                                   MOVE "FAILED - RERUN"
                                        TO WS-JOB-STATE
                               WHEN "C"
                                   MOVE "STREAM COMPLETE"
                                        TO WS-JOB-STATE
                               WHEN OTHER
                                   MOVE "UNKNOWN" TO WS-JOB-STATE
                           END-EVALUATE
                   END-READ
                   CLOSE JOB-STATUS-FILE
               END-IF.

      *> The last record in the checkpoint file is the current
      *> restart position; a non-empty file means an interrupted
      *> run is waiting to be restarted.  Each record's fields are
