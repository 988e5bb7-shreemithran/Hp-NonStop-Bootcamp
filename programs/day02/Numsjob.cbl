           IDENTIFICATION DIVISION.
           PROGRAM-ID. NUMSJOB.

      *> Nightly job-stream driver.  Runs the suite's batch steps in
      *> the order listed in the job-stream definition NUMSJSD.DAT
      *> - normally NUMSGEN, NUMSADD, NUMSGLRC, NUMSDPT, NUMSRAG and
      *> NUMSEOD - instead of a loose script the operator has to
      *> pick apart after a failure.  One line per step:
      *>
      *>   cols  1-8   step name
      *>   col  10     condition: A = always, C = only if the
      *>               previous step ended clean (RC 0), M = only
      *>               when the business date is the month end
      *>   col  12     lock: S = the step takes the run lock itself
      *>               and the driver hands it over for the step,
      *>               D = the driver holds the lock for the step
      *>   cols 14-15  highest return code still counted as normal
      *>   cols 17-76  command that runs the step
      *>
      *> e.g.  NUMSADD  A S 08 ./NUMSADD
      *>       NUMSDPT  C D 00 ./NUMSDPT
      *>
      *> Lines starting with * are comments.  The whole stream runs
      *> under the NUMSLOK interlock as NUMSJOB.  Every step's start
      *> and end time and return code go to the job log NUMSJBL.DAT,
      *> and the stream stops at the first step whose return code
      *> is above its limit.  Progress is kept in NUMSJST.DAT, so a
      *> rerun picks up at the failed step instead of starting the
      *> night over; NUMSOPQ shows the same record on its panel.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT DEFINITION-FILE ASSIGN TO "NUMSJSD.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DEFINITION-STATUS.

               SELECT JOB-STATUS-FILE ASSIGN TO "NUMSJST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-JOB-STATUS-STATUS.

               SELECT JOB-LOG-FILE ASSIGN TO "NUMSJBL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-JOB-LOG-STATUS.

      *> The operator-opened business date (NUMSBDM) stamps this
      *> program's dates when present; the machine date is only a
      *> fallback.
               SELECT CONTROL-DATE-FILE ASSIGN TO "NUMSBDT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BDT-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD  DEFINITION-FILE.
           01  STEP-DEFINITION-RECORD.
               05  JSD-STEP-NAME        PIC X(8).
               05  FILLER               PIC X.
               05  JSD-CONDITION        PIC X(1).
               05  FILLER               PIC X.
               05  JSD-LOCK-MODE        PIC X(1).
               05  FILLER               PIC X.
               05  JSD-MAX-RC           PIC 9(2).
               05  FILLER               PIC X.
               05  JSD-COMMAND          PIC X(60).

           FD  JOB-STATUS-FILE.
               COPY NUMSJST.

           FD  JOB-LOG-FILE.
           01  JOB-LOG-RECORD.
               05  JBL-BUSINESS-DATE    PIC 9(8).
               05  FILLER               PIC X.
               05  JBL-STEP-NO          PIC 9(3).
               05  FILLER               PIC X.
               05  JBL-STEP-NAME        PIC X(8).
               05  FILLER               PIC X.
               05  JBL-START-DATE       PIC 9(8).
               05  FILLER               PIC X.
               05  JBL-START-TIME       PIC 9(8).
               05  FILLER               PIC X.
               05  JBL-END-DATE         PIC 9(8).
               05  FILLER               PIC X.
               05  JBL-END-TIME         PIC 9(8).
               05  FILLER               PIC X.
               05  JBL-RC               PIC 9(4).
               05  FILLER               PIC X.
      *> ENDED OK, FAILED or SKIPPED.
               05  JBL-OUTCOME          PIC X(8).

           FD  CONTROL-DATE-FILE.
               COPY NUMSBDT.

           WORKING-STORAGE SECTION.
           01  WS-DEFINITION-STATUS     PIC XX.
           01  WS-JOB-STATUS-STATUS     PIC XX.
           01  WS-JOB-LOG-STATUS        PIC XX.
           01  WS-BDT-STATUS            PIC XX.
           01  WS-DEF-EOF-SWITCH        PIC X VALUE "N".
               88  WS-DEF-EOF               VALUE "Y".
           01  WS-DEF-ERROR-SWITCH      PIC X VALUE "N".
               88  WS-DEF-ERROR             VALUE "Y".
           01  WS-RESTART-SWITCH        PIC X VALUE "N".
               88  WS-RESTARTING            VALUE "Y".
           01  WS-STOP-SWITCH           PIC X VALUE "N".
               88  WS-STREAM-STOPPED        VALUE "Y".
           01  WS-RUN-STEP-SWITCH       PIC X VALUE "N".
               88  WS-RUN-STEP              VALUE "Y".
           01  WS-MONTH-END-SWITCH      PIC X VALUE "N".
               88  WS-MONTH-END             VALUE "Y".
           01  WS-LOCK-HELD-SWITCH      PIC X VALUE "N".
               88  WS-LOCK-HELD             VALUE "Y".
           01  WS-LOCK-FUNCTION         PIC X(1).
           01  WS-LOCK-PROGRAM          PIC X(8) VALUE "NUMSJOB".
           01  WS-LOCK-RESULT           PIC X(1).
           01  WS-RUN-DATE              PIC 9(8).
           01  WS-NEXT-DAY              PIC 9(8).
           01  WS-NEXT-DAY-INT          PIC 9(8) VALUE ZERO.
           01  WS-NOW-DATE              PIC 9(8).
           01  WS-NOW-TIME              PIC 9(8).
           01  WS-DEF-LINE-NO           PIC 9(5) VALUE ZERO.
           01  WS-START-STEP            PIC 9(3) VALUE 1.
           01  WS-PREV-RC               PIC 9(4) VALUE ZERO.
           01  WS-STEP-RC               PIC 9(4) VALUE ZERO.
           01  WS-HIGHEST-RC            PIC 9(4) VALUE ZERO.
           01  WS-STREAM-RC             PIC 9(4) VALUE ZERO.
           01  WS-RAN-COUNT             PIC 9(3) VALUE ZERO.
           01  WS-SKIPPED-COUNT         PIC 9(3) VALUE ZERO.
           01  WS-STEP-START-DATE       PIC 9(8).
           01  WS-STEP-START-TIME       PIC 9(8).
           01  WS-OUTCOME               PIC X(8).
           01  WS-SYSTEM-COMMAND        PIC X(61).
           01  WS-WAIT-STATUS           PIC S9(9) VALUE ZERO.
           01  WS-EXIT-CODE             PIC 9(9) VALUE ZERO.
           01  WS-EXIT-SIGNAL           PIC 9(9) VALUE ZERO.
           01  WS-JST-STATE             PIC X(1).
           01  WS-JST-STEP-NO           PIC 9(3) VALUE ZERO.
           01  WS-JST-LAST-RC           PIC 9(4) VALUE ZERO.

      *> The stream as defined, loaded whole before anything runs so
      *> a bad definition line is caught before the first step.
           01  WS-STEP-COUNT            PIC 9(3) VALUE ZERO.
           01  WS-STEP                  PIC 9(3) VALUE ZERO.
           01  WS-STEP-TABLE.
               05  WS-STEP-ENTRY OCCURS 50 TIMES.
                   10  WS-STEP-NAME         PIC X(8).
                   10  WS-STEP-CONDITION    PIC X(1).
                   10  WS-STEP-LOCK-MODE    PIC X(1).
                   10  WS-STEP-MAX-RC       PIC 9(2).
                   10  WS-STEP-COMMAND      PIC X(60).

           PROCEDURE DIVISION.
           MAIN-PARA.
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
               PERFORM LOAD-BUSINESS-DATE.
               PERFORM ACQUIRE-RUN-LOCK.
               PERFORM LOAD-DEFINITION.
               PERFORM CHECK-MONTH-END.
               PERFORM CHECK-RESTART.
               PERFORM OPEN-JOB-LOG.
               PERFORM VARYING WS-STEP FROM WS-START-STEP BY 1
                       UNTIL WS-STEP > WS-STEP-COUNT
                          OR WS-STREAM-STOPPED
                   PERFORM RUN-ONE-STEP
               END-PERFORM.
               CLOSE JOB-LOG-FILE.
               IF NOT WS-STREAM-STOPPED
                   MOVE "C" TO WS-JST-STATE
                   MOVE WS-STEP-COUNT TO WS-JST-STEP-NO
                   MOVE WS-STEP-RC TO WS-JST-LAST-RC
                   MOVE WS-HIGHEST-RC TO WS-STREAM-RC
                   PERFORM WRITE-JOB-STATUS
                   DISPLAY "NUMSJOB: STREAM COMPLETE FOR "
                           WS-RUN-DATE " - RAN " WS-RAN-COUNT
                           " SKIPPED " WS-SKIPPED-COUNT
                           " HIGHEST RC " WS-HIGHEST-RC
               END-IF.
               PERFORM RELEASE-RUN-LOCK.
               MOVE WS-STREAM-RC TO RETURN-CODE.
               STOP RUN.

      *> The stream runs for the business day being posted, not the
      *> wall clock; month end is judged against it too.
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

           ACQUIRE-RUN-LOCK.
               MOVE "A" TO WS-LOCK-FUNCTION.
               CALL "NUMSLOK" USING WS-LOCK-FUNCTION
                                    WS-LOCK-PROGRAM
                                    WS-LOCK-RESULT.
               IF WS-LOCK-RESULT NOT = "Y"
                   DISPLAY "NUMSJOB: RUN LOCK NOT ACQUIRED - "
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

           LOAD-DEFINITION.
               OPEN INPUT DEFINITION-FILE.
               IF WS-DEFINITION-STATUS NOT = "00"
                   DISPLAY "NUMSJOB: CANNOT OPEN JOB-STREAM "
                           "DEFINITION NUMSJSD.DAT, STATUS="
                           WS-DEFINITION-STATUS
                   PERFORM RELEASE-RUN-LOCK
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM UNTIL WS-DEF-EOF
                   READ DEFINITION-FILE
                       AT END
                           SET WS-DEF-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-DEF-LINE-NO
                           IF STEP-DEFINITION-RECORD NOT = SPACES
                              AND JSD-STEP-NAME(1:1) NOT = "*"
                               PERFORM STORE-STEP-DEFINITION
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE DEFINITION-FILE.
               IF WS-STEP-COUNT = ZERO
                   DISPLAY "NUMSJOB: NUMSJSD.DAT DEFINES NO STEPS"
                   SET WS-DEF-ERROR TO TRUE
               END-IF.
               IF WS-DEF-ERROR
                   DISPLAY "NUMSJOB: JOB-STREAM DEFINITION IN ERROR "
                           "- NOTHING RUN"
                   PERFORM RELEASE-RUN-LOCK
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.

      *> Every line is checked even after an error so the operator
      *> sees all the bad lines in one pass.
           STORE-STEP-DEFINITION.
               EVALUATE TRUE
                   WHEN JSD-STEP-NAME = SPACES
                       DISPLAY "NUMSJOB: LINE " WS-DEF-LINE-NO
                               " - NO STEP NAME"
                       SET WS-DEF-ERROR TO TRUE
                   WHEN JSD-CONDITION NOT = "A" AND
                        JSD-CONDITION NOT = "C" AND
                        JSD-CONDITION NOT = "M"
                       DISPLAY "NUMSJOB: LINE " WS-DEF-LINE-NO
                               " - CONDITION MUST BE A, C OR M"
                       SET WS-DEF-ERROR TO TRUE
                   WHEN JSD-LOCK-MODE NOT = "S" AND
                        JSD-LOCK-MODE NOT = "D"
                       DISPLAY "NUMSJOB: LINE " WS-DEF-LINE-NO
                               " - LOCK MODE MUST BE S OR D"
                       SET WS-DEF-ERROR TO TRUE
                   WHEN JSD-MAX-RC NOT NUMERIC
                       DISPLAY "NUMSJOB: LINE " WS-DEF-LINE-NO
                               " - RETURN-CODE LIMIT NOT NUMERIC"
                       SET WS-DEF-ERROR TO TRUE
                   WHEN JSD-COMMAND = SPACES
                       DISPLAY "NUMSJOB: LINE " WS-DEF-LINE-NO
                               " - NO COMMAND"
                       SET WS-DEF-ERROR TO TRUE
                   WHEN WS-STEP-COUNT >= 50
                       DISPLAY "NUMSJOB: LINE " WS-DEF-LINE-NO
                               " - MORE THAN 50 STEPS"
                       SET WS-DEF-ERROR TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-STEP-COUNT
                       MOVE JSD-STEP-NAME TO
                            WS-STEP-NAME(WS-STEP-COUNT)
                       MOVE JSD-CONDITION TO
                            WS-STEP-CONDITION(WS-STEP-COUNT)
                       MOVE JSD-LOCK-MODE TO
                            WS-STEP-LOCK-MODE(WS-STEP-COUNT)
                       MOVE JSD-MAX-RC TO
                            WS-STEP-MAX-RC(WS-STEP-COUNT)
                       MOVE JSD-COMMAND TO
                            WS-STEP-COMMAND(WS-STEP-COUNT)
               END-EVALUATE.

           CHECK-MONTH-END.
               COMPUTE WS-NEXT-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + 1.
               COMPUTE WS-NEXT-DAY =
                   FUNCTION DATE-OF-INTEGER(WS-NEXT-DAY-INT).
               IF WS-NEXT-DAY(5:2) NOT = WS-RUN-DATE(5:2)
                   SET WS-MONTH-END TO TRUE
               END-IF.

      *> A stream left running (the driver itself died) or stopped on
      *> a failure resumes at that step.  The step name must still
      *> match the definition and the business date must still be
      *> the one the stream was run for, or the resume point means
      *> nothing and the operator has to decide.
           CHECK-RESTART.
               OPEN INPUT JOB-STATUS-FILE.
               IF WS-JOB-STATUS-STATUS = "00"
                   READ JOB-STATUS-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF JST-STATE = "F" OR JST-STATE = "R"
                               SET WS-RESTARTING TO TRUE
                           END-IF
                   END-READ
                   CLOSE JOB-STATUS-FILE
               END-IF.
               IF WS-RESTARTING
                   IF JST-BUSINESS-DATE NOT = WS-RUN-DATE
                      OR JST-STEP-NO NOT NUMERIC
                      OR JST-STEP-NO = ZERO
                      OR JST-STEP-NO > WS-STEP-COUNT
                       DISPLAY "NUMSJOB: UNFINISHED STREAM FOR "
                               JST-BUSINESS-DATE " AT STEP "
                               JST-STEP-NO " " JST-STEP-NAME
                               " DOES NOT MATCH BUSINESS DATE "
                               WS-RUN-DATE " AND NUMSJSD.DAT"
                       DISPLAY "NUMSJOB: FINISH THAT NIGHT BY HAND "
                               "AND REMOVE NUMSJST.DAT TO START OVER"
                       PERFORM RELEASE-RUN-LOCK
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF JST-STEP-NAME NOT = WS-STEP-NAME(JST-STEP-NO)
                       DISPLAY "NUMSJOB: FAILED STEP " JST-STEP-NO
                               " WAS " JST-STEP-NAME " BUT NUMSJSD.DAT"
                               " NOW HAS " WS-STEP-NAME(JST-STEP-NO)
                       DISPLAY "NUMSJOB: FINISH THAT NIGHT BY HAND "
                               "AND REMOVE NUMSJST.DAT TO START OVER"
                       PERFORM RELEASE-RUN-LOCK
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE JST-STEP-NO TO WS-START-STEP
                   IF JST-PREV-RC NUMERIC
                       MOVE JST-PREV-RC TO WS-PREV-RC
                   END-IF
                   DISPLAY "NUMSJOB: RESTARTING STREAM FOR "
                           WS-RUN-DATE " AT STEP " WS-START-STEP
                           " " WS-STEP-NAME(WS-START-STEP)
               END-IF.

           OPEN-JOB-LOG.
               OPEN EXTEND JOB-LOG-FILE.
               IF WS-JOB-LOG-STATUS NOT = "00"
                   OPEN OUTPUT JOB-LOG-FILE
                   CLOSE JOB-LOG-FILE
                   OPEN EXTEND JOB-LOG-FILE
               END-IF.
               IF WS-JOB-LOG-STATUS NOT = "00"
                   DISPLAY "NUMSJOB: CANNOT OPEN JOB LOG NUMSJBL.DAT, "
                           "STATUS=" WS-JOB-LOG-STATUS
                   PERFORM RELEASE-RUN-LOCK
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.

      *> The status record is written before the step starts, so an
      *> abend of the driver itself still leaves the resume point.
           RUN-ONE-STEP.
               ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
               ACCEPT WS-STEP-START-TIME FROM TIME.
               PERFORM EVALUATE-STEP-CONDITION.
               IF NOT WS-RUN-STEP
                   ADD 1 TO WS-SKIPPED-COUNT
                   MOVE ZERO TO WS-STEP-RC
                   MOVE "SKIPPED" TO WS-OUTCOME
                   PERFORM WRITE-JOB-LOG
                   DISPLAY "NUMSJOB: STEP " WS-STEP " "
                           WS-STEP-NAME(WS-STEP) " SKIPPED"
               ELSE
                   MOVE "R" TO WS-JST-STATE
                   MOVE WS-STEP TO WS-JST-STEP-NO
                   MOVE ZERO TO WS-JST-LAST-RC
                   PERFORM WRITE-JOB-STATUS
                   DISPLAY "NUMSJOB: STEP " WS-STEP " "
                           WS-STEP-NAME(WS-STEP) " STARTED "
                           WS-STEP-START-DATE " " WS-STEP-START-TIME
                   IF WS-STEP-LOCK-MODE(WS-STEP) = "S"
                       PERFORM RELEASE-RUN-LOCK
                   END-IF
                   PERFORM EXECUTE-STEP-COMMAND
                   ADD 1 TO WS-RAN-COUNT
                   IF WS-STEP-RC > WS-HIGHEST-RC
                       MOVE WS-STEP-RC TO WS-HIGHEST-RC
                   END-IF
                   IF WS-STEP-RC > WS-STEP-MAX-RC(WS-STEP)
                       PERFORM STOP-ON-FAILED-STEP
                   ELSE
                       MOVE "ENDED OK" TO WS-OUTCOME
                       PERFORM WRITE-JOB-LOG
                       MOVE WS-STEP-RC TO WS-PREV-RC
                       DISPLAY "NUMSJOB: STEP " WS-STEP " "
                               WS-STEP-NAME(WS-STEP) " ENDED RC="
                               WS-STEP-RC
                       IF WS-STEP-LOCK-MODE(WS-STEP) = "S"
                           PERFORM RETAKE-RUN-LOCK
                       END-IF
                   END-IF
               END-IF.

      *> A "clean" previous step is one that ended with RC 0; a
      *> warning (RC 8) passes its own limit but not this test.
           EVALUATE-STEP-CONDITION.
               MOVE "N" TO WS-RUN-STEP-SWITCH.
               EVALUATE WS-STEP-CONDITION(WS-STEP)
                   WHEN "A"
                       SET WS-RUN-STEP TO TRUE
                   WHEN "C"
                       IF WS-PREV-RC = ZERO
                           SET WS-RUN-STEP TO TRUE
                       END-IF
                   WHEN "M"
                       IF WS-MONTH-END
                           SET WS-RUN-STEP TO TRUE
                       END-IF
               END-EVALUATE.

      *> The shell hands back the wait status: the step's exit code
      *> in the high byte, and in the low byte the signal that
      *> killed it, if one did.  A step killed by a signal, or a
      *> command the shell could not start at all, is logged as RC
      *> 9999, which no limit passes.
           EXECUTE-STEP-COMMAND.
               MOVE SPACES TO WS-SYSTEM-COMMAND.
               MOVE WS-STEP-COMMAND(WS-STEP) TO WS-SYSTEM-COMMAND.
               CALL "SYSTEM" USING WS-SYSTEM-COMMAND.
               MOVE RETURN-CODE TO WS-WAIT-STATUS.
               MOVE ZERO TO RETURN-CODE.
               IF WS-WAIT-STATUS < ZERO
                   MOVE 9999 TO WS-STEP-RC
               ELSE
                   DIVIDE WS-WAIT-STATUS BY 256
                       GIVING WS-EXIT-CODE REMAINDER WS-EXIT-SIGNAL
                   IF WS-EXIT-SIGNAL NOT = ZERO
                       MOVE 9999 TO WS-STEP-RC
                   ELSE
                       MOVE WS-EXIT-CODE TO WS-STEP-RC
                   END-IF
               END-IF.

           STOP-ON-FAILED-STEP.
               MOVE "FAILED" TO WS-OUTCOME.
               PERFORM WRITE-JOB-LOG.
               SET WS-STREAM-STOPPED TO TRUE.
               MOVE "F" TO WS-JST-STATE.
               MOVE WS-STEP TO WS-JST-STEP-NO.
               MOVE WS-STEP-RC TO WS-JST-LAST-RC.
               PERFORM WRITE-JOB-STATUS.
               MOVE 16 TO WS-STREAM-RC.
               DISPLAY "NUMSJOB: STEP " WS-STEP " "
                       WS-STEP-NAME(WS-STEP) " FAILED RC="
                       WS-STEP-RC " (LIMIT "
                       WS-STEP-MAX-RC(WS-STEP) ") - STREAM STOPPED".
               DISPLAY "NUMSJOB: CORRECT THE PROBLEM AND RERUN "
                       "NUMSJOB TO RESTART AT THIS STEP".
               IF WS-STEP-LOCK-MODE(WS-STEP) = "S"
                   PERFORM RETAKE-RUN-LOCK
               END-IF.

      *> Taking the lock back after a self-locking step keeps any
      *> other program from slipping in between steps.  If something
      *> else got it first the stream stops; the rerun resumes at
      *> the next step, since this one has finished.
           RETAKE-RUN-LOCK.
               MOVE "A" TO WS-LOCK-FUNCTION.
               CALL "NUMSLOK" USING WS-LOCK-FUNCTION
                                    WS-LOCK-PROGRAM
                                    WS-LOCK-RESULT.
               IF WS-LOCK-RESULT = "Y"
                   SET WS-LOCK-HELD TO TRUE
               ELSE
                   DISPLAY "NUMSJOB: RUN LOCK TAKEN BY ANOTHER "
                           "PROGRAM AFTER STEP " WS-STEP
                           " - STREAM STOPPED"
                   IF NOT WS-STREAM-STOPPED
                       SET WS-STREAM-STOPPED TO TRUE
                       MOVE "F" TO WS-JST-STATE
                       IF WS-STEP < WS-STEP-COUNT
                           COMPUTE WS-JST-STEP-NO = WS-STEP + 1
                       ELSE
                           MOVE "C" TO WS-JST-STATE
                           MOVE WS-STEP TO WS-JST-STEP-NO
                       END-IF
                       MOVE WS-STEP-RC TO WS-JST-LAST-RC
                       PERFORM WRITE-JOB-STATUS
                       MOVE 12 TO WS-STREAM-RC
                   END-IF
               END-IF.

           WRITE-JOB-STATUS.
               ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
               ACCEPT WS-NOW-TIME FROM TIME.
               OPEN OUTPUT JOB-STATUS-FILE.
               MOVE SPACES TO JOB-STATUS-RECORD.
               MOVE WS-RUN-DATE TO JST-BUSINESS-DATE.
               MOVE WS-JST-STATE TO JST-STATE.
               MOVE WS-JST-STEP-NO TO JST-STEP-NO.
               MOVE WS-STEP-NAME(WS-JST-STEP-NO) TO JST-STEP-NAME.
               MOVE WS-NOW-DATE TO JST-STEP-DATE.
               MOVE WS-NOW-TIME TO JST-STEP-TIME.
               MOVE WS-PREV-RC TO JST-PREV-RC.
               MOVE WS-JST-LAST-RC TO JST-LAST-RC.
               WRITE JOB-STATUS-RECORD.
               CLOSE JOB-STATUS-FILE.

           WRITE-JOB-LOG.
               ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
               ACCEPT WS-NOW-TIME FROM TIME.
               MOVE SPACES TO JOB-LOG-RECORD.
               MOVE WS-RUN-DATE TO JBL-BUSINESS-DATE.
               MOVE WS-STEP TO JBL-STEP-NO.
               MOVE WS-STEP-NAME(WS-STEP) TO JBL-STEP-NAME.
               MOVE WS-STEP-START-DATE TO JBL-START-DATE.
               MOVE WS-STEP-START-TIME TO JBL-START-TIME.
               MOVE WS-NOW-DATE TO JBL-END-DATE.
               MOVE WS-NOW-TIME TO JBL-END-TIME.
               MOVE WS-STEP-RC TO JBL-RC.
               MOVE WS-OUTCOME TO JBL-OUTCOME.
               WRITE JOB-LOG-RECORD.
