           IDENTIFICATION DIVISION.
           PROGRAM-ID. NUMSDPM.

      *> Department master maintenance.  Walks the departments in
      *> NUMSDPF.DAT one screen at a time so the operator can change
      *> a department's name, owning manager or period spending
      *> limit, close a department to further postings or reopen
      *> it, or delete it; after the walk new departments can be
      *> added.  The file is rewritten whole through a temp file,
      *> the same way NUMSSOM rewrites the standing-order file.
      *>
      *> The spending limits are a financial control, so only
      *> operators holding the period-controller role on the
      *> operator security file may start it; every change is
      *> written to the security log.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT DEPARTMENT-FILE ASSIGN TO "NUMSDPF.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DEPARTMENT-STATUS.

               SELECT TEMP-DEPARTMENT-FILE ASSIGN TO "NUMSDPF.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
           FD  DEPARTMENT-FILE.
               COPY NUMSDPF.

           FD  TEMP-DEPARTMENT-FILE.
           01  TEMP-DEPARTMENT-RECORD   PIC X(75).

           WORKING-STORAGE SECTION.
           01  WS-EOF-SWITCH            PIC X VALUE "N".
               88  WS-EOF                   VALUE "Y".
           01  WS-DEPARTMENT-STATUS     PIC XX.
           01  WS-DEPT-PRESENT-SWITCH   PIC X VALUE "N".
               88  WS-DEPT-PRESENT          VALUE "Y".
           01  WS-LOCK-HELD-SWITCH      PIC X VALUE "N".
               88  WS-LOCK-HELD             VALUE "Y".
           01  WS-LOCK-FUNCTION         PIC X(1).
           01  WS-LOCK-PROGRAM         PIC X(8) VALUE "NUMSDPM".
           01  WS-LOCK-RESULT           PIC X(1).
           01  WS-RUN-USER              PIC X(20).
           01  WS-AUT-FUNCTION          PIC X(1).
           01  WS-AUT-PROGRAM           PIC X(8) VALUE "NUMSDPM".
           01  WS-AUT-ACTION            PIC X(8).
           01  WS-AUT-ROLES             PIC X(5).
           01  WS-AUT-DETAIL            PIC X(40).
           01  WS-AUT-RESULT            PIC X(1).
           01  WS-FILE-OP-STATUS        PIC 9(9) COMP-5 VALUE ZERO.
           01  WS-CHANGED-COUNT         PIC 9(7) VALUE ZERO.
           01  WS-ADDED-COUNT           PIC 9(7) VALUE ZERO.
           01  WS-DELETED-COUNT         PIC 9(7) VALUE ZERO.
           01  WS-ACTION                PIC X(1).
           01  WS-MORE-SWITCH           PIC X(1).

           01  WS-NEW-DEPT              PIC X(4).
           01  WS-NEW-NAME              PIC X(30).
           01  WS-NEW-MANAGER           PIC X(20).
           01  WS-NEW-LIMIT             PIC S9(13)V99
                                         SIGN IS LEADING SEPARATE.
           01  WS-NEW-LIMIT-X REDEFINES WS-NEW-LIMIT
                                        PIC X(16).

           01  WS-FILE-NAMES.
               05  WS-DEPT-FILENAME        PIC X(20)
                                            VALUE "NUMSDPF.DAT".
               05  WS-DEPT-TMP-FILENAME    PIC X(20)
                                            VALUE "NUMSDPF.TMP".

           SCREEN SECTION.
           01  SCR-DEPT-SCREEN.
               05  BLANK SCREEN.
               05  LINE 1 COL 1 VALUE "DEPARTMENT MASTER MAINTENANCE".
               05  LINE 2 COL 1 VALUE "DEPARTMENT    :".
               05  LINE 2 COL 17 PIC X(4) FROM DPF-DEPT.
               05  LINE 3 COL 1 VALUE "NAME          :".
               05  LINE 3 COL 17 PIC X(30) FROM DPF-NAME.
               05  LINE 4 COL 1 VALUE "MANAGER       :".
               05  LINE 4 COL 17 PIC X(20) FROM DPF-MANAGER.
               05  LINE 5 COL 1 VALUE "PERIOD LIMIT  :".
               05  LINE 5 COL 17 PIC X(16) FROM DPF-PERIOD-LIMIT-X.
               05  LINE 5 COL 35 VALUE "STATUS:".
               05  LINE 5 COL 43 PIC X(1) FROM DPF-STATUS.
               05  LINE 7 COL 1
                   VALUE "KEEP / CHANGE / CLOSE (X) / ACTIVATE /".
               05  LINE 7 COL 40 VALUE "DELETE (K/C/X/A/D):".
               05  LINE 7 COL 60 PIC X(1) TO WS-ACTION.

           01  SCR-CHANGE-SCREEN.
               05  LINE 9 COL 1 VALUE "NEW NAME      :".
               05  LINE 9 COL 17 PIC X(30) TO WS-NEW-NAME.
               05  LINE 10 COL 1 VALUE "NEW MANAGER   :".
               05  LINE 10 COL 17 PIC X(20) TO WS-NEW-MANAGER.
               05  LINE 11 COL 1 VALUE "NEW LIMIT     :".
               05  LINE 11 COL 17 PIC S9(13)V99
                                  SIGN IS LEADING SEPARATE
                                  TO WS-NEW-LIMIT.
               05  LINE 12 COL 1 VALUE "(LIMIT 0 = NO PERIOD LIMIT)".

           01  SCR-ADD-SCREEN.
               05  BLANK SCREEN.
               05  LINE 1 COL 1 VALUE "ADD DEPARTMENT".
               05  LINE 2 COL 1 VALUE "DEPARTMENT    :".
               05  LINE 2 COL 17 PIC X(4) TO WS-NEW-DEPT.
               05  LINE 3 COL 1 VALUE "NAME          :".
               05  LINE 3 COL 17 PIC X(30) TO WS-NEW-NAME.
               05  LINE 4 COL 1 VALUE "MANAGER       :".
               05  LINE 4 COL 17 PIC X(20) TO WS-NEW-MANAGER.
               05  LINE 5 COL 1 VALUE "PERIOD LIMIT  :".
               05  LINE 5 COL 17 PIC S9(13)V99
                                  SIGN IS LEADING SEPARATE
                                  TO WS-NEW-LIMIT.
               05  LINE 6 COL 1 VALUE "(LIMIT 0 = NO PERIOD LIMIT)".

           PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM CHECK-OPERATOR-SIGNON.
               PERFORM ACQUIRE-RUN-LOCK.
               OPEN INPUT DEPARTMENT-FILE.
               IF WS-DEPARTMENT-STATUS = "00"
                   SET WS-DEPT-PRESENT TO TRUE
               END-IF.
               OPEN OUTPUT TEMP-DEPARTMENT-FILE.
               IF WS-DEPT-PRESENT
                   PERFORM UNTIL WS-EOF
                       READ DEPARTMENT-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               PERFORM REVIEW-ONE-DEPARTMENT
                       END-READ
                   END-PERFORM
                   CLOSE DEPARTMENT-FILE
               END-IF.
               PERFORM ADD-NEW-DEPARTMENTS.
               CLOSE TEMP-DEPARTMENT-FILE.
               PERFORM REPLACE-DEPARTMENT-FILE.
               DISPLAY "NUMSDPM: CHANGED " WS-CHANGED-COUNT
                       " ADDED " WS-ADDED-COUNT
                       " DELETED " WS-DELETED-COUNT.
               PERFORM RELEASE-RUN-LOCK.
               STOP RUN.

           ACQUIRE-RUN-LOCK.
               MOVE "A" TO WS-LOCK-FUNCTION.
               CALL "NUMSLOK" USING WS-LOCK-FUNCTION
                                    WS-LOCK-PROGRAM
                                    WS-LOCK-RESULT.
               IF WS-LOCK-RESULT NOT = "Y"
                   DISPLAY "NUMSDPM: RUN LOCK NOT ACQUIRED - "
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
               MOVE "P" TO WS-AUT-ROLES.
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

      *> Lines whose first byte is "*" are comments in the master
      *> and are carried through untouched.
           REVIEW-ONE-DEPARTMENT.
               IF DPF-DEPT(1:1) = "*"
                   PERFORM KEEP-DEPARTMENT
               ELSE
                   MOVE SPACE TO WS-ACTION
                   PERFORM ACCEPT-ACTION
                       UNTIL WS-ACTION = "K" OR "C" OR "X" OR "A"
                          OR "D"
                   EVALUATE WS-ACTION
                       WHEN "K"
                           PERFORM KEEP-DEPARTMENT
                       WHEN "C"
                           PERFORM CHANGE-DEPARTMENT
                           MOVE "DPCHANGE" TO WS-AUT-ACTION
                           PERFORM LOG-DEPARTMENT-CHANGE
                       WHEN "X"
                           MOVE "C" TO DPF-STATUS
                           ADD 1 TO WS-CHANGED-COUNT
                           PERFORM KEEP-DEPARTMENT
                           MOVE "DPCLOSE" TO WS-AUT-ACTION
                           PERFORM LOG-DEPARTMENT-CHANGE
                       WHEN "A"
                           MOVE "A" TO DPF-STATUS
                           ADD 1 TO WS-CHANGED-COUNT
                           PERFORM KEEP-DEPARTMENT
                           MOVE "DPREOPEN" TO WS-AUT-ACTION
                           PERFORM LOG-DEPARTMENT-CHANGE
                       WHEN "D"
                           ADD 1 TO WS-DELETED-COUNT
                           MOVE "DPDELETE" TO WS-AUT-ACTION
                           PERFORM LOG-DEPARTMENT-CHANGE
                   END-EVALUATE
               END-IF.

      *> Every change to the department master - limits above all -
      *> is a privileged action on the security log.
           LOG-DEPARTMENT-CHANGE.
               MOVE "P" TO WS-AUT-ROLES.
               MOVE SPACES TO WS-AUT-DETAIL.
               STRING "DEPT " DPF-DEPT " ST " DPF-STATUS
                      " LIM " DPF-PERIOD-LIMIT-X
                   DELIMITED BY SIZE INTO WS-AUT-DETAIL.
               PERFORM LOG-PRIVILEGED-ACTION.

           ACCEPT-ACTION.
               DISPLAY SCR-DEPT-SCREEN.
               ACCEPT SCR-DEPT-SCREEN.
               INSPECT WS-ACTION CONVERTING "kcxad" TO "KCXAD".

           CHANGE-DEPARTMENT.
               MOVE DPF-NAME TO WS-NEW-NAME.
               MOVE DPF-MANAGER TO WS-NEW-MANAGER.
               MOVE DPF-PERIOD-LIMIT-X TO WS-NEW-LIMIT-X.
               IF WS-NEW-LIMIT NOT NUMERIC
                   MOVE ZERO TO WS-NEW-LIMIT
               END-IF.
               DISPLAY SCR-CHANGE-SCREEN.
               ACCEPT SCR-CHANGE-SCREEN.
               MOVE WS-NEW-NAME TO DPF-NAME.
               MOVE WS-NEW-MANAGER TO DPF-MANAGER.
               PERFORM CHECK-NEW-LIMIT.
               MOVE WS-NEW-LIMIT-X TO DPF-PERIOD-LIMIT-X.
               ADD 1 TO WS-CHANGED-COUNT.
               PERFORM KEEP-DEPARTMENT.

      *> A spending limit below zero has no meaning; it is taken as
      *> no limit rather than one that refuses every posting.
           CHECK-NEW-LIMIT.
               IF WS-NEW-LIMIT < ZERO
                   DISPLAY "NUMSDPM: NEGATIVE LIMIT TAKEN AS 0 "
                           "(NO LIMIT)"
                   MOVE ZERO TO WS-NEW-LIMIT
               END-IF.

           KEEP-DEPARTMENT.
               WRITE TEMP-DEPARTMENT-RECORD FROM DEPARTMENT-RECORD.

           ADD-NEW-DEPARTMENTS.
               MOVE SPACE TO WS-MORE-SWITCH.
               PERFORM UNTIL WS-MORE-SWITCH = "N"
                   DISPLAY "ADD A DEPARTMENT (Y/N)?"
                   ACCEPT WS-MORE-SWITCH
                   INSPECT WS-MORE-SWITCH CONVERTING "yn" TO "YN"
                   IF WS-MORE-SWITCH = "Y"
                       PERFORM ADD-ONE-DEPARTMENT
                       MOVE SPACE TO WS-MORE-SWITCH
                   END-IF
               END-PERFORM.

      *> New departments start active; closing one is a deliberate
      *> later action on the review screen.
           ADD-ONE-DEPARTMENT.
               MOVE SPACES TO WS-NEW-DEPT WS-NEW-NAME WS-NEW-MANAGER.
               MOVE ZERO TO WS-NEW-LIMIT.
               DISPLAY SCR-ADD-SCREEN.
               ACCEPT SCR-ADD-SCREEN.
               IF WS-NEW-DEPT = SPACES
                   DISPLAY "NUMSDPM: NO DEPARTMENT CODE - NOT ADDED"
               ELSE
                   PERFORM CHECK-NEW-LIMIT
                   MOVE SPACES TO DEPARTMENT-RECORD
                   MOVE WS-NEW-DEPT TO DPF-DEPT
                   MOVE WS-NEW-NAME TO DPF-NAME
                   MOVE WS-NEW-MANAGER TO DPF-MANAGER
                   MOVE "A" TO DPF-STATUS
                   MOVE WS-NEW-LIMIT-X TO DPF-PERIOD-LIMIT-X
                   ADD 1 TO WS-ADDED-COUNT
                   PERFORM KEEP-DEPARTMENT
                   MOVE "DPADD" TO WS-AUT-ACTION
                   PERFORM LOG-DEPARTMENT-CHANGE
               END-IF.

           REPLACE-DEPARTMENT-FILE.
               IF WS-DEPT-PRESENT
                   CALL "CBL_DELETE_FILE" USING WS-DEPT-FILENAME
                       RETURNING WS-FILE-OP-STATUS
                   IF WS-FILE-OP-STATUS NOT = ZERO
                       DISPLAY "NUMSDPM: DELETE OF "
                               WS-DEPT-FILENAME
                               " FAILED, STATUS=" WS-FILE-OP-STATUS
                       PERFORM RELEASE-RUN-LOCK
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.
               CALL "CBL_RENAME_FILE" USING WS-DEPT-TMP-FILENAME
                                            WS-DEPT-FILENAME
                   RETURNING WS-FILE-OP-STATUS.
               IF WS-FILE-OP-STATUS NOT = ZERO
                   DISPLAY "NUMSDPM: RENAME OF "
                           WS-DEPT-TMP-FILENAME
                           " TO " WS-DEPT-FILENAME
                           " FAILED, STATUS=" WS-FILE-OP-STATUS
                   PERFORM RELEASE-RUN-LOCK
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
