      *> walk new orders can be added.  The file is rewritten whole
      *> through a temp file, the same way NUMSSUP rewrites the
      *> pending-corrections file.
      *>
      *> Only operators holding the standing-order maintainer role
      *> on the operator security file may start it, and every
      *> change, suspension, deletion or addition is written to the
      *> security log.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           01  WS-LOCK-FUNCTION         PIC X(1).
           01  WS-LOCK-PROGRAM         PIC X(8) VALUE "NUMSSOM".
           01  WS-LOCK-RESULT           PIC X(1).
           01  WS-RUN-USER              PIC X(20).
           01  WS-AUT-FUNCTION          PIC X(1).
           01  WS-AUT-PROGRAM           PIC X(8) VALUE "NUMSSOM".
           01  WS-AUT-ACTION            PIC X(8).
           01  WS-AUT-ROLES             PIC X(5).
           01  WS-AUT-DETAIL            PIC X(40).
           01  WS-AUT-RESULT            PIC X(1).
           01  WS-FILE-OP-STATUS        PIC 9(9) COMP-5 VALUE ZERO.
           01  WS-CHANGED-COUNT         PIC 9(7) VALUE ZERO.
           01  WS-ADDED-COUNT           PIC 9(7) VALUE ZERO.

           PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM CHECK-OPERATOR-SIGNON.
               PERFORM ACQUIRE-RUN-LOCK.
               OPEN INPUT ORDER-FILE.
               IF WS-ORDER-STATUS = "00"
                   MOVE "N" TO WS-LOCK-HELD-SWITCH
               END-IF.

      *> The operator signs on with ID and password and must be on
      *> the security file with one of the roles this program needs;
      *> the operator ID signed on with is the identity every record
      *> this session writes is stamped with.
           CHECK-OPERATOR-SIGNON.
               MOVE "SIGNON" TO WS-AUT-ACTION.
               MOVE "S" TO WS-AUT-ROLES.
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

           REVIEW-ONE-ORDER.
               MOVE SPACE TO WS-ACTION.
               PERFORM ACCEPT-ACTION
                       PERFORM KEEP-ORDER
                   WHEN "C"
                       PERFORM CHANGE-ORDER
                       MOVE "SOCHANGE" TO WS-AUT-ACTION
                       PERFORM LOG-ORDER-CHANGE
                   WHEN "S"
                       MOVE "S" TO SOF-STATUS
                       ADD 1 TO WS-CHANGED-COUNT
                       PERFORM KEEP-ORDER
                       MOVE "SOSUSPND" TO WS-AUT-ACTION
                       PERFORM LOG-ORDER-CHANGE
                   WHEN "A"
                       MOVE "A" TO SOF-STATUS
                       ADD 1 TO WS-CHANGED-COUNT
                       PERFORM KEEP-ORDER
                       MOVE "SOACTIVT" TO WS-AUT-ACTION
                       PERFORM LOG-ORDER-CHANGE
                   WHEN "D"
                       ADD 1 TO WS-DELETED-COUNT
                       MOVE "SODELETE" TO WS-AUT-ACTION
                       PERFORM LOG-ORDER-CHANGE
               END-EVALUATE.

      *> Every change to the standing orders is a privileged action
      *> on the security log, with the order as it now stands.
           LOG-ORDER-CHANGE.
               MOVE "S" TO WS-AUT-ROLES.
               MOVE SPACES TO WS-AUT-DETAIL.
               STRING "ORD " SOF-ORDER-ID " OP " SOF-OPERATION
                      " DEPT " SOF-DEPT " DUE " SOF-NEXT-DUE
                   DELIMITED BY SIZE INTO WS-AUT-DETAIL.
               PERFORM LOG-PRIVILEGED-ACTION.

           ACCEPT-ACTION.
               DISPLAY SCR-ORDER-SCREEN.
               ACCEPT SCR-ORDER-SCREEN.
               MOVE "A" TO SOF-STATUS.
               ADD 1 TO WS-ADDED-COUNT.
               PERFORM KEEP-ORDER.
               MOVE "SOADD" TO WS-AUT-ACTION.
               PERFORM LOG-ORDER-CHANGE.

           REPLACE-ORDER-FILE.
               IF WS-ORDER-PRESENT
