           IDENTIFICATION DIVISION.
           PROGRAM-ID. NUMSPWD.

      *> Password credential for the operator security file.  The
      *> operator keys their operator ID and a new password twice;
      *> the panel shows the credential NUMSAUT will check at
      *> sign-on, which the security administrator keys into the
      *> operator's NUMSSEC.DAT record.  Nothing is written here:
      *> the credential on its own cannot be turned back into the
      *> password, and only the security file grants anything, so
      *> no sign-on is needed to run this.

           DATA DIVISION.
           WORKING-STORAGE SECTION.
           01  WS-AUT-FUNCTION          PIC X(1) VALUE "H".
           01  WS-AUT-PROGRAM           PIC X(8) VALUE "NUMSPWD".
           01  WS-AUT-ACTION            PIC X(8) VALUE SPACES.
           01  WS-AUT-ROLES             PIC X(5) VALUE SPACES.
           01  WS-AUT-DETAIL            PIC X(40).
           01  WS-AUT-RESULT            PIC X(1).
           01  WS-OPERATOR-ID           PIC X(20).
           01  WS-PASSWORD              PIC X(20).
           01  WS-PASSWORD-AGAIN        PIC X(20).
           01  WS-CREDENTIAL            PIC X(18).
           01  WS-MESSAGE               PIC X(60).
           01  WS-COMMAND               PIC X(1).
           01  WS-DONE-SWITCH           PIC X VALUE "N".
               88  WS-DONE                  VALUE "Y".

           SCREEN SECTION.
           01  SCR-PASSWORD-SCREEN.
               05  BLANK SCREEN.
               05  LINE 1 COL 1 VALUE "NUMSADD OPERATOR PASSWORD".
               05  LINE 3 COL 1 VALUE "OPERATOR ID   :".
               05  LINE 3 COL 17 PIC X(20) USING WS-OPERATOR-ID.
               05  LINE 4 COL 1 VALUE "NEW PASSWORD  :".
               05  LINE 4 COL 17 PIC X(20) TO WS-PASSWORD SECURE.
               05  LINE 5 COL 1 VALUE "PASSWORD AGAIN:".
               05  LINE 5 COL 17 PIC X(20) TO WS-PASSWORD-AGAIN
                                   SECURE.

           01  SCR-CREDENTIAL-SCREEN.
               05  LINE 7 COL 1 PIC X(60) FROM WS-MESSAGE.
               05  LINE 8 COL 1 VALUE "CREDENTIAL    :".
               05  LINE 8 COL 17 PIC X(18) FROM WS-CREDENTIAL.
               05  LINE 10 COL 1 VALUE "AGAIN / EXIT (A/X):".
               05  LINE 10 COL 21 PIC X(1) TO WS-COMMAND.

           PROCEDURE DIVISION.
           MAIN-PARA.
               MOVE SPACES TO WS-OPERATOR-ID.
               PERFORM UNTIL WS-DONE
                   PERFORM ACCEPT-PASSWORD
                   PERFORM SHOW-CREDENTIAL
               END-PERFORM.
               STOP RUN.

           ACCEPT-PASSWORD.
               MOVE SPACES TO WS-PASSWORD WS-PASSWORD-AGAIN
                              WS-CREDENTIAL WS-MESSAGE.
               DISPLAY SCR-PASSWORD-SCREEN.
               ACCEPT SCR-PASSWORD-SCREEN.
               IF WS-OPERATOR-ID = SPACES
                   MOVE "NO OPERATOR ID KEYED" TO WS-MESSAGE
               ELSE IF WS-PASSWORD = SPACES
                   MOVE "NO PASSWORD KEYED" TO WS-MESSAGE
               ELSE IF WS-PASSWORD NOT = WS-PASSWORD-AGAIN
                   MOVE "PASSWORDS DO NOT MATCH - NOT CHANGED"
                        TO WS-MESSAGE
               ELSE
                   PERFORM COMPUTE-CREDENTIAL
                   MOVE "KEY THIS CREDENTIAL INTO NUMSSEC.DAT"
                        TO WS-MESSAGE
               END-IF.
               MOVE SPACES TO WS-PASSWORD WS-PASSWORD-AGAIN.

           COMPUTE-CREDENTIAL.
               MOVE WS-PASSWORD TO WS-AUT-DETAIL.
               CALL "NUMSAUT" USING WS-AUT-FUNCTION WS-AUT-PROGRAM
                                    WS-AUT-ACTION WS-AUT-ROLES
                                    WS-AUT-DETAIL WS-OPERATOR-ID
                                    WS-AUT-RESULT.
               MOVE WS-AUT-DETAIL(1:18) TO WS-CREDENTIAL.
               MOVE SPACES TO WS-AUT-DETAIL.

           SHOW-CREDENTIAL.
               MOVE SPACE TO WS-COMMAND.
               DISPLAY SCR-CREDENTIAL-SCREEN.
               ACCEPT SCR-CREDENTIAL-SCREEN.
               INSPECT WS-COMMAND CONVERTING "ax" TO "AX".
               IF WS-COMMAND = "X"
                   SET WS-DONE TO TRUE
               END-IF.
