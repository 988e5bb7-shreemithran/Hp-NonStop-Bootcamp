           IDENTIFICATION DIVISION.
           PROGRAM-ID. NUMSAUT.

      *> Operator sign-on and authorization for the suite's online
      *> programs.  The operator signs on with an operator ID and
      *> password; the ID must be on the operator security file
      *> NUMSSEC.DAT, active, hold one of the roles the caller
      *> names, and the password must give the credential held
      *> there.  Functions:
      *>
      *>   S  sign on - prompt for operator ID and password, then
      *>      check LNK-ROLES as for C.  Three attempts; each
      *>      failure is written to the security log NUMSSLG.DAT.
      *>   C  check - may the signed-on operator do LNK-ACTION,
      *>      which needs one of LNK-ROLES?  Result Y or N; a
      *>      refusal is shown and written to the security log.
      *>   L  log a privileged action carried out (result DONE).
      *>   R  log a refusal the caller decided itself, such as a
      *>      checker trying to release their own correction.
      *>   H  credential for LNK-USER with the password passed in
      *>      LNK-DETAIL, returned in LNK-DETAIL (used by NUMSPWD).
      *>
      *> LNK-USER returns the operator the session signed on as, so
      *> the caller stamps its own records with the same identity.
      *> Nothing is authorized before a successful sign-on, and
      *> without a readable security file nobody can sign on: a
      *> missing file must not open the suite to everyone.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT SECURITY-FILE ASSIGN TO "NUMSSEC.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SECURITY-STATUS.

               SELECT SECURITY-LOG-FILE ASSIGN TO "NUMSSLG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOG-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD  SECURITY-FILE.
               COPY NUMSSEC.

           FD  SECURITY-LOG-FILE.
               COPY NUMSSLG.

           WORKING-STORAGE SECTION.
           01  WS-SECURITY-STATUS       PIC XX.
           01  WS-LOG-STATUS            PIC XX.
           01  WS-SEC-EOF-SWITCH        PIC X VALUE "N".
               88  WS-SEC-EOF               VALUE "Y".
           01  WS-USER-FOUND-SWITCH     PIC X VALUE "N".
               88  WS-USER-FOUND            VALUE "Y".
           01  WS-ROLE-HELD-SWITCH      PIC X VALUE "N".
               88  WS-ROLE-HELD             VALUE "Y".
           01  WS-RUN-USER              PIC X(20).
      *> Kept from call to call for the life of the run, so every
      *> check after the sign-on is made for the same operator.
           01  WS-SIGNED-ON-USER        PIC X(20) VALUE SPACES.
           01  WS-NOW-DATE              PIC 9(8).
           01  WS-NOW-TIME              PIC 9(8).
           01  WS-USER-STATUS           PIC X(1).
           01  WS-USER-ROLES            PIC X(5).
           01  WS-USER-HASH             PIC X(18).
           01  WS-ROLE-INDEX            PIC 9(1) VALUE ZERO.
           01  WS-ROLE-TALLY            PIC 9(2) VALUE ZERO.
           01  WS-LOG-RESULT            PIC X(7).
           01  WS-LOG-DETAIL            PIC X(40).
           01  WS-REFUSAL-MESSAGE       PIC X(100).

           01  WS-SIGNON-PROGRAM        PIC X(8).
           01  WS-ENTERED-USER          PIC X(20).
           01  WS-ENTERED-PASSWORD      PIC X(20).
           01  WS-SIGNON-TRIES          PIC 9(1) VALUE ZERO.
           01  WS-SIGNON-ENDED-SWITCH   PIC X VALUE "N".
               88  WS-SIGNON-ENDED          VALUE "Y".

      *> The credential is an iterated hash of operator ID and
      *> password together, so the same password gives a different
      *> credential for each operator and cannot be read back.
           01  WS-HASH-INPUT.
               05  WS-HASH-USER         PIC X(20).
               05  WS-HASH-PASSWORD     PIC X(20).
           01  WS-HASH-ROUND            PIC 9(4) VALUE ZERO.
           01  WS-HASH-POS              PIC 9(2) VALUE ZERO.
           01  WS-HASH-CHAR             PIC 9(3) VALUE ZERO.
           01  WS-HASH-RESULT.
               05  WS-HASH-A            PIC 9(9) VALUE ZERO.
               05  WS-HASH-B            PIC 9(9) VALUE ZERO.

           LINKAGE SECTION.
           01  LNK-FUNCTION             PIC X(1).
           01  LNK-PROGRAM              PIC X(8).
           01  LNK-ACTION               PIC X(8).
           01  LNK-ROLES                PIC X(5).
           01  LNK-DETAIL               PIC X(40).
           01  LNK-USER                 PIC X(20).
           01  LNK-RESULT               PIC X(1).

           SCREEN SECTION.
           01  SCR-SIGNON-SCREEN.
               05  BLANK SCREEN.
               05  LINE 1 COL 1 PIC X(8) FROM WS-SIGNON-PROGRAM.
               05  LINE 1 COL 10 VALUE "OPERATOR SIGN-ON".
               05  LINE 3 COL 1 VALUE "OPERATOR ID:".
               05  LINE 3 COL 14 PIC X(20) USING WS-ENTERED-USER.
               05  LINE 4 COL 1 VALUE "PASSWORD   :".
               05  LINE 4 COL 14 PIC X(20) TO WS-ENTERED-PASSWORD
                                   SECURE.

           PROCEDURE DIVISION USING LNK-FUNCTION LNK-PROGRAM
                                    LNK-ACTION LNK-ROLES
                                    LNK-DETAIL LNK-USER
                                    LNK-RESULT.
           MAIN-PARA.
               MOVE WS-SIGNED-ON-USER TO WS-RUN-USER.
               IF WS-RUN-USER = SPACES
                   MOVE "UNKNOWN" TO WS-RUN-USER
               END-IF.
               ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
               ACCEPT WS-NOW-TIME FROM TIME.
               MOVE "N" TO LNK-RESULT.
               EVALUATE LNK-FUNCTION
                   WHEN "S"
                       PERFORM SIGN-ON-OPERATOR
                   WHEN "C"
                       PERFORM CHECK-AUTHORITY
                   WHEN "L"
                       MOVE "DONE" TO WS-LOG-RESULT
                       MOVE LNK-DETAIL TO WS-LOG-DETAIL
                       PERFORM WRITE-SECURITY-LOG
                       MOVE "Y" TO LNK-RESULT
                   WHEN "R"
                       MOVE "REFUSED" TO WS-LOG-RESULT
                       MOVE LNK-DETAIL TO WS-LOG-DETAIL
                       PERFORM WRITE-SECURITY-LOG
                       MOVE "Y" TO LNK-RESULT
                   WHEN "H"
                       MOVE LNK-USER TO WS-HASH-USER
                       MOVE LNK-DETAIL(1:20) TO WS-HASH-PASSWORD
                       PERFORM COMPUTE-CREDENTIAL
                       MOVE WS-HASH-RESULT TO LNK-DETAIL
                       MOVE "Y" TO LNK-RESULT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.
               IF LNK-FUNCTION NOT = "H"
                   MOVE WS-SIGNED-ON-USER TO LNK-USER
               END-IF.
               GOBACK.

      *> The operator is told only that the sign-on failed; which
      *> of ID or password was wrong goes to the security log, not
      *> to whoever is at the terminal.
           SIGN-ON-OPERATOR.
               MOVE SPACES TO WS-SIGNED-ON-USER WS-ENTERED-USER.
               MOVE LNK-PROGRAM TO WS-SIGNON-PROGRAM.
               MOVE ZERO TO WS-SIGNON-TRIES.
               MOVE "N" TO WS-SIGNON-ENDED-SWITCH.
               PERFORM UNTIL WS-SIGNON-ENDED
                   ADD 1 TO WS-SIGNON-TRIES
                   MOVE SPACES TO WS-ENTERED-PASSWORD
                   DISPLAY SCR-SIGNON-SCREEN
                   ACCEPT SCR-SIGNON-SCREEN
                   PERFORM VERIFY-CREDENTIALS
               END-PERFORM.

           VERIFY-CREDENTIALS.
               MOVE WS-ENTERED-USER TO WS-RUN-USER.
               PERFORM FIND-OPERATOR.
               MOVE WS-ENTERED-USER TO WS-HASH-USER.
               MOVE WS-ENTERED-PASSWORD TO WS-HASH-PASSWORD.
               PERFORM COMPUTE-CREDENTIAL.
               MOVE SPACES TO WS-ENTERED-PASSWORD WS-HASH-PASSWORD.
               MOVE SPACES TO WS-LOG-DETAIL.
               IF WS-SECURITY-STATUS NOT = "00"
                   MOVE "SECURITY FILE NUMSSEC.DAT NOT READABLE"
                        TO WS-LOG-DETAIL
                   SET WS-SIGNON-ENDED TO TRUE
               ELSE IF WS-ENTERED-USER = SPACES
                   MOVE "NO OPERATOR ID KEYED" TO WS-LOG-DETAIL
               ELSE IF NOT WS-USER-FOUND
                   MOVE "USER NOT ON SECURITY FILE" TO WS-LOG-DETAIL
               ELSE IF WS-USER-HASH = SPACES
                   MOVE "NO PASSWORD SET" TO WS-LOG-DETAIL
               ELSE IF WS-USER-HASH NOT = WS-HASH-RESULT
                   MOVE "WRONG PASSWORD" TO WS-LOG-DETAIL
               END-IF.
               IF WS-LOG-DETAIL = SPACES
                   SET WS-SIGNON-ENDED TO TRUE
                   MOVE WS-ENTERED-USER TO WS-SIGNED-ON-USER
                   PERFORM CHECK-AUTHORITY
                   IF LNK-RESULT NOT = "Y"
                       MOVE SPACES TO WS-SIGNED-ON-USER
                   END-IF
               ELSE
                   MOVE SPACES TO WS-REFUSAL-MESSAGE
                   STRING LNK-PROGRAM DELIMITED BY SPACE
                          ": SIGN-ON FAILED - OPERATOR ID OR "
                          "PASSWORD NOT ACCEPTED" DELIMITED BY SIZE
                       INTO WS-REFUSAL-MESSAGE
                   DISPLAY WS-REFUSAL-MESSAGE
                   MOVE "REFUSED" TO WS-LOG-RESULT
                   PERFORM WRITE-SECURITY-LOG
                   IF WS-SIGNON-TRIES >= 3
                       MOVE SPACES TO WS-REFUSAL-MESSAGE
                       STRING LNK-PROGRAM DELIMITED BY SPACE
                              ": TOO MANY SIGN-ON ATTEMPTS"
                                  DELIMITED BY SIZE
                           INTO WS-REFUSAL-MESSAGE
                       DISPLAY WS-REFUSAL-MESSAGE
                       SET WS-SIGNON-ENDED TO TRUE
                   END-IF
               END-IF.

           CHECK-AUTHORITY.
               MOVE SPACES TO WS-LOG-DETAIL.
               IF WS-SIGNED-ON-USER = SPACES
                   MOVE "NOT SIGNED ON" TO WS-LOG-DETAIL
               ELSE
                   PERFORM FIND-OPERATOR
                   IF WS-SECURITY-STATUS NOT = "00"
                       MOVE "SECURITY FILE NUMSSEC.DAT NOT READABLE"
                            TO WS-LOG-DETAIL
                   ELSE IF NOT WS-USER-FOUND
                       MOVE "USER NOT ON SECURITY FILE"
                            TO WS-LOG-DETAIL
                   ELSE IF WS-USER-STATUS NOT = "A"
                       MOVE "USER DISABLED" TO WS-LOG-DETAIL
                   ELSE
                       PERFORM CHECK-ROLES-HELD
                       IF NOT WS-ROLE-HELD
                           STRING "ROLE NOT HELD - NEEDS ONE OF "
                                  LNK-ROLES
                               DELIMITED BY SIZE INTO WS-LOG-DETAIL
                       END-IF
                   END-IF
               END-IF.
               IF WS-LOG-DETAIL = SPACES
                   MOVE "Y" TO LNK-RESULT
               ELSE
                   MOVE SPACES TO WS-REFUSAL-MESSAGE
                   STRING LNK-PROGRAM DELIMITED BY SPACE
                          ": " DELIMITED BY SIZE
                          WS-RUN-USER DELIMITED BY SPACE
                          " REFUSED " DELIMITED BY SIZE
                          LNK-ACTION DELIMITED BY SPACE
                          " - " WS-LOG-DETAIL DELIMITED BY SIZE
                       INTO WS-REFUSAL-MESSAGE
                   DISPLAY WS-REFUSAL-MESSAGE
                   MOVE "REFUSED" TO WS-LOG-RESULT
                   PERFORM WRITE-SECURITY-LOG
               END-IF.

      *> The last record for an operator wins, so a line appended to
      *> disable someone takes effect without editing the old one.
           FIND-OPERATOR.
               MOVE "N" TO WS-SEC-EOF-SWITCH WS-USER-FOUND-SWITCH.
               MOVE SPACES TO WS-USER-STATUS WS-USER-ROLES
                              WS-USER-HASH.
               OPEN INPUT SECURITY-FILE.
               IF WS-SECURITY-STATUS = "00"
                   PERFORM UNTIL WS-SEC-EOF
                       READ SECURITY-FILE
                           AT END
                               SET WS-SEC-EOF TO TRUE
                           NOT AT END
                               IF SEC-USER-ID(1:1) NOT = "*"
                                  AND SEC-USER-ID = WS-RUN-USER
                                   SET WS-USER-FOUND TO TRUE
                                   MOVE SEC-STATUS TO WS-USER-STATUS
                                   MOVE SEC-ROLES TO WS-USER-ROLES
                                   MOVE SEC-PASSWORD-HASH TO
                                        WS-USER-HASH
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SECURITY-FILE
               END-IF.

      *> Any one of the roles named will do.
           CHECK-ROLES-HELD.
               MOVE "N" TO WS-ROLE-HELD-SWITCH.
               PERFORM VARYING WS-ROLE-INDEX FROM 1 BY 1
                       UNTIL WS-ROLE-INDEX > 5 OR WS-ROLE-HELD
                   IF LNK-ROLES(WS-ROLE-INDEX:1) NOT = SPACE
                       MOVE ZERO TO WS-ROLE-TALLY
                       INSPECT WS-USER-ROLES TALLYING WS-ROLE-TALLY
                           FOR ALL LNK-ROLES(WS-ROLE-INDEX:1)
                       IF WS-ROLE-TALLY > ZERO
                           SET WS-ROLE-HELD TO TRUE
                       END-IF
                   END-IF
               END-PERFORM.

      *> Two accumulators, each kept below a prime modulus, are
      *> stirred by every character of ID and password over 500
      *> rounds; the credential is the two side by side.
           COMPUTE-CREDENTIAL.
               MOVE 104729 TO WS-HASH-A.
               MOVE 1299709 TO WS-HASH-B.
               PERFORM VARYING WS-HASH-ROUND FROM 1 BY 1
                       UNTIL WS-HASH-ROUND > 500
                   PERFORM VARYING WS-HASH-POS FROM 1 BY 1
                           UNTIL WS-HASH-POS > 40
                       COMPUTE WS-HASH-CHAR =
                           FUNCTION ORD(WS-HASH-INPUT(WS-HASH-POS:1))
                       COMPUTE WS-HASH-A = FUNCTION MOD(
                           WS-HASH-A * 257 + WS-HASH-CHAR
                           + WS-HASH-ROUND, 999999937)
                       COMPUTE WS-HASH-B = FUNCTION MOD(
                           WS-HASH-B * 263 + WS-HASH-A
                           + WS-HASH-POS, 999999929)
                   END-PERFORM
               END-PERFORM.

           WRITE-SECURITY-LOG.
               OPEN EXTEND SECURITY-LOG-FILE.
               IF WS-LOG-STATUS NOT = "00"
                   OPEN OUTPUT SECURITY-LOG-FILE
                   CLOSE SECURITY-LOG-FILE
                   OPEN EXTEND SECURITY-LOG-FILE
               END-IF.
               MOVE SPACES TO SECURITY-LOG-RECORD.
               MOVE WS-NOW-DATE TO SLG-DATE.
               MOVE WS-NOW-TIME TO SLG-TIME.
               MOVE WS-RUN-USER TO SLG-USER.
               MOVE LNK-PROGRAM TO SLG-PROGRAM.
               MOVE LNK-ACTION TO SLG-ACTION.
               MOVE WS-LOG-RESULT TO SLG-RESULT.
               MOVE LNK-ROLES TO SLG-ROLES.
               MOVE WS-LOG-DETAIL TO SLG-DETAIL.
               WRITE SECURITY-LOG-RECORD.
               CLOSE SECURITY-LOG-FILE.
