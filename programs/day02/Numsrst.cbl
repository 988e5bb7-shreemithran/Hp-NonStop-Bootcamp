           IDENTIFICATION DIVISION.
           PROGRAM-ID. NUMSRST.

      *> Restore-the-night utility.  Puts the suite's data files
      *> back as they stood when NUMSSNP took a snapshot generation,
      *> for the night a bad input file went all the way through
      *> posting, NUMSGLRC and NUMSEOD before anyone noticed.
      *>
      *> The operator picks a generation from the index NUMSSNX.DAT.
      *> Nothing is touched until every copy the manifest names has
      *> been read back and its record count and hash total agree
      *> with the manifest; a copy that is missing or disagrees
      *> refuses the whole restore.  Sequential files are copied
      *> back line for line, the keyed files are reloaded, and a
      *> file that did not exist at snapshot time is removed.  The
      *> job-stream resume point NUMSJST.DAT is cleared so the next
      *> NUMSJOB run starts the night from its first step, and a
      *> RESTORED record naming the generation and the operator is
      *> added to the restored audit trail.
      *>
      *> Only an operator with the operations role on the security
      *> file may run a restore, and each one is written to the
      *> security log - which is never itself restored.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *> The snapshot copy, the live file it goes back to and the
      *> manifest are opened under the SNAPCPY, SNAPLIV and SNAPMAN
      *> environment names, repointed with putenv before each OPEN.
               SELECT COPY-FILE ASSIGN TO "SNAPCPY"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-COPY-STATUS.

               SELECT LIVE-FILE ASSIGN TO "SNAPLIV"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LIVE-STATUS.

               SELECT MANIFEST-FILE ASSIGN TO "SNAPMAN"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MANIFEST-STATUS.

               SELECT LEDGER-FILE ASSIGN TO "NUMSIDL.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS LGR-TRANS-ID
                   FILE STATUS IS WS-LEDGER-STATUS.

               SELECT BALANCE-FILE ASSIGN TO "NUMSBAL.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS BAL-KEY
                   FILE STATUS IS WS-BALANCE-STATUS.

               SELECT INDEX-FILE ASSIGN TO "NUMSSNX.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-INDEX-STATUS.

               SELECT AUDIT-FILE ASSIGN TO "NUMSAUD.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-STATUS.

               SELECT CONTROL-DATE-FILE ASSIGN TO "NUMSBDT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BDT-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD  COPY-FILE
               RECORD IS VARYING IN SIZE FROM 1 TO 4096 CHARACTERS
                   DEPENDING ON WS-COPY-LENGTH.
           01  COPY-RECORD              PIC X(4096).

           FD  LIVE-FILE
               RECORD IS VARYING IN SIZE FROM 1 TO 4096 CHARACTERS
                   DEPENDING ON WS-LIVE-LENGTH.
           01  LIVE-RECORD              PIC X(4096).

           FD  MANIFEST-FILE.
               COPY NUMSSNM.

           FD  LEDGER-FILE.
               COPY NUMSIDL.

           FD  BALANCE-FILE.
               COPY NUMSBAL.

           FD  INDEX-FILE.
               COPY NUMSSNX.

           FD  AUDIT-FILE.
               COPY NUMSAUD.

           FD  CONTROL-DATE-FILE.
               COPY NUMSBDT.

           WORKING-STORAGE SECTION.
           01  WS-COPY-STATUS           PIC XX.
           01  WS-LIVE-STATUS           PIC XX.
           01  WS-MANIFEST-STATUS       PIC XX.
           01  WS-LEDGER-STATUS         PIC XX.
           01  WS-BALANCE-STATUS        PIC XX.
           01  WS-INDEX-STATUS          PIC XX.
           01  WS-AUDIT-STATUS          PIC XX.
           01  WS-BDT-STATUS            PIC XX.
           01  WS-COPY-EOF-SWITCH       PIC X VALUE "N".
               88  WS-COPY-EOF              VALUE "Y".
           01  WS-MANIFEST-EOF-SWITCH   PIC X VALUE "N".
               88  WS-MANIFEST-EOF          VALUE "Y".
           01  WS-INDEX-EOF-SWITCH      PIC X VALUE "N".
               88  WS-INDEX-EOF             VALUE "Y".
           01  WS-GEN-FOUND-SWITCH      PIC X VALUE "N".
               88  WS-GEN-FOUND             VALUE "Y".
           01  WS-TRAILER-SWITCH        PIC X VALUE "N".
               88  WS-TRAILER-SEEN          VALUE "Y".
           01  WS-COPY-LENGTH           PIC 9(4) VALUE ZERO.
           01  WS-LIVE-LENGTH           PIC 9(4) VALUE ZERO.
           01  WS-LOCK-HELD-SWITCH      PIC X VALUE "N".
               88  WS-LOCK-HELD             VALUE "Y".
           01  WS-LOCK-FUNCTION         PIC X(1).
           01  WS-LOCK-PROGRAM          PIC X(8) VALUE "NUMSRST".
           01  WS-LOCK-RESULT           PIC X(1).
           01  WS-FILE-OP-STATUS        PIC 9(9) COMP-5 VALUE ZERO.
           01  WS-RUN-USER              PIC X(20).
           01  WS-AUT-FUNCTION          PIC X(1).
           01  WS-AUT-PROGRAM           PIC X(8) VALUE "NUMSRST".
           01  WS-AUT-ACTION            PIC X(8).
           01  WS-AUT-ROLES             PIC X(5).
           01  WS-AUT-DETAIL            PIC X(40).
           01  WS-AUT-RESULT            PIC X(1).
           01  WS-RUN-DATE              PIC 9(8).
           01  WS-RUN-TIME              PIC 9(8).
           01  WS-INPUT-DATE            PIC X(8).
           01  WS-CONFIRM               PIC X(1).
           01  WS-GEN-DATE              PIC 9(8) VALUE ZERO.
           01  WS-MANIFEST-NAME         PIC X(20).
           01  WS-DELETE-NAME           PIC X(20).
           01  WS-JOB-STATUS-FILENAME   PIC X(20) VALUE "NUMSJST.DAT".
           01  WS-RECORD-COUNT          PIC 9(9) VALUE ZERO.
           01  WS-HASH-TOTAL            PIC 9(18) VALUE ZERO.
           01  WS-HASH-POS              PIC 9(4) VALUE ZERO.
           01  WS-TRAILER-FILE-COUNT    PIC 9(3) VALUE ZERO.
           01  WS-BAD-COUNT             PIC 9(3) VALUE ZERO.
           01  WS-RESTORED-COUNT        PIC 9(3) VALUE ZERO.
           01  WS-REMOVED-COUNT         PIC 9(3) VALUE ZERO.
           01  WS-RELOAD-ERROR-COUNT    PIC 9(9) VALUE ZERO.

      *> putenv keeps the string it is given, so each environment
      *> name has its own buffer.
           01  WS-CPY-ENV-STRING        PIC X(50).
           01  WS-LIV-ENV-STRING        PIC X(50).
           01  WS-MAN-ENV-STRING        PIC X(50).

      *> The chosen generation's manifest, loaded whole so every copy
      *> can be proved before the first live file is replaced.
           01  WS-MAN-COUNT             PIC 9(3) VALUE ZERO.
           01  WS-MAN-INDEX             PIC 9(3) VALUE ZERO.
           01  WS-MAN-TABLE.
               05  WS-MAN-ENTRY OCCURS 50 TIMES.
                   10  WS-MAN-LIVE-NAME     PIC X(12).
                   10  WS-MAN-ORG           PIC X(1).
                   10  WS-MAN-PRESENT       PIC X(1).
                   10  WS-MAN-COUNT-SAVED   PIC 9(9).
                   10  WS-MAN-HASH-SAVED    PIC 9(18).
                   10  WS-MAN-COPY-NAME     PIC X(20).

           PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM CHECK-OPERATOR-SIGNON.
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
               PERFORM LOAD-BUSINESS-DATE.
               ACCEPT WS-RUN-TIME FROM TIME.
               PERFORM ACQUIRE-RUN-LOCK.
               PERFORM CHOOSE-GENERATION.
               PERFORM LOAD-MANIFEST.
               PERFORM VERIFY-GENERATION.
               IF WS-BAD-COUNT > ZERO
                   DISPLAY "NUMSRST: " WS-BAD-COUNT
                           " COPIES DO NOT MATCH THE MANIFEST - "
                           "NOTHING RESTORED"
                   PERFORM RELEASE-RUN-LOCK
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               DISPLAY "RESTORE GENERATION " WS-GEN-DATE
                       " OVER THE CURRENT FILES (Y/N)?".
               MOVE SPACE TO WS-CONFIRM.
               ACCEPT WS-CONFIRM.
               INSPECT WS-CONFIRM CONVERTING "y" TO "Y".
               IF WS-CONFIRM NOT = "Y"
                   DISPLAY "NUMSRST: RESTORE CANCELLED - NOTHING "
                           "CHANGED"
                   PERFORM RELEASE-RUN-LOCK
                   STOP RUN
               END-IF.
               PERFORM VARYING WS-MAN-INDEX FROM 1 BY 1
                       UNTIL WS-MAN-INDEX > WS-MAN-COUNT
                   PERFORM RESTORE-ONE-FILE
               END-PERFORM.
               CALL "CBL_DELETE_FILE" USING WS-JOB-STATUS-FILENAME
                   RETURNING WS-FILE-OP-STATUS.
               PERFORM WRITE-RESTORE-AUDIT.
               MOVE "RESTORE" TO WS-AUT-ACTION.
               MOVE SPACES TO WS-AUT-DETAIL.
               STRING "GENERATION " WS-GEN-DATE " RESTORED"
                   DELIMITED BY SIZE INTO WS-AUT-DETAIL.
               PERFORM LOG-PRIVILEGED-ACTION.
               DISPLAY "NUMSRST: GENERATION " WS-GEN-DATE
                       " RESTORED - " WS-RESTORED-COUNT
                       " FILES PUT BACK, " WS-REMOVED-COUNT
                       " REMOVED".
               DISPLAY "NUMSRST: THE NEXT NUMSJOB RUN STARTS THE "
                       "STREAM FROM ITS FIRST STEP".
               PERFORM RELEASE-RUN-LOCK.
               IF WS-RELOAD-ERROR-COUNT > ZERO
                   DISPLAY "NUMSRST: " WS-RELOAD-ERROR-COUNT
                           " RECORDS COULD NOT BE WRITTEN BACK - "
                           "CHECK THE FILES NAMED ABOVE"
                   MOVE 16 TO RETURN-CODE
               END-IF.
               STOP RUN.

      *> Restoring rewrites the files every other program works
      *> on, so it holds the same lock as NUMSADD.
           ACQUIRE-RUN-LOCK.
               MOVE "A" TO WS-LOCK-FUNCTION.
               CALL "NUMSLOK" USING WS-LOCK-FUNCTION
                                    WS-LOCK-PROGRAM
                                    WS-LOCK-RESULT.
               IF WS-LOCK-RESULT NOT = "Y"
                   DISPLAY "NUMSRST: RUN LOCK NOT ACQUIRED - "
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

           LOG-PRIVILEGED-ACTION.
               MOVE "L" TO WS-AUT-FUNCTION.
               CALL "NUMSAUT" USING WS-AUT-FUNCTION WS-AUT-PROGRAM
                                    WS-AUT-ACTION WS-AUT-ROLES
                                    WS-AUT-DETAIL WS-RUN-USER
                                    WS-AUT-RESULT.

           CHOOSE-GENERATION.
               OPEN INPUT INDEX-FILE.
               IF WS-INDEX-STATUS NOT = "00"
                   DISPLAY "NUMSRST: NO SNAPSHOT GENERATIONS "
                           "(NUMSSNX.DAT NOT FOUND)"
                   PERFORM RELEASE-RUN-LOCK
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               DISPLAY "SNAPSHOT GENERATIONS ON FILE:".
               PERFORM UNTIL WS-INDEX-EOF
                   READ INDEX-FILE
                       AT END
                           SET WS-INDEX-EOF TO TRUE
                       NOT AT END
                           DISPLAY "  " SNX-BUSINESS-DATE
                                   "  TAKEN " SNX-TAKEN-DATE " "
                                   SNX-TAKEN-TIME "  FILES "
                                   SNX-FILE-COUNT "  RECORDS "
                                   SNX-RECORD-COUNT
                   END-READ
               END-PERFORM.
               CLOSE INDEX-FILE.
               DISPLAY "GENERATION TO RESTORE (BUSINESS DATE "
                       "YYYYMMDD)?".
               MOVE SPACES TO WS-INPUT-DATE.
               ACCEPT WS-INPUT-DATE.
               IF WS-INPUT-DATE NOT NUMERIC
                   DISPLAY "NUMSRST: DATE NOT NUMERIC - NOTHING "
                           "RESTORED"
                   PERFORM RELEASE-RUN-LOCK
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE WS-INPUT-DATE TO WS-GEN-DATE.
               MOVE "N" TO WS-INDEX-EOF-SWITCH.
               OPEN INPUT INDEX-FILE.
               PERFORM UNTIL WS-INDEX-EOF
                   READ INDEX-FILE
                       AT END
                           SET WS-INDEX-EOF TO TRUE
                       NOT AT END
                           IF SNX-BUSINESS-DATE = WS-GEN-DATE
                               SET WS-GEN-FOUND TO TRUE
                               MOVE SNX-MANIFEST-NAME TO
                                    WS-MANIFEST-NAME
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE INDEX-FILE.
               IF NOT WS-GEN-FOUND
                   DISPLAY "NUMSRST: NO GENERATION FOR " WS-GEN-DATE
                           " - NOTHING RESTORED"
                   PERFORM RELEASE-RUN-LOCK
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

      *> A manifest without its trailer, or whose trailer disagrees
      *> with the files listed, was never finished and is refused.
           LOAD-MANIFEST.
               MOVE SPACES TO WS-MAN-ENV-STRING.
               STRING "SNAPMAN=" DELIMITED BY SIZE
                      WS-MANIFEST-NAME DELIMITED BY SPACE
                      X"00" DELIMITED BY SIZE
                      INTO WS-MAN-ENV-STRING.
               CALL "putenv" USING BY REFERENCE WS-MAN-ENV-STRING.
               OPEN INPUT MANIFEST-FILE.
               IF WS-MANIFEST-STATUS NOT = "00"
                   DISPLAY "NUMSRST: CANNOT OPEN MANIFEST "
                           WS-MANIFEST-NAME ", STATUS="
                           WS-MANIFEST-STATUS
                   PERFORM RELEASE-RUN-LOCK
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM UNTIL WS-MANIFEST-EOF
                   READ MANIFEST-FILE
                       AT END
                           SET WS-MANIFEST-EOF TO TRUE
                       NOT AT END
                           PERFORM STORE-MANIFEST-RECORD
                   END-READ
               END-PERFORM.
               CLOSE MANIFEST-FILE.
               IF NOT WS-TRAILER-SEEN
                  OR WS-TRAILER-FILE-COUNT NOT = WS-MAN-COUNT
                   DISPLAY "NUMSRST: MANIFEST " WS-MANIFEST-NAME
                           " IS INCOMPLETE - NOTHING RESTORED"
                   PERFORM RELEASE-RUN-LOCK
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.

           STORE-MANIFEST-RECORD.
               EVALUATE SNM-REC-TYPE
                   WHEN "F"
                       IF WS-MAN-COUNT < 50
                           ADD 1 TO WS-MAN-COUNT
                           MOVE SNF-LIVE-NAME TO
                                WS-MAN-LIVE-NAME(WS-MAN-COUNT)
                           MOVE SNF-ORGANIZATION TO
                                WS-MAN-ORG(WS-MAN-COUNT)
                           MOVE SNF-PRESENT TO
                                WS-MAN-PRESENT(WS-MAN-COUNT)
                           MOVE SNF-RECORD-COUNT TO
                                WS-MAN-COUNT-SAVED(WS-MAN-COUNT)
                           MOVE SNF-HASH-TOTAL TO
                                WS-MAN-HASH-SAVED(WS-MAN-COUNT)
                           MOVE SNF-COPY-NAME TO
                                WS-MAN-COPY-NAME(WS-MAN-COUNT)
                       END-IF
                   WHEN "T"
                       SET WS-TRAILER-SEEN TO TRUE
                       MOVE SNT-FILE-COUNT TO WS-TRAILER-FILE-COUNT
               END-EVALUATE.

           VERIFY-GENERATION.
               PERFORM VARYING WS-MAN-INDEX FROM 1 BY 1
                       UNTIL WS-MAN-INDEX > WS-MAN-COUNT
                   IF WS-MAN-PRESENT(WS-MAN-INDEX) = "Y"
                       PERFORM VERIFY-ONE-COPY
                   ELSE
                       DISPLAY "  " WS-MAN-LIVE-NAME(WS-MAN-INDEX)
                               " ABSENT AT SNAPSHOT - WILL BE "
                               "REMOVED"
                   END-IF
               END-PERFORM.

      *> The hash is the one NUMSSNP computes: every non-blank
      *> character weighted by its position in the record.
           VERIFY-ONE-COPY.
               MOVE ZERO TO WS-RECORD-COUNT WS-HASH-TOTAL.
               PERFORM POINT-COPY-FILE.
               OPEN INPUT COPY-FILE.
               IF WS-COPY-STATUS NOT = "00"
                   DISPLAY "  " WS-MAN-LIVE-NAME(WS-MAN-INDEX)
                           " COPY " WS-MAN-COPY-NAME(WS-MAN-INDEX)
                           " MISSING, STATUS=" WS-COPY-STATUS
                   ADD 1 TO WS-BAD-COUNT
               ELSE
                   MOVE "N" TO WS-COPY-EOF-SWITCH
                   PERFORM UNTIL WS-COPY-EOF
                       READ COPY-FILE
                           AT END
                               SET WS-COPY-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO WS-RECORD-COUNT
                               PERFORM HASH-COPY-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE COPY-FILE
                   IF WS-RECORD-COUNT =
                          WS-MAN-COUNT-SAVED(WS-MAN-INDEX)
                      AND WS-HASH-TOTAL =
                          WS-MAN-HASH-SAVED(WS-MAN-INDEX)
                       DISPLAY "  " WS-MAN-LIVE-NAME(WS-MAN-INDEX)
                               " " WS-RECORD-COUNT " RECORDS - OK"
                   ELSE
                       DISPLAY "  " WS-MAN-LIVE-NAME(WS-MAN-INDEX)
                               " " WS-RECORD-COUNT " RECORDS, "
                               "MANIFEST "
                               WS-MAN-COUNT-SAVED(WS-MAN-INDEX)
                               " - COUNT OR HASH MISMATCH"
                       ADD 1 TO WS-BAD-COUNT
                   END-IF
               END-IF.

           HASH-COPY-RECORD.
               PERFORM VARYING WS-HASH-POS FROM 1 BY 1
                       UNTIL WS-HASH-POS > WS-COPY-LENGTH
                   IF COPY-RECORD(WS-HASH-POS:1) NOT = SPACE
                       COMPUTE WS-HASH-TOTAL = WS-HASH-TOTAL
                           + FUNCTION ORD(COPY-RECORD(WS-HASH-POS:1))
                             * WS-HASH-POS
                   END-IF
               END-PERFORM.

           POINT-COPY-FILE.
               MOVE SPACES TO WS-CPY-ENV-STRING.
               STRING "SNAPCPY=" DELIMITED BY SIZE
                      WS-MAN-COPY-NAME(WS-MAN-INDEX)
                          DELIMITED BY SPACE
                      X"00" DELIMITED BY SIZE
                      INTO WS-CPY-ENV-STRING.
               CALL "putenv" USING BY REFERENCE WS-CPY-ENV-STRING.

           RESTORE-ONE-FILE.
               IF WS-MAN-PRESENT(WS-MAN-INDEX) NOT = "Y"
                   MOVE WS-MAN-LIVE-NAME(WS-MAN-INDEX) TO
                        WS-DELETE-NAME
                   CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
                       RETURNING WS-FILE-OP-STATUS
                   ADD 1 TO WS-REMOVED-COUNT
               ELSE
                   MOVE ZERO TO WS-RECORD-COUNT
                   PERFORM POINT-COPY-FILE
                   OPEN INPUT COPY-FILE
                   EVALUATE WS-MAN-LIVE-NAME(WS-MAN-INDEX)
                       WHEN "NUMSIDL.DAT"
                           PERFORM RELOAD-LEDGER
                       WHEN "NUMSBAL.DAT"
                           PERFORM RELOAD-BALANCES
                       WHEN OTHER
                           PERFORM COPY-BACK-SEQUENTIAL
                   END-EVALUATE
                   CLOSE COPY-FILE
                   ADD 1 TO WS-RESTORED-COUNT
                   IF WS-RECORD-COUNT NOT =
                          WS-MAN-COUNT-SAVED(WS-MAN-INDEX)
                       DISPLAY "NUMSRST: "
                               WS-MAN-LIVE-NAME(WS-MAN-INDEX)
                               " RESTORED " WS-RECORD-COUNT
                               " OF " WS-MAN-COUNT-SAVED(WS-MAN-INDEX)
                               " RECORDS"
                   END-IF
               END-IF.

           COPY-BACK-SEQUENTIAL.
               MOVE SPACES TO WS-LIV-ENV-STRING.
               STRING "SNAPLIV=" DELIMITED BY SIZE
                      WS-MAN-LIVE-NAME(WS-MAN-INDEX)
                          DELIMITED BY SPACE
                      X"00" DELIMITED BY SIZE
                      INTO WS-LIV-ENV-STRING.
               CALL "putenv" USING BY REFERENCE WS-LIV-ENV-STRING.
               OPEN OUTPUT LIVE-FILE.
               IF WS-LIVE-STATUS NOT = "00"
                   DISPLAY "NUMSRST: CANNOT REWRITE "
                           WS-MAN-LIVE-NAME(WS-MAN-INDEX)
                           ", STATUS=" WS-LIVE-STATUS
                   ADD WS-MAN-COUNT-SAVED(WS-MAN-INDEX) TO
                       WS-RELOAD-ERROR-COUNT
               ELSE
                   MOVE "N" TO WS-COPY-EOF-SWITCH
                   PERFORM UNTIL WS-COPY-EOF
                       READ COPY-FILE
                           AT END
                               SET WS-COPY-EOF TO TRUE
                           NOT AT END
                               MOVE WS-COPY-LENGTH TO WS-LIVE-LENGTH
                               MOVE COPY-RECORD TO LIVE-RECORD
                               WRITE LIVE-RECORD
                               ADD 1 TO WS-RECORD-COUNT
                       END-READ
                   END-PERFORM
                   CLOSE LIVE-FILE
               END-IF.

      *> The keyed files are rebuilt empty and reloaded from the
      *> unload; the copy is in key order, as it was read.
           RELOAD-LEDGER.
               OPEN OUTPUT LEDGER-FILE.
               IF WS-LEDGER-STATUS NOT = "00"
                   DISPLAY "NUMSRST: CANNOT REBUILD NUMSIDL.DAT, "
                           "STATUS=" WS-LEDGER-STATUS
                   ADD WS-MAN-COUNT-SAVED(WS-MAN-INDEX) TO
                       WS-RELOAD-ERROR-COUNT
               ELSE
                   MOVE "N" TO WS-COPY-EOF-SWITCH
                   PERFORM UNTIL WS-COPY-EOF
                       READ COPY-FILE
                           AT END
                               SET WS-COPY-EOF TO TRUE
                           NOT AT END
                               MOVE COPY-RECORD TO LEDGER-RECORD
                               WRITE LEDGER-RECORD
                                   INVALID KEY
                                       ADD 1 TO WS-RELOAD-ERROR-COUNT
                                   NOT INVALID KEY
                                       ADD 1 TO WS-RECORD-COUNT
                               END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE LEDGER-FILE
               END-IF.

           RELOAD-BALANCES.
               OPEN OUTPUT BALANCE-FILE.
               IF WS-BALANCE-STATUS NOT = "00"
                   DISPLAY "NUMSRST: CANNOT REBUILD NUMSBAL.DAT, "
                           "STATUS=" WS-BALANCE-STATUS
                   ADD WS-MAN-COUNT-SAVED(WS-MAN-INDEX) TO
                       WS-RELOAD-ERROR-COUNT
               ELSE
                   MOVE "N" TO WS-COPY-EOF-SWITCH
                   PERFORM UNTIL WS-COPY-EOF
                       READ COPY-FILE
                           AT END
                               SET WS-COPY-EOF TO TRUE
                           NOT AT END
                               MOVE COPY-RECORD TO BALANCE-RECORD
                               WRITE BALANCE-RECORD
                                   INVALID KEY
                                       ADD 1 TO WS-RELOAD-ERROR-COUNT
                                   NOT INVALID KEY
                                       ADD 1 TO WS-RECORD-COUNT
                               END-WRITE
                       END-READ
                   END-PERFORM
                   CLOSE BALANCE-FILE
               END-IF.

      *> The business date is read before the restore puts back the
      *> snapshot's own control record, so the audit record is
      *> dated for the business day the restore was run in.
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

      *> Written after the files are back, so the record lands in
      *> the restored audit trail and survives the restore it
      *> describes.  The transaction ID names the generation.
           WRITE-RESTORE-AUDIT.
               OPEN EXTEND AUDIT-FILE.
               IF WS-AUDIT-STATUS NOT = "00"
                   OPEN OUTPUT AUDIT-FILE
                   CLOSE AUDIT-FILE
                   OPEN EXTEND AUDIT-FILE
               END-IF.
               MOVE SPACES TO AUDIT-RECORD.
               MOVE WS-RUN-DATE TO AUD-DATE.
               MOVE WS-RUN-TIME TO AUD-TIME.
               MOVE WS-RUN-USER TO AUD-USER.
               MOVE "RESTORED" TO AUD-STATUS.
               MOVE ZERO TO AUD-RESULT.
               STRING "RST" WS-GEN-DATE DELIMITED BY SIZE
                   INTO AUD-TRANS-ID.
               WRITE AUDIT-RECORD.
               CLOSE AUDIT-FILE.
