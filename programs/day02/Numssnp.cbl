           IDENTIFICATION DIVISION.
           PROGRAM-ID. NUMSSNP.

      *> Pre-run snapshot of the suite's data files.  Run ahead of
      *> the nightly stream (normally its first NUMSJOB step), it
      *> copies every file the night changes - the ID ledger, the
      *> reject, pending, standing-order, control-date, history,
      *> audit and checkpoint files, the department master, the
      *> account balances and the rest listed in WS-SNAP-FILE-LIST
      *> - into a generation named for the business date, e.g.
      *> NUMSIDL20261031.SNP.  The keyed files are unloaded record
      *> by record to sequential copies.  Each copy's record count
      *> and hash total go into the manifest NUMSSNPyyyymmdd.MAN,
      *> which NUMSRST checks before it puts a generation back.
      *>
      *> The generation is listed in the index NUMSSNX.DAT, and
      *> generations beyond SNAPSHOT-GENERATIONS (from the shared
      *> NUMSPRM.DAT, default 7) are deleted, oldest first.  A
      *> business date that already has a generation is not taken
      *> again: a rerun partway through the night must not replace
      *> the morning's copy with half-posted files.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *> The file being saved and its copy are opened under the
      *> SNAPSRC and SNAPCPY environment names, and manifests under
      *> SNAPMAN; each is repointed with putenv before its OPEN.
               SELECT SOURCE-FILE ASSIGN TO "SNAPSRC"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SOURCE-STATUS.

               SELECT COPY-FILE ASSIGN TO "SNAPCPY"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-COPY-STATUS.

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

               SELECT TEMP-INDEX-FILE ASSIGN TO "NUMSSNX.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT PARAM-FILE ASSIGN TO "NUMSPRM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARAM-STATUS.

      *> The operator-opened business date (NUMSBDM) names the
      *> generation when present; the machine date is only a
      *> fallback.
               SELECT CONTROL-DATE-FILE ASSIGN TO "NUMSBDT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BDT-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD  SOURCE-FILE
               RECORD IS VARYING IN SIZE FROM 1 TO 4096 CHARACTERS
                   DEPENDING ON WS-SOURCE-LENGTH.
           01  SOURCE-RECORD            PIC X(4096).

           FD  COPY-FILE
               RECORD IS VARYING IN SIZE FROM 1 TO 4096 CHARACTERS
                   DEPENDING ON WS-COPY-LENGTH.
           01  COPY-RECORD              PIC X(4096).

           FD  MANIFEST-FILE.
               COPY NUMSSNM.

           FD  LEDGER-FILE.
               COPY NUMSIDL.

           FD  BALANCE-FILE.
               COPY NUMSBAL.

           FD  INDEX-FILE.
               COPY NUMSSNX.

           FD  TEMP-INDEX-FILE.
           01  TEMP-INDEX-RECORD        PIC X(63).

           FD  PARAM-FILE.
           01  PARAM-LINE               PIC X(80).

           FD  CONTROL-DATE-FILE.
               COPY NUMSBDT.

           WORKING-STORAGE SECTION.
           01  WS-SOURCE-STATUS         PIC XX.
           01  WS-COPY-STATUS           PIC XX.
           01  WS-MANIFEST-STATUS       PIC XX.
           01  WS-LEDGER-STATUS         PIC XX.
           01  WS-BALANCE-STATUS        PIC XX.
           01  WS-INDEX-STATUS          PIC XX.
           01  WS-PARAM-STATUS          PIC XX.
           01  WS-BDT-STATUS            PIC XX.
           01  WS-SOURCE-EOF-SWITCH     PIC X VALUE "N".
               88  WS-SOURCE-EOF            VALUE "Y".
           01  WS-MANIFEST-EOF-SWITCH   PIC X VALUE "N".
               88  WS-MANIFEST-EOF          VALUE "Y".
           01  WS-INDEX-EOF-SWITCH      PIC X VALUE "N".
               88  WS-INDEX-EOF             VALUE "Y".
           01  WS-PARAM-EOF-SWITCH      PIC X VALUE "N".
               88  WS-PARAM-EOF             VALUE "Y".
           01  WS-SOURCE-LENGTH         PIC 9(4) VALUE ZERO.
           01  WS-COPY-LENGTH           PIC 9(4) VALUE ZERO.
           01  WS-PARAM-KEY             PIC X(20).
           01  WS-PARAM-VALUE           PIC X(30).
           01  WS-PARAM-NUM-SWITCH      PIC X VALUE "N".
               88  WS-PARAM-NUM-OK          VALUE "Y".
           01  WS-PARAM-NUM             PIC 9(9) VALUE ZERO.
           01  WS-PARAM-IDX             PIC 9(2) VALUE ZERO.
           01  WS-PARAM-DIGIT           PIC 9(1) VALUE ZERO.
           01  WS-LOCK-HELD-SWITCH      PIC X VALUE "N".
               88  WS-LOCK-HELD             VALUE "Y".
           01  WS-LOCK-FUNCTION         PIC X(1).
           01  WS-LOCK-PROGRAM          PIC X(8) VALUE "NUMSSNP".
           01  WS-LOCK-RESULT           PIC X(1).
           01  WS-FILE-OP-STATUS        PIC 9(9) COMP-5 VALUE ZERO.
           01  WS-RUN-USER              PIC X(20).
           01  WS-RUN-DATE              PIC 9(8).
           01  WS-RUN-TIME              PIC 9(8).
           01  WS-BUSINESS-DATE         PIC 9(8).
           01  WS-KEEP-GENERATIONS      PIC 9(3) VALUE 7.
           01  WS-FILE-COUNT            PIC 9(3) VALUE ZERO.
           01  WS-TOTAL-RECORDS         PIC 9(11) VALUE ZERO.
           01  WS-RECORD-COUNT          PIC 9(9) VALUE ZERO.
           01  WS-HASH-TOTAL            PIC 9(18) VALUE ZERO.
           01  WS-HASH-POS              PIC 9(4) VALUE ZERO.
           01  WS-PRESENT               PIC X(1).
           01  WS-COPY-NAME             PIC X(20).
           01  WS-DELETE-NAME           PIC X(20).
           01  WS-MANIFEST-NAME         PIC X(20).
           01  WS-MANIFEST-TMP-NAME     PIC X(20) VALUE "NUMSSNP.TMP".
           01  WS-INDEX-FILENAME        PIC X(20) VALUE "NUMSSNX.DAT".
           01  WS-INDEX-TMP-FILENAME    PIC X(20) VALUE "NUMSSNX.TMP".
           01  WS-PRUNED-COUNT          PIC 9(3) VALUE ZERO.

      *> putenv keeps the string it is given, so each environment
      *> name has its own buffer.
           01  WS-SRC-ENV-STRING        PIC X(50).
           01  WS-CPY-ENV-STRING        PIC X(50).
           01  WS-MAN-ENV-STRING        PIC X(50).

      *> The suite files a snapshot saves.  S = sequential, copied
      *> line for line; I = keyed, unloaded through its own FD.
           01  WS-SNAP-FILE-LIST.
               05  FILLER               PIC X(13) VALUE "NUMSIDL.DAT I".
               05  FILLER               PIC X(13) VALUE "NUMSBAL.DAT I".
               05  FILLER               PIC X(13) VALUE "NUMSREJ.DAT S".
               05  FILLER               PIC X(13) VALUE "NUMSPND.DAT S".
               05  FILLER               PIC X(13) VALUE "NUMSSOF.DAT S".
               05  FILLER               PIC X(13) VALUE "NUMSBDT.DAT S".
               05  FILLER               PIC X(13) VALUE "NUMSHIS.DAT S".
               05  FILLER               PIC X(13) VALUE "NUMSAUD.DAT S".
               05  FILLER               PIC X(13) VALUE "NUMSCKP.DAT S".
               05  FILLER               PIC X(13) VALUE "NUMSDPF.DAT S".
               05  FILLER               PIC X(13) VALUE "NUMSGNB.DAT S".
               05  FILLER               PIC X(13) VALUE "NUMSIN.DAT  S".
               05  FILLER               PIC X(13) VALUE "NUMSOUT.DAT S".
               05  FILLER               PIC X(13) VALUE "NUMSGL.DAT  S".
               05  FILLER               PIC X(13) VALUE "NUMSBLC.DAT S".
               05  FILLER               PIC X(13) VALUE "NUMSRVQ.DAT S".
               05  FILLER               PIC X(13) VALUE "NUMSGRS.DAT S".
               05  FILLER               PIC X(13) VALUE "NUMSAPL.DAT S".
               05  FILLER               PIC X(13) VALUE "NUMSRSB.DAT S".
           01  WS-SNAP-FILE-TABLE REDEFINES WS-SNAP-FILE-LIST.
               05  WS-SNAP-ENTRY OCCURS 19 TIMES.
                   10  WS-SNAP-LIVE-NAME    PIC X(12).
                   10  WS-SNAP-ORG          PIC X(1).
           01  WS-SNAP-COUNT            PIC 9(3) VALUE 19.
           01  WS-SNAP-INDEX            PIC 9(3) VALUE ZERO.

      *> The index as read back for pruning, oldest first.
           01  WS-GEN-COUNT             PIC 9(3) VALUE ZERO.
           01  WS-GEN-INDEX             PIC 9(3) VALUE ZERO.
           01  WS-GEN-PRUNE-THRU        PIC 9(3) VALUE ZERO.
           01  WS-GEN-TABLE.
               05  WS-GEN-ENTRY OCCURS 500 TIMES.
                   10  WS-GEN-RECORD        PIC X(63).
                   10  WS-GEN-MANIFEST      PIC X(20).

           PROCEDURE DIVISION.
           MAIN-PARA.
               ACCEPT WS-RUN-USER FROM ENVIRONMENT "USER".
               IF WS-RUN-USER = SPACES
                   MOVE "UNKNOWN" TO WS-RUN-USER
               END-IF.
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
               ACCEPT WS-RUN-TIME FROM TIME.
               MOVE WS-RUN-DATE TO WS-BUSINESS-DATE.
               PERFORM LOAD-BUSINESS-DATE.
               PERFORM ACQUIRE-RUN-LOCK.
               PERFORM LOAD-PARAMETERS.
               PERFORM CHECK-GENERATION-EXISTS.
               PERFORM POINT-MANIFEST-AT-WORK-FILE.
               OPEN OUTPUT MANIFEST-FILE.
               IF WS-MANIFEST-STATUS NOT = "00"
                   DISPLAY "NUMSSNP: CANNOT CREATE "
                           WS-MANIFEST-TMP-NAME ", STATUS="
                           WS-MANIFEST-STATUS
                   PERFORM RELEASE-RUN-LOCK
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE SPACES TO MANIFEST-HEADER-RECORD.
               MOVE "H" TO SNM-REC-TYPE.
               MOVE WS-BUSINESS-DATE TO SNM-BUSINESS-DATE.
               MOVE WS-RUN-DATE TO SNM-TAKEN-DATE.
               MOVE WS-RUN-TIME TO SNM-TAKEN-TIME.
               MOVE WS-RUN-USER TO SNM-TAKEN-BY.
               WRITE MANIFEST-HEADER-RECORD.
               PERFORM VARYING WS-SNAP-INDEX FROM 1 BY 1
                       UNTIL WS-SNAP-INDEX > WS-SNAP-COUNT
                   PERFORM SNAPSHOT-ONE-FILE
               END-PERFORM.
               MOVE SPACES TO MANIFEST-TRAILER-RECORD.
               MOVE "T" TO SNT-REC-TYPE.
               MOVE WS-FILE-COUNT TO SNT-FILE-COUNT.
               MOVE WS-TOTAL-RECORDS TO SNT-RECORD-COUNT.
               WRITE MANIFEST-TRAILER-RECORD.
               CLOSE MANIFEST-FILE.
               PERFORM NAME-MANIFEST.
               PERFORM APPEND-INDEX-ENTRY.
               PERFORM PRUNE-GENERATIONS.
               DISPLAY "NUMSSNP: GENERATION " WS-BUSINESS-DATE
                       " SAVED - " WS-FILE-COUNT " FILES, "
                       WS-TOTAL-RECORDS " RECORDS, MANIFEST "
                       WS-MANIFEST-NAME.
               IF WS-PRUNED-COUNT > ZERO
                   DISPLAY "NUMSSNP: " WS-PRUNED-COUNT
                           " GENERATIONS PAST THE RETENTION OF "
                           WS-KEEP-GENERATIONS " DELETED"
               END-IF.
               PERFORM RELEASE-RUN-LOCK.
               STOP RUN.

           LOAD-BUSINESS-DATE.
               OPEN INPUT CONTROL-DATE-FILE.
               IF WS-BDT-STATUS = "00"
                   READ CONTROL-DATE-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF BDT-BUSINESS-DATE NUMERIC AND
                              BDT-BUSINESS-DATE > ZERO
                               MOVE BDT-BUSINESS-DATE TO
                                    WS-BUSINESS-DATE
                           END-IF
                   END-READ
                   CLOSE CONTROL-DATE-FILE
               END-IF.

      *> The copies must be taken with nothing else writing to the
      *> files, so the snapshot holds the same lock as NUMSADD.
           ACQUIRE-RUN-LOCK.
               MOVE "A" TO WS-LOCK-FUNCTION.
               CALL "NUMSLOK" USING WS-LOCK-FUNCTION
                                    WS-LOCK-PROGRAM
                                    WS-LOCK-RESULT.
               IF WS-LOCK-RESULT NOT = "Y"
                   DISPLAY "NUMSSNP: RUN LOCK NOT ACQUIRED - "
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

           LOAD-PARAMETERS.
               OPEN INPUT PARAM-FILE.
               IF WS-PARAM-STATUS = "00"
                   PERFORM UNTIL WS-PARAM-EOF
                       READ PARAM-FILE
                           AT END
                               SET WS-PARAM-EOF TO TRUE
                           NOT AT END
                               PERFORM PARSE-PARAMETER-LINE
                       END-READ
                   END-PERFORM
                   CLOSE PARAM-FILE
               END-IF.

      *> Keys belonging to other programs in the shared parameter
      *> file are skipped without comment.
           PARSE-PARAMETER-LINE.
               MOVE SPACES TO WS-PARAM-KEY WS-PARAM-VALUE.
               UNSTRING PARAM-LINE DELIMITED BY "="
                   INTO WS-PARAM-KEY WS-PARAM-VALUE.
               IF WS-PARAM-KEY = "SNAPSHOT-GENERATIONS"
                   PERFORM PARSE-NUMERIC-VALUE
                   IF WS-PARAM-NUM-OK AND WS-PARAM-NUM > ZERO
                      AND WS-PARAM-NUM <= 400
                       MOVE WS-PARAM-NUM TO WS-KEEP-GENERATIONS
                   ELSE
                       DISPLAY "NUMSSNP: PARAMETER IGNORED: "
                               PARAM-LINE
                   END-IF
               END-IF.

      *> Numeric parameter values are taken as written - "7" and
      *> "007" both parse - rather than demanding a zero-filled
      *> fixed width.
           PARSE-NUMERIC-VALUE.
               MOVE "Y" TO WS-PARAM-NUM-SWITCH.
               MOVE ZERO TO WS-PARAM-NUM.
               IF WS-PARAM-VALUE = SPACES
                   MOVE "N" TO WS-PARAM-NUM-SWITCH
               END-IF.
               PERFORM VARYING WS-PARAM-IDX FROM 1 BY 1
                       UNTIL WS-PARAM-IDX > 30
                          OR NOT WS-PARAM-NUM-OK
                          OR WS-PARAM-VALUE(WS-PARAM-IDX:1) = SPACE
                   IF WS-PARAM-VALUE(WS-PARAM-IDX:1) NUMERIC
                      AND WS-PARAM-IDX <= 9
                       MOVE WS-PARAM-VALUE(WS-PARAM-IDX:1) TO
                            WS-PARAM-DIGIT
                       COMPUTE WS-PARAM-NUM =
                           WS-PARAM-NUM * 10 + WS-PARAM-DIGIT
                   ELSE
                       MOVE "N" TO WS-PARAM-NUM-SWITCH
                   END-IF
               END-PERFORM.

           CHECK-GENERATION-EXISTS.
               MOVE SPACES TO WS-MANIFEST-NAME.
               STRING "NUMSSNP" WS-BUSINESS-DATE ".MAN"
                   DELIMITED BY SIZE INTO WS-MANIFEST-NAME.
               MOVE WS-MANIFEST-NAME TO WS-DELETE-NAME.
               PERFORM POINT-MANIFEST-AT-NAME.
               OPEN INPUT MANIFEST-FILE.
               IF WS-MANIFEST-STATUS = "00"
                   CLOSE MANIFEST-FILE
                   DISPLAY "NUMSSNP: A SNAPSHOT FOR BUSINESS DATE "
                           WS-BUSINESS-DATE " ALREADY EXISTS ("
                           WS-MANIFEST-NAME ") - KEPT, NOT RETAKEN"
                   PERFORM RELEASE-RUN-LOCK
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.

      *> The manifest is written under a working name and renamed
      *> only once complete, so a snapshot that dies partway leaves
      *> no manifest NUMSRST could mistake for a good generation.
           POINT-MANIFEST-AT-WORK-FILE.
               MOVE WS-MANIFEST-TMP-NAME TO WS-DELETE-NAME.
               PERFORM POINT-MANIFEST-AT-NAME.

           POINT-MANIFEST-AT-NAME.
               MOVE SPACES TO WS-MAN-ENV-STRING.
               STRING "SNAPMAN=" DELIMITED BY SIZE
                      WS-DELETE-NAME DELIMITED BY SPACE
                      X"00" DELIMITED BY SIZE
                      INTO WS-MAN-ENV-STRING.
               CALL "putenv" USING BY REFERENCE WS-MAN-ENV-STRING.

           NAME-MANIFEST.
               CALL "CBL_RENAME_FILE" USING WS-MANIFEST-TMP-NAME
                                            WS-MANIFEST-NAME
                   RETURNING WS-FILE-OP-STATUS.
               IF WS-FILE-OP-STATUS NOT = ZERO
                   DISPLAY "NUMSSNP: RENAME OF " WS-MANIFEST-TMP-NAME
                           " TO " WS-MANIFEST-NAME
                           " FAILED, STATUS=" WS-FILE-OP-STATUS
                   PERFORM RELEASE-RUN-LOCK
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.

           SNAPSHOT-ONE-FILE.
               MOVE SPACES TO WS-COPY-NAME.
               STRING WS-SNAP-LIVE-NAME(WS-SNAP-INDEX)
                          DELIMITED BY "."
                      WS-BUSINESS-DATE ".SNP" DELIMITED BY SIZE
                      INTO WS-COPY-NAME.
               MOVE ZERO TO WS-RECORD-COUNT WS-HASH-TOTAL.
               MOVE "Y" TO WS-PRESENT.
               PERFORM POINT-COPY-FILE.
               EVALUATE WS-SNAP-LIVE-NAME(WS-SNAP-INDEX)
                   WHEN "NUMSIDL.DAT"
                       PERFORM UNLOAD-LEDGER
                   WHEN "NUMSBAL.DAT"
                       PERFORM UNLOAD-BALANCES
                   WHEN OTHER
                       PERFORM COPY-SEQUENTIAL-FILE
               END-EVALUATE.
               ADD 1 TO WS-FILE-COUNT.
               ADD WS-RECORD-COUNT TO WS-TOTAL-RECORDS.
               MOVE SPACES TO MANIFEST-FILE-RECORD.
               MOVE "F" TO SNF-REC-TYPE.
               MOVE WS-SNAP-LIVE-NAME(WS-SNAP-INDEX) TO SNF-LIVE-NAME.
               MOVE WS-SNAP-ORG(WS-SNAP-INDEX) TO SNF-ORGANIZATION.
               MOVE WS-PRESENT TO SNF-PRESENT.
               MOVE WS-RECORD-COUNT TO SNF-RECORD-COUNT.
               MOVE WS-HASH-TOTAL TO SNF-HASH-TOTAL.
               IF WS-PRESENT = "Y"
                   MOVE WS-COPY-NAME TO SNF-COPY-NAME
               END-IF.
               WRITE MANIFEST-FILE-RECORD.

           POINT-COPY-FILE.
               MOVE SPACES TO WS-CPY-ENV-STRING.
               STRING "SNAPCPY=" DELIMITED BY SIZE
                      WS-COPY-NAME DELIMITED BY SPACE
                      X"00" DELIMITED BY SIZE
                      INTO WS-CPY-ENV-STRING.
               CALL "putenv" USING BY REFERENCE WS-CPY-ENV-STRING.

      *> A file that does not exist yet (status 35) is recorded as
      *> absent; any other open failure means the snapshot would
      *> be incomplete, and a partial generation is worse than none.
           COPY-SEQUENTIAL-FILE.
               MOVE SPACES TO WS-SRC-ENV-STRING.
               STRING "SNAPSRC=" DELIMITED BY SIZE
                      WS-SNAP-LIVE-NAME(WS-SNAP-INDEX)
                          DELIMITED BY SPACE
                      X"00" DELIMITED BY SIZE
                      INTO WS-SRC-ENV-STRING.
               CALL "putenv" USING BY REFERENCE WS-SRC-ENV-STRING.
               OPEN INPUT SOURCE-FILE.
               EVALUATE WS-SOURCE-STATUS
                   WHEN "00"
                       PERFORM OPEN-COPY-FILE
                       MOVE "N" TO WS-SOURCE-EOF-SWITCH
                       PERFORM UNTIL WS-SOURCE-EOF
                           READ SOURCE-FILE
                               AT END
                                   SET WS-SOURCE-EOF TO TRUE
                               NOT AT END
                                   MOVE WS-SOURCE-LENGTH TO
                                        WS-COPY-LENGTH
                                   MOVE SOURCE-RECORD TO COPY-RECORD
                                   PERFORM WRITE-COPY-RECORD
                           END-READ
                       END-PERFORM
                       CLOSE SOURCE-FILE COPY-FILE
                   WHEN "35"
                       MOVE "N" TO WS-PRESENT
                   WHEN OTHER
                       DISPLAY "NUMSSNP: CANNOT OPEN "
                               WS-SNAP-LIVE-NAME(WS-SNAP-INDEX)
                               ", STATUS=" WS-SOURCE-STATUS
                       PERFORM ABANDON-SNAPSHOT
               END-EVALUATE.

           UNLOAD-LEDGER.
               OPEN INPUT LEDGER-FILE.
               EVALUATE WS-LEDGER-STATUS
                   WHEN "00"
                       PERFORM OPEN-COPY-FILE
                       MOVE "N" TO WS-SOURCE-EOF-SWITCH
                       PERFORM UNTIL WS-SOURCE-EOF
                           READ LEDGER-FILE
                               AT END
                                   SET WS-SOURCE-EOF TO TRUE
                               NOT AT END
                                   MOVE LENGTH OF LEDGER-RECORD TO
                                        WS-COPY-LENGTH
                                   MOVE LEDGER-RECORD TO COPY-RECORD
                                   PERFORM WRITE-COPY-RECORD
                           END-READ
                       END-PERFORM
                       CLOSE LEDGER-FILE COPY-FILE
                   WHEN "35"
                       MOVE "N" TO WS-PRESENT
                   WHEN OTHER
                       DISPLAY "NUMSSNP: CANNOT OPEN NUMSIDL.DAT, "
                               "STATUS=" WS-LEDGER-STATUS
                       PERFORM ABANDON-SNAPSHOT
               END-EVALUATE.

           UNLOAD-BALANCES.
               OPEN INPUT BALANCE-FILE.
               EVALUATE WS-BALANCE-STATUS
                   WHEN "00"
                       PERFORM OPEN-COPY-FILE
                       MOVE "N" TO WS-SOURCE-EOF-SWITCH
                       PERFORM UNTIL WS-SOURCE-EOF
                           READ BALANCE-FILE
                               AT END
                                   SET WS-SOURCE-EOF TO TRUE
                               NOT AT END
                                   MOVE LENGTH OF BALANCE-RECORD TO
                                        WS-COPY-LENGTH
                                   MOVE BALANCE-RECORD TO COPY-RECORD
                                   PERFORM WRITE-COPY-RECORD
                           END-READ
                       END-PERFORM
                       CLOSE BALANCE-FILE COPY-FILE
                   WHEN "35"
                       MOVE "N" TO WS-PRESENT
                   WHEN OTHER
                       DISPLAY "NUMSSNP: CANNOT OPEN NUMSBAL.DAT, "
                               "STATUS=" WS-BALANCE-STATUS
                       PERFORM ABANDON-SNAPSHOT
               END-EVALUATE.

           OPEN-COPY-FILE.
               OPEN OUTPUT COPY-FILE.
               IF WS-COPY-STATUS NOT = "00"
                   DISPLAY "NUMSSNP: CANNOT CREATE " WS-COPY-NAME
                           ", STATUS=" WS-COPY-STATUS
                   PERFORM ABANDON-SNAPSHOT
               END-IF.

           WRITE-COPY-RECORD.
               WRITE COPY-RECORD.
               ADD 1 TO WS-RECORD-COUNT.
               PERFORM HASH-COPY-RECORD.

      *> The hash weights every non-blank character by its position
      *> in the record, so a changed, moved or lost character shows
      *> even where the record count still agrees.  Blanks are left
      *> out because line-sequential copies drop trailing spaces.
      *> NUMSRST computes the same hash over the copy.
           HASH-COPY-RECORD.
               PERFORM VARYING WS-HASH-POS FROM 1 BY 1
                       UNTIL WS-HASH-POS > WS-COPY-LENGTH
                   IF COPY-RECORD(WS-HASH-POS:1) NOT = SPACE
                       COMPUTE WS-HASH-TOTAL = WS-HASH-TOTAL
                           + FUNCTION ORD(COPY-RECORD(WS-HASH-POS:1))
                             * WS-HASH-POS
                   END-IF
               END-PERFORM.

      *> The unfinished manifest is left under its working name,
      *> which NUMSRST never reads, and the index is not touched.
           ABANDON-SNAPSHOT.
               CLOSE MANIFEST-FILE.
               DISPLAY "NUMSSNP: SNAPSHOT FOR " WS-BUSINESS-DATE
                       " ABANDONED - NO GENERATION RECORDED".
               PERFORM RELEASE-RUN-LOCK.
               MOVE 16 TO RETURN-CODE.
               STOP RUN.

           APPEND-INDEX-ENTRY.
               OPEN EXTEND INDEX-FILE.
               IF WS-INDEX-STATUS NOT = "00"
                   OPEN OUTPUT INDEX-FILE
                   CLOSE INDEX-FILE
                   OPEN EXTEND INDEX-FILE
               END-IF.
               MOVE SPACES TO SNAPSHOT-INDEX-RECORD.
               MOVE WS-BUSINESS-DATE TO SNX-BUSINESS-DATE.
               MOVE WS-MANIFEST-NAME TO SNX-MANIFEST-NAME.
               MOVE WS-RUN-DATE TO SNX-TAKEN-DATE.
               MOVE WS-RUN-TIME TO SNX-TAKEN-TIME.
               MOVE WS-FILE-COUNT TO SNX-FILE-COUNT.
               MOVE WS-TOTAL-RECORDS TO SNX-RECORD-COUNT.
               WRITE SNAPSHOT-INDEX-RECORD.
               CLOSE INDEX-FILE.

      *> The oldest generations past the retention are deleted -
      *> every copy its manifest names, then the manifest - and the
      *> index is rewritten without them.
           PRUNE-GENERATIONS.
               MOVE ZERO TO WS-GEN-COUNT.
               MOVE "N" TO WS-INDEX-EOF-SWITCH.
               OPEN INPUT INDEX-FILE.
               IF WS-INDEX-STATUS = "00"
                   PERFORM UNTIL WS-INDEX-EOF
                       READ INDEX-FILE
                           AT END
                               SET WS-INDEX-EOF TO TRUE
                           NOT AT END
                               IF WS-GEN-COUNT < 500
                                   ADD 1 TO WS-GEN-COUNT
                                   MOVE SNAPSHOT-INDEX-RECORD TO
                                        WS-GEN-RECORD(WS-GEN-COUNT)
                                   MOVE SNX-MANIFEST-NAME TO
                                        WS-GEN-MANIFEST(WS-GEN-COUNT)
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE INDEX-FILE
               END-IF.
               IF WS-GEN-COUNT > WS-KEEP-GENERATIONS
                   COMPUTE WS-GEN-PRUNE-THRU =
                       WS-GEN-COUNT - WS-KEEP-GENERATIONS
                   PERFORM VARYING WS-GEN-INDEX FROM 1 BY 1
                           UNTIL WS-GEN-INDEX > WS-GEN-PRUNE-THRU
                       PERFORM PRUNE-ONE-GENERATION
                   END-PERFORM
                   PERFORM REWRITE-INDEX
               END-IF.

           PRUNE-ONE-GENERATION.
               MOVE WS-GEN-MANIFEST(WS-GEN-INDEX) TO WS-DELETE-NAME.
               PERFORM POINT-MANIFEST-AT-NAME.
               MOVE "N" TO WS-MANIFEST-EOF-SWITCH.
               OPEN INPUT MANIFEST-FILE.
               IF WS-MANIFEST-STATUS = "00"
                   PERFORM UNTIL WS-MANIFEST-EOF
                       READ MANIFEST-FILE
                           AT END
                               SET WS-MANIFEST-EOF TO TRUE
                           NOT AT END
                               IF SNF-REC-TYPE = "F"
                                  AND SNF-PRESENT = "Y"
                                   CALL "CBL_DELETE_FILE"
                                       USING SNF-COPY-NAME
                                       RETURNING WS-FILE-OP-STATUS
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MANIFEST-FILE
               END-IF.
               MOVE WS-GEN-MANIFEST(WS-GEN-INDEX) TO WS-DELETE-NAME.
               CALL "CBL_DELETE_FILE" USING WS-DELETE-NAME
                   RETURNING WS-FILE-OP-STATUS.
               ADD 1 TO WS-PRUNED-COUNT.
               DISPLAY "NUMSSNP: GENERATION "
                       WS-GEN-MANIFEST(WS-GEN-INDEX) " DELETED".

           REWRITE-INDEX.
               OPEN OUTPUT TEMP-INDEX-FILE.
               COMPUTE WS-GEN-INDEX = WS-GEN-PRUNE-THRU + 1.
               PERFORM UNTIL WS-GEN-INDEX > WS-GEN-COUNT
                   WRITE TEMP-INDEX-RECORD FROM
                         WS-GEN-RECORD(WS-GEN-INDEX)
                   ADD 1 TO WS-GEN-INDEX
               END-PERFORM.
               CLOSE TEMP-INDEX-FILE.
               CALL "CBL_DELETE_FILE" USING WS-INDEX-FILENAME
                   RETURNING WS-FILE-OP-STATUS.
               IF WS-FILE-OP-STATUS NOT = ZERO
                   DISPLAY "NUMSSNP: DELETE OF " WS-INDEX-FILENAME
                           " FAILED, STATUS=" WS-FILE-OP-STATUS
                   PERFORM RELEASE-RUN-LOCK
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               CALL "CBL_RENAME_FILE" USING WS-INDEX-TMP-FILENAME
                                            WS-INDEX-FILENAME
                   RETURNING WS-FILE-OP-STATUS.
               IF WS-FILE-OP-STATUS NOT = ZERO
                   DISPLAY "NUMSSNP: RENAME OF " WS-INDEX-TMP-FILENAME
                           " TO " WS-INDEX-FILENAME
                           " FAILED, STATUS=" WS-FILE-OP-STATUS
                   PERFORM RELEASE-RUN-LOCK
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
