           IDENTIFICATION DIVISION.
           PROGRAM-ID. NUMSCSV.

      *> Department submission intake.  Departments send their
      *> entries as comma-separated spreadsheet exports; this
      *> program converts one such file, NUMSCSV.DAT, into a
      *> balanced NUMSADD input batch - header, details and a
      *> trailer computed from the details converted - and appends
      *> it to NUMSIN.DAT, so nothing is retyped by hand.
      *>
      *> The file must carry a line SUBMITTER,<name>; the name is
      *> the batch header's submitter.  A column heading line (one
      *> naming a TRANS-ID column) maps the columns by name -
      *> TRANS-ID, NUM1, NUM2, OP and DEPT, with an optional
      *> CURRENCY column, other columns ignored; without one the
      *> columns are taken in that order.  A blank or missing
      *> currency means the base currency.  Fields may be quoted.
      *> Amounts may be written with or without a decimal point,
      *> with at most two decimal places and a leading minus sign;
      *> grouping commas inside a quoted amount are ignored.
      *>
      *> A line that cannot be converted is listed in NUMSCSE.DAT
      *> with its line number and the reason, and left out of the
      *> batch, so it goes back to the department instead of
      *> reaching NUMSADD as an R001/R002 reject.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CSV-FILE ASSIGN TO "NUMSCSV.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CSV-STATUS.

               SELECT TRANS-FILE ASSIGN TO "NUMSIN.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TRANS-STATUS.

               SELECT ERROR-FILE ASSIGN TO "NUMSCSE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.

      *> The operator-opened business date (NUMSBDM) stamps this
      *> program's dates when present; the machine date is only a
      *> fallback.
               SELECT CONTROL-DATE-FILE ASSIGN TO "NUMSBDT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BDT-STATUS.

           DATA DIVISION.
           FILE SECTION.
           FD  CSV-FILE.
           01  CSV-LINE                 PIC X(256).

           FD  TRANS-FILE.
               COPY NUMSREC.
               COPY NUMSBAT.

           FD  ERROR-FILE.
           01  ERROR-LINE               PIC X(132).

           FD  CONTROL-DATE-FILE.
               COPY NUMSBDT.

           WORKING-STORAGE SECTION.
           01  WS-CSV-STATUS            PIC XX.
           01  WS-TRANS-STATUS          PIC XX.
           01  WS-BDT-STATUS            PIC XX.
           01  WS-EOF-SWITCH            PIC X VALUE "N".
               88  WS-EOF                   VALUE "Y".
           01  WS-LINE-OK-SWITCH        PIC X VALUE "Y".
               88  WS-LINE-OK               VALUE "Y".
               88  WS-LINE-BAD              VALUE "N".
           01  WS-QUOTE-SWITCH          PIC X VALUE "N".
               88  WS-IN-QUOTES             VALUE "Y".
           01  WS-HEADING-SWITCH        PIC X VALUE "N".
               88  WS-HEADING-SEEN          VALUE "Y".
           01  WS-HEADING-LINE-SWITCH   PIC X VALUE "N".
               88  WS-HEADING-LINE          VALUE "Y".
           01  WS-DETAIL-SEEN-SWITCH    PIC X VALUE "N".
               88  WS-DETAIL-SEEN           VALUE "Y".
           01  WS-LOCK-HELD-SWITCH      PIC X VALUE "N".
               88  WS-LOCK-HELD             VALUE "Y".
           01  WS-LOCK-FUNCTION         PIC X(1).
           01  WS-LOCK-PROGRAM          PIC X(8) VALUE "NUMSCSV".
           01  WS-LOCK-RESULT           PIC X(1).
           01  WS-RUN-DATE              PIC 9(8).
           01  WS-RUN-TIME              PIC 9(8).
           01  WS-SUBMITTER             PIC X(20) VALUE SPACES.
           01  WS-LINE-NUMBER           PIC 9(6) VALUE ZERO.
           01  WS-LINE-LENGTH           PIC 9(3) VALUE ZERO.
           01  WS-ERROR-COUNT           PIC 9(6) VALUE ZERO.
           01  WS-REASON                PIC X(40).
           01  WS-HASH-NUM1             PIC S9(15)V99 VALUE ZERO.
           01  WS-HASH-NUM2             PIC S9(15)V99 VALUE ZERO.
           01  WS-BATCH-ID.
               05  FILLER               PIC X(2) VALUE "CV".
               05  WS-BID-TIME          PIC 9(6).

      *> The line split into its fields.
           01  WS-POS                   PIC 9(3) VALUE ZERO.
           01  WS-CHAR                  PIC X(1).
           01  WS-FIELD-COUNT           PIC 9(2) VALUE ZERO.
           01  WS-FIELD-POS             PIC 9(3) VALUE ZERO.
           01  WS-FIELD-TABLE.
               05  WS-FIELD OCCURS 20 TIMES PIC X(40).
           01  WS-FIELD-OVERFLOW-SWITCH PIC X VALUE "N".
               88  WS-FIELD-OVERFLOW        VALUE "Y".

      *> Which field holds which column; set by the heading line.
           01  WS-COLUMN-MAP.
               05  WS-COL-TRANS-ID      PIC 9(2) VALUE 1.
               05  WS-COL-NUM1          PIC 9(2) VALUE 2.
               05  WS-COL-NUM2          PIC 9(2) VALUE 3.
               05  WS-COL-OPERATION     PIC 9(2) VALUE 4.
               05  WS-COL-DEPT          PIC 9(2) VALUE 5.
               05  WS-COL-CURRENCY      PIC 9(2) VALUE 6.
           01  WS-COL-INDEX             PIC 9(2) VALUE ZERO.
           01  WS-COL-NAME              PIC X(40).
           01  WS-COL-TEXT              PIC X(40).
           01  WS-CCY-TEXT              PIC X(40).

      *> Amount conversion work areas.
           01  WS-AMT-TEXT              PIC X(40).
           01  WS-AMT-LABEL             PIC X(4).
           01  WS-AMT-POS               PIC 9(2) VALUE ZERO.
           01  WS-AMT-CHAR              PIC X(1).
           01  WS-AMT-DIGIT             PIC 9(1) VALUE ZERO.
           01  WS-AMT-INT-DIGITS        PIC 9(2) VALUE ZERO.
           01  WS-AMT-DEC-DIGITS        PIC 9(2) VALUE ZERO.
           01  WS-AMT-INTEGER           PIC 9(9) VALUE ZERO.
           01  WS-AMT-DECIMAL           PIC 9(2) VALUE ZERO.
           01  WS-AMT-VALUE             PIC S9(9)V99 VALUE ZERO.
           01  WS-AMT-DIGIT-SWITCH      PIC X VALUE "N".
               88  WS-AMT-DIGIT-SEEN        VALUE "Y".
           01  WS-AMT-SIGN-SWITCH       PIC X VALUE "N".
               88  WS-AMT-NEGATIVE          VALUE "Y".
           01  WS-AMT-STATE             PIC X(1).
               88  WS-AMT-BEFORE            VALUE "B".
               88  WS-AMT-IN-INTEGER        VALUE "I".
               88  WS-AMT-IN-DECIMAL        VALUE "D".
               88  WS-AMT-AFTER             VALUE "A".
           01  WS-CONV-NUM1             PIC S9(9)V99 VALUE ZERO.
           01  WS-CONV-NUM2             PIC S9(9)V99 VALUE ZERO.

      *> Details converted so far.  They are held until the end of
      *> the file so the header can carry the submitter wherever
      *> the SUBMITTER line falls, and so a file refused whole
      *> leaves NUMSIN.DAT untouched.
           01  WS-DETAIL-COUNT          PIC 9(4) VALUE ZERO.
           01  WS-DETAIL-INDEX          PIC 9(4) VALUE ZERO.
           01  WS-DETAIL-TABLE.
               05  WS-DETAIL-RECORD OCCURS 9999 TIMES PIC X(45).

           01  WS-ERROR-HEADING.
               05  FILLER               PIC X(30)
                       VALUE "DEPARTMENT SUBMISSION INTAKE  ".
               05  FILLER               PIC X(14)
                       VALUE "ERRORS - FILE ".
               05  FILLER               PIC X(12) VALUE "NUMSCSV.DAT ".
               05  FILLER               PIC X(9) VALUE "RUN DATE ".
               05  WS-ERH-DATE          PIC 9(8).

           01  WS-ERROR-COLUMNS.
               05  FILLER               PIC X(8) VALUE "LINE".
               05  FILLER               PIC X(41) VALUE "REASON".
               05  FILLER               PIC X(4) VALUE "TEXT".

           01  WS-ERROR-DETAIL.
               05  WS-ERD-LINE          PIC ZZZZZ9.
               05  FILLER               PIC X(2) VALUE SPACES.
               05  WS-ERD-REASON        PIC X(40).
               05  FILLER               PIC X VALUE SPACE.
               05  WS-ERD-TEXT          PIC X(80).

           01  WS-ERROR-TOTAL.
               05  FILLER               PIC X(20)
                                         VALUE "LINES READ         ".
               05  WS-ERT-READ          PIC ZZZ,ZZ9.
               05  FILLER               PIC X(20)
                                         VALUE "   DETAILS BATCHED ".
               05  WS-ERT-BATCHED       PIC ZZZ,ZZ9.
               05  FILLER               PIC X(20)
                                         VALUE "   LINES IN ERROR  ".
               05  WS-ERT-ERRORS        PIC ZZZ,ZZ9.

           PROCEDURE DIVISION.
           MAIN-PARA.
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
               ACCEPT WS-RUN-TIME FROM TIME.
               PERFORM LOAD-BUSINESS-DATE.
               OPEN INPUT CSV-FILE.
               IF WS-CSV-STATUS NOT = "00"
                   DISPLAY "NUMSCSV: CANNOT OPEN NUMSCSV.DAT, "
                           "STATUS=" WS-CSV-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               OPEN OUTPUT ERROR-FILE.
               MOVE WS-RUN-DATE TO WS-ERH-DATE.
               WRITE ERROR-LINE FROM WS-ERROR-HEADING.
               WRITE ERROR-LINE FROM WS-ERROR-COLUMNS.
               PERFORM UNTIL WS-EOF
                   READ CSV-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-LINE-NUMBER
                           PERFORM PROCESS-CSV-LINE
                   END-READ
               END-PERFORM.
               CLOSE CSV-FILE.
               MOVE WS-LINE-NUMBER TO WS-ERT-READ.
               MOVE WS-DETAIL-COUNT TO WS-ERT-BATCHED.
               MOVE WS-ERROR-COUNT TO WS-ERT-ERRORS.
               WRITE ERROR-LINE FROM WS-ERROR-TOTAL.
               IF WS-SUBMITTER = SPACES
                   MOVE SPACES TO ERROR-LINE
                   STRING "NO SUBMITTER LINE IN THE FILE - NOTHING "
                          "WRITTEN TO NUMSIN.DAT"
                          DELIMITED BY SIZE INTO ERROR-LINE
                   WRITE ERROR-LINE
                   CLOSE ERROR-FILE
                   DISPLAY "NUMSCSV: NO SUBMITTER LINE IN "
                           "NUMSCSV.DAT - FILE REFUSED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               CLOSE ERROR-FILE.
               IF WS-DETAIL-COUNT = ZERO
                   DISPLAY "NUMSCSV: NO LINES CONVERTED - NOTHING "
                           "WRITTEN, SEE NUMSCSE.DAT"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF.
               PERFORM ACQUIRE-RUN-LOCK.
               PERFORM APPEND-BATCH.
               PERFORM RELEASE-RUN-LOCK.
               DISPLAY "NUMSCSV: BATCH " WS-BATCH-ID " FOR "
                       WS-SUBMITTER " - " WS-DETAIL-COUNT
                       " DETAILS APPENDED TO NUMSIN.DAT".
               IF WS-ERROR-COUNT > ZERO
                   DISPLAY "NUMSCSV: " WS-ERROR-COUNT
                           " LINES NOT CONVERTED - RETURN "
                           "NUMSCSE.DAT TO THE DEPARTMENT"
                   MOVE 8 TO RETURN-CODE
               END-IF.
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
                               MOVE BDT-BUSINESS-DATE TO WS-RUN-DATE
                           END-IF
                   END-READ
                   CLOSE CONTROL-DATE-FILE
               END-IF.

      *> NUMSIN.DAT is the file NUMSADD reads, so the append is
      *> made under the same lock.
           ACQUIRE-RUN-LOCK.
               MOVE "A" TO WS-LOCK-FUNCTION.
               CALL "NUMSLOK" USING WS-LOCK-FUNCTION
                                    WS-LOCK-PROGRAM
                                    WS-LOCK-RESULT.
               IF WS-LOCK-RESULT NOT = "Y"
                   DISPLAY "NUMSCSV: RUN LOCK NOT ACQUIRED - "
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

      *> Blank lines are passed over; the SUBMITTER line is
      *> recognised by its first field, compared in upper case.
           PROCESS-CSV-LINE.
               INSPECT CSV-LINE REPLACING ALL X"0D" BY SPACE.
               IF CSV-LINE NOT = SPACES
                   PERFORM SPLIT-CSV-LINE
                   MOVE WS-FIELD(1) TO WS-COL-NAME
                   PERFORM UPPER-CASE-COLUMN-NAME
                   IF WS-COL-NAME = "SUBMITTER"
                       PERFORM TAKE-SUBMITTER
                   ELSE
                       PERFORM TEST-HEADING-LINE
                       IF WS-HEADING-LINE
                           PERFORM MAP-HEADING-LINE
                       ELSE
                           PERFORM CONVERT-DETAIL-LINE
                       END-IF
                   END-IF
               END-IF.

      *> A line is a heading when any of its fields names the
      *> TRANS-ID column.
           TEST-HEADING-LINE.
               MOVE "N" TO WS-HEADING-LINE-SWITCH.
               PERFORM VARYING WS-COL-INDEX FROM 1 BY 1
                       UNTIL WS-COL-INDEX > WS-FIELD-COUNT
                          OR WS-HEADING-LINE
                   MOVE WS-FIELD(WS-COL-INDEX) TO WS-COL-NAME
                   PERFORM UPPER-CASE-COLUMN-NAME
                   IF WS-COL-NAME = "TRANS-ID"
                      OR WS-COL-NAME = "TRANS ID"
                      OR WS-COL-NAME = "TRANSID"
                       SET WS-HEADING-LINE TO TRUE
                   END-IF
               END-PERFORM.

      *> Commas inside double quotes are data; a doubled quote
      *> inside quotes is a literal quote.
           SPLIT-CSV-LINE.
               MOVE SPACES TO WS-FIELD-TABLE.
               MOVE "N" TO WS-QUOTE-SWITCH WS-FIELD-OVERFLOW-SWITCH.
               MOVE 1 TO WS-FIELD-COUNT.
               MOVE ZERO TO WS-FIELD-POS.
               MOVE 256 TO WS-LINE-LENGTH.
               PERFORM UNTIL WS-LINE-LENGTH = ZERO
                          OR CSV-LINE(WS-LINE-LENGTH:1) NOT = SPACE
                   SUBTRACT 1 FROM WS-LINE-LENGTH
               END-PERFORM.
               MOVE 1 TO WS-POS.
               PERFORM UNTIL WS-POS > WS-LINE-LENGTH
                   MOVE CSV-LINE(WS-POS:1) TO WS-CHAR
                   EVALUATE TRUE
                       WHEN WS-CHAR = QUOTE AND WS-IN-QUOTES
                           IF WS-POS < WS-LINE-LENGTH
                              AND CSV-LINE(WS-POS + 1:1) = QUOTE
                               PERFORM ADD-FIELD-CHARACTER
                               ADD 1 TO WS-POS
                           ELSE
                               MOVE "N" TO WS-QUOTE-SWITCH
                           END-IF
                       WHEN WS-CHAR = QUOTE
                           SET WS-IN-QUOTES TO TRUE
                       WHEN WS-CHAR = "," AND NOT WS-IN-QUOTES
                           IF WS-FIELD-COUNT < 20
                               ADD 1 TO WS-FIELD-COUNT
                               MOVE ZERO TO WS-FIELD-POS
                           ELSE
                               SET WS-FIELD-OVERFLOW TO TRUE
                           END-IF
                       WHEN OTHER
                           PERFORM ADD-FIELD-CHARACTER
                   END-EVALUATE
                   ADD 1 TO WS-POS
               END-PERFORM.

      *> Leading blanks are dropped so " 12.50" and "12.50" read
      *> alike; a field longer than the work area is marked by a
      *> character in its last position that no column accepts.
           ADD-FIELD-CHARACTER.
               IF WS-FIELD-POS = ZERO AND WS-CHAR = SPACE
                   CONTINUE
               ELSE
                   IF WS-FIELD-POS < 40
                       ADD 1 TO WS-FIELD-POS
                       MOVE WS-CHAR TO
                            WS-FIELD(WS-FIELD-COUNT)(WS-FIELD-POS:1)
                   ELSE
                       SET WS-FIELD-OVERFLOW TO TRUE
                   END-IF
               END-IF.

           UPPER-CASE-COLUMN-NAME.
               INSPECT WS-COL-NAME CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           TAKE-SUBMITTER.
               IF WS-FIELD(2) = SPACES
                   MOVE "SUBMITTER LINE HAS NO NAME" TO WS-REASON
                   PERFORM WRITE-INTAKE-ERROR
               ELSE
                   IF WS-SUBMITTER NOT = SPACES
                      AND WS-SUBMITTER NOT = WS-FIELD(2)
                       MOVE "SECOND SUBMITTER LINE IGNORED" TO
                            WS-REASON
                       PERFORM WRITE-INTAKE-ERROR
                   ELSE
                       MOVE WS-FIELD(2) TO WS-SUBMITTER
                   END-IF
               END-IF.

      *> A heading after the first detail would remap columns for
      *> the lines already converted, so only the first one before
      *> any detail is honoured.
           MAP-HEADING-LINE.
               IF WS-HEADING-SEEN OR WS-DETAIL-SEEN
                   MOVE "HEADING LINE OUT OF PLACE - IGNORED" TO
                        WS-REASON
                   PERFORM WRITE-INTAKE-ERROR
               ELSE
                   SET WS-HEADING-SEEN TO TRUE
                   MOVE ZERO TO WS-COL-TRANS-ID WS-COL-NUM1
                                WS-COL-NUM2 WS-COL-OPERATION
                                WS-COL-DEPT WS-COL-CURRENCY
                   PERFORM VARYING WS-COL-INDEX FROM 1 BY 1
                           UNTIL WS-COL-INDEX > WS-FIELD-COUNT
                       MOVE WS-FIELD(WS-COL-INDEX) TO WS-COL-NAME
                       PERFORM UPPER-CASE-COLUMN-NAME
                       EVALUATE WS-COL-NAME
                           WHEN "TRANS-ID"
                           WHEN "TRANS ID"
                           WHEN "TRANSID"
                               MOVE WS-COL-INDEX TO WS-COL-TRANS-ID
                           WHEN "NUM1"
                               MOVE WS-COL-INDEX TO WS-COL-NUM1
                           WHEN "NUM2"
                               MOVE WS-COL-INDEX TO WS-COL-NUM2
                           WHEN "OP"
                           WHEN "OPERATION"
                           WHEN "OPERATION-CODE"
                               MOVE WS-COL-INDEX TO WS-COL-OPERATION
                           WHEN "DEPT"
                           WHEN "TRANS-DEPT"
                           WHEN "DEPARTMENT"
                               MOVE WS-COL-INDEX TO WS-COL-DEPT
                           WHEN "CURRENCY"
                           WHEN "CCY"
                           WHEN "TRANS-CURRENCY"
                               MOVE WS-COL-INDEX TO WS-COL-CURRENCY
                       END-EVALUATE
                   END-PERFORM
                   IF WS-COL-TRANS-ID = ZERO OR WS-COL-NUM1 = ZERO
                      OR WS-COL-NUM2 = ZERO
                      OR WS-COL-OPERATION = ZERO
                      OR WS-COL-DEPT = ZERO
                       MOVE "HEADING LACKS A REQUIRED COLUMN" TO
                            WS-REASON
                       PERFORM WRITE-INTAKE-ERROR
                       CLOSE CSV-FILE ERROR-FILE
                       DISPLAY "NUMSCSV: HEADING LINE " WS-LINE-NUMBER
                               " DOES NOT NAME TRANS-ID, NUM1, NUM2,"
                               " OP AND DEPT - FILE REFUSED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF.

      *> Each check names the first thing wrong with the line; the
      *> record is only kept once every column has converted.
           CONVERT-DETAIL-LINE.
               SET WS-DETAIL-SEEN TO TRUE.
               SET WS-LINE-OK TO TRUE.
               MOVE SPACES TO WS-REASON.
               IF WS-FIELD-OVERFLOW
                   MOVE "LINE HAS A FIELD TOO LONG OR TOO MANY FIELDS"
                        TO WS-REASON
                   SET WS-LINE-BAD TO TRUE
               END-IF.
               IF WS-LINE-OK
                   MOVE WS-FIELD(WS-COL-TRANS-ID) TO WS-COL-TEXT
                   IF WS-COL-TEXT = SPACES
                       MOVE "TRANS-ID MISSING" TO WS-REASON
                       SET WS-LINE-BAD TO TRUE
                   ELSE
                       IF WS-COL-TEXT(13:28) NOT = SPACES
                           MOVE "TRANS-ID LONGER THAN 12" TO WS-REASON
                           SET WS-LINE-BAD TO TRUE
                       END-IF
                   END-IF
               END-IF.
               IF WS-LINE-OK
                   PERFORM CHECK-DUPLICATE-ID
               END-IF.
               IF WS-LINE-OK
                   MOVE WS-FIELD(WS-COL-NUM1) TO WS-AMT-TEXT
                   MOVE "NUM1" TO WS-AMT-LABEL
                   PERFORM CONVERT-AMOUNT
                   MOVE WS-AMT-VALUE TO WS-CONV-NUM1
               END-IF.
               IF WS-LINE-OK
                   MOVE WS-FIELD(WS-COL-NUM2) TO WS-AMT-TEXT
                   MOVE "NUM2" TO WS-AMT-LABEL
                   PERFORM CONVERT-AMOUNT
                   MOVE WS-AMT-VALUE TO WS-CONV-NUM2
               END-IF.
               IF WS-LINE-OK
                   MOVE WS-FIELD(WS-COL-OPERATION) TO WS-COL-TEXT
                   INSPECT WS-COL-TEXT CONVERTING "asmd" TO "ASMD"
                   IF WS-COL-TEXT(2:39) NOT = SPACES
                      OR (WS-COL-TEXT(1:1) NOT = "A"
                          AND WS-COL-TEXT(1:1) NOT = "S"
                          AND WS-COL-TEXT(1:1) NOT = "M"
                          AND WS-COL-TEXT(1:1) NOT = "D")
                       MOVE "OP NOT A, S, M OR D" TO WS-REASON
                       SET WS-LINE-BAD TO TRUE
                   END-IF
               END-IF.
               IF WS-LINE-OK
                   IF WS-COL-TEXT(1:1) = "D" AND WS-CONV-NUM2 = ZERO
                       MOVE "DIVIDE BY ZERO NUM2" TO WS-REASON
                       SET WS-LINE-BAD TO TRUE
                   END-IF
               END-IF.
               IF WS-LINE-OK
                   IF WS-FIELD(WS-COL-DEPT) = SPACES
                       MOVE "DEPT MISSING" TO WS-REASON
                       SET WS-LINE-BAD TO TRUE
                   ELSE
                       IF WS-FIELD(WS-COL-DEPT)(5:36) NOT = SPACES
                           MOVE "DEPT LONGER THAN 4" TO WS-REASON
                           SET WS-LINE-BAD TO TRUE
                       END-IF
                   END-IF
               END-IF.
               IF WS-LINE-OK AND WS-COL-CURRENCY NOT = ZERO
                   MOVE WS-FIELD(WS-COL-CURRENCY) TO WS-CCY-TEXT
                   INSPECT WS-CCY-TEXT CONVERTING
                       "abcdefghijklmnopqrstuvwxyz" TO
                       "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   IF WS-CCY-TEXT(4:37) NOT = SPACES
                       MOVE "CURRENCY LONGER THAN 3" TO WS-REASON
                       SET WS-LINE-BAD TO TRUE
                   ELSE
                       IF WS-CCY-TEXT(1:3) NOT = SPACES
                          AND (WS-CCY-TEXT(1:3) NOT ALPHABETIC-UPPER
                               OR WS-CCY-TEXT(1:1) = SPACE
                               OR WS-CCY-TEXT(2:1) = SPACE
                               OR WS-CCY-TEXT(3:1) = SPACE)
                           MOVE "CURRENCY NOT THREE LETTERS" TO
                                WS-REASON
                           SET WS-LINE-BAD TO TRUE
                       END-IF
                   END-IF
               END-IF.
               IF WS-LINE-OK
                   IF WS-DETAIL-COUNT >= 9999
                       MOVE "MORE THAN 9999 DETAILS IN ONE FILE" TO
                            WS-REASON
                       SET WS-LINE-BAD TO TRUE
                   END-IF
               END-IF.
               IF WS-LINE-OK
                   PERFORM STORE-DETAIL
               ELSE
                   PERFORM WRITE-INTAKE-ERROR
               END-IF.

      *> NUMSADD would post the first and reject the second R007;
      *> within one file that is a keying slip the department
      *> should settle.
           CHECK-DUPLICATE-ID.
               PERFORM VARYING WS-DETAIL-INDEX FROM 1 BY 1
                       UNTIL WS-DETAIL-INDEX > WS-DETAIL-COUNT
                          OR WS-LINE-BAD
                   MOVE WS-DETAIL-RECORD(WS-DETAIL-INDEX) TO
                        TRANS-RECORD
                   IF TRANS-ID = WS-COL-TEXT(1:12)
                       MOVE "TRANS-ID ALREADY USED IN THIS FILE" TO
                            WS-REASON
                       SET WS-LINE-BAD TO TRUE
                   END-IF
               END-PERFORM.

           STORE-DETAIL.
               MOVE SPACES TO TRANS-RECORD.
               MOVE "D" TO TRANS-REC-TYPE.
               MOVE WS-FIELD(WS-COL-TRANS-ID) TO TRANS-ID.
               MOVE WS-CONV-NUM1 TO NUM1.
               MOVE WS-CONV-NUM2 TO NUM2.
               MOVE WS-COL-TEXT(1:1) TO OPERATION-CODE.
               MOVE WS-FIELD(WS-COL-DEPT) TO TRANS-DEPT.
               INSPECT TRANS-DEPT CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
               IF WS-COL-CURRENCY NOT = ZERO
                   MOVE WS-FIELD(WS-COL-CURRENCY) TO TRANS-CURRENCY
                   INSPECT TRANS-CURRENCY CONVERTING
                       "abcdefghijklmnopqrstuvwxyz" TO
                       "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               END-IF.
               ADD 1 TO WS-DETAIL-COUNT.
               MOVE TRANS-RECORD TO WS-DETAIL-RECORD(WS-DETAIL-COUNT).
               ADD WS-CONV-NUM1 TO WS-HASH-NUM1.
               ADD WS-CONV-NUM2 TO WS-HASH-NUM2.

      *> Accepts an optional leading sign, up to nine integer
      *> digits, and a decimal point with up to two decimals;
      *> grouping commas are skipped and trailing blanks allowed.
           CONVERT-AMOUNT.
               MOVE ZERO TO WS-AMT-INTEGER WS-AMT-DECIMAL
                            WS-AMT-INT-DIGITS WS-AMT-DEC-DIGITS
                            WS-AMT-VALUE.
               MOVE "N" TO WS-AMT-SIGN-SWITCH WS-AMT-DIGIT-SWITCH.
               SET WS-AMT-BEFORE TO TRUE.
               IF WS-AMT-TEXT = SPACES
                   MOVE SPACES TO WS-REASON
                   STRING WS-AMT-LABEL " MISSING" DELIMITED BY SIZE
                       INTO WS-REASON
                   SET WS-LINE-BAD TO TRUE
               END-IF.
               PERFORM VARYING WS-AMT-POS FROM 1 BY 1
                       UNTIL WS-AMT-POS > 40 OR WS-LINE-BAD
                   MOVE WS-AMT-TEXT(WS-AMT-POS:1) TO WS-AMT-CHAR
                   PERFORM CONVERT-AMOUNT-CHARACTER
               END-PERFORM.
               IF WS-LINE-OK
                   IF NOT WS-AMT-DIGIT-SEEN
                       MOVE SPACES TO WS-REASON
                       STRING WS-AMT-LABEL " HAS NO DIGITS"
                           DELIMITED BY SIZE INTO WS-REASON
                       SET WS-LINE-BAD TO TRUE
                   END-IF
               END-IF.
               IF WS-LINE-OK
                   IF WS-AMT-DEC-DIGITS = 1
                       MULTIPLY 10 BY WS-AMT-DECIMAL
                   END-IF
                   COMPUTE WS-AMT-VALUE =
                       WS-AMT-INTEGER + WS-AMT-DECIMAL / 100
                   IF WS-AMT-NEGATIVE
                       COMPUTE WS-AMT-VALUE = ZERO - WS-AMT-VALUE
                   END-IF
               END-IF.

           CONVERT-AMOUNT-CHARACTER.
               EVALUATE TRUE
                   WHEN WS-AMT-CHAR = SPACE
                       IF NOT WS-AMT-BEFORE
                           SET WS-AMT-AFTER TO TRUE
                       END-IF
                   WHEN WS-AMT-AFTER
                       PERFORM REJECT-AMOUNT-TEXT
                   WHEN (WS-AMT-CHAR = "-" OR WS-AMT-CHAR = "+")
                        AND WS-AMT-BEFORE
                        AND WS-AMT-INT-DIGITS = ZERO
                       IF WS-AMT-CHAR = "-"
                           SET WS-AMT-NEGATIVE TO TRUE
                       END-IF
                       SET WS-AMT-IN-INTEGER TO TRUE
                   WHEN WS-AMT-CHAR = "," AND WS-AMT-IN-INTEGER
                        AND WS-AMT-DIGIT-SEEN
                       CONTINUE
                   WHEN WS-AMT-CHAR = "."
                        AND NOT WS-AMT-IN-DECIMAL
                       SET WS-AMT-IN-DECIMAL TO TRUE
                   WHEN WS-AMT-CHAR IS NUMERIC
                       MOVE WS-AMT-CHAR TO WS-AMT-DIGIT
                       SET WS-AMT-DIGIT-SEEN TO TRUE
                       IF WS-AMT-IN-DECIMAL
                           ADD 1 TO WS-AMT-DEC-DIGITS
                           IF WS-AMT-DEC-DIGITS > 2
                               MOVE SPACES TO WS-REASON
                               STRING WS-AMT-LABEL
                                   " HAS MORE THAN 2 DECIMAL PLACES"
                                   DELIMITED BY SIZE INTO WS-REASON
                               SET WS-LINE-BAD TO TRUE
                           ELSE
                               COMPUTE WS-AMT-DECIMAL =
                                   WS-AMT-DECIMAL * 10 + WS-AMT-DIGIT
                           END-IF
                       ELSE
                           SET WS-AMT-IN-INTEGER TO TRUE
                           IF WS-AMT-INT-DIGITS > ZERO
                              OR WS-AMT-DIGIT > ZERO
                               ADD 1 TO WS-AMT-INT-DIGITS
                           END-IF
                           IF WS-AMT-INT-DIGITS > 9
                               MOVE SPACES TO WS-REASON
                               STRING WS-AMT-LABEL
                                   " MORE THAN 9 INTEGER DIGITS"
                                   DELIMITED BY SIZE INTO WS-REASON
                               SET WS-LINE-BAD TO TRUE
                           ELSE
                               COMPUTE WS-AMT-INTEGER =
                                   WS-AMT-INTEGER * 10 + WS-AMT-DIGIT
                           END-IF
                       END-IF
                   WHEN OTHER
                       PERFORM REJECT-AMOUNT-TEXT
               END-EVALUATE.

           REJECT-AMOUNT-TEXT.
               MOVE SPACES TO WS-REASON.
               STRING WS-AMT-LABEL " NOT A VALID AMOUNT"
                   DELIMITED BY SIZE INTO WS-REASON.
               SET WS-LINE-BAD TO TRUE.

           WRITE-INTAKE-ERROR.
               ADD 1 TO WS-ERROR-COUNT.
               MOVE WS-LINE-NUMBER TO WS-ERD-LINE.
               MOVE WS-REASON TO WS-ERD-REASON.
               MOVE CSV-LINE TO WS-ERD-TEXT.
               WRITE ERROR-LINE FROM WS-ERROR-DETAIL.

      *> NUMSIN.DAT may already hold other departments' batches for
      *> the night, so this batch is added after them.  The batch
      *> ID carries the time of the conversion so two files
      *> converted the same night stay apart.
           APPEND-BATCH.
               OPEN EXTEND TRANS-FILE.
               IF WS-TRANS-STATUS NOT = "00"
                   OPEN OUTPUT TRANS-FILE
                   CLOSE TRANS-FILE
                   OPEN EXTEND TRANS-FILE
               END-IF.
               IF WS-TRANS-STATUS NOT = "00"
                   DISPLAY "NUMSCSV: CANNOT EXTEND NUMSIN.DAT, "
                           "STATUS=" WS-TRANS-STATUS
                   PERFORM RELEASE-RUN-LOCK
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.
               MOVE WS-RUN-TIME(1:6) TO WS-BID-TIME.
               MOVE SPACES TO BATCH-HEADER-RECORD.
               MOVE "H" TO BHD-REC-TYPE.
               MOVE WS-BATCH-ID TO BHD-BATCH-ID.
               MOVE WS-RUN-DATE TO BHD-BATCH-DATE.
               MOVE WS-SUBMITTER TO BHD-SUBMITTER.
               WRITE BATCH-HEADER-RECORD.
               PERFORM VARYING WS-DETAIL-INDEX FROM 1 BY 1
                       UNTIL WS-DETAIL-INDEX > WS-DETAIL-COUNT
                   MOVE WS-DETAIL-RECORD(WS-DETAIL-INDEX) TO
                        TRANS-RECORD
                   WRITE TRANS-RECORD
               END-PERFORM.
               MOVE SPACES TO BATCH-TRAILER-RECORD.
               MOVE "T" TO BTR-REC-TYPE.
               MOVE WS-DETAIL-COUNT TO BTR-RECORD-COUNT.
               MOVE WS-HASH-NUM1 TO BTR-HASH-NUM1.
               MOVE WS-HASH-NUM2 TO BTR-HASH-NUM2.
               WRITE BATCH-TRAILER-RECORD.
               CLOSE TRANS-FILE.
