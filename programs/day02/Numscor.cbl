           01  WS-LOCK-FUNCTION         PIC X(1).
           01  WS-LOCK-PROGRAM          PIC X(8) VALUE "NUMSCOR".
           01  WS-LOCK-RESULT           PIC X(1).
           01  WS-AUT-FUNCTION          PIC X(1).
           01  WS-AUT-PROGRAM           PIC X(8) VALUE "NUMSCOR".
           01  WS-AUT-ACTION            PIC X(8).
           01  WS-AUT-ROLES             PIC X(5).
           01  WS-AUT-DETAIL            PIC X(40).
           01  WS-AUT-RESULT            PIC X(1).
           01  WS-CORRECTED-COUNT       PIC 9(7) VALUE ZERO.
           01  WS-RUN-USER              PIC X(20).
           01  WS-RUN-DATE              PIC 9(8).
                                        PIC X(12).
           01  WS-NEW-OPERATION-CODE    PIC X(1).
           01  WS-NEW-DEPT              PIC X(4).
           01  WS-NEW-CURRENCY          PIC X(3).

           SCREEN SECTION.
           01  SCR-CORRECTION-SCREEN.
               05  LINE 5 COL 17 PIC X(1) FROM REJ-OPERATION-CODE.
               05  LINE 6 COL 1 VALUE "DEPARTMENT    :".
               05  LINE 6 COL 17 PIC X(4) FROM REJ-DEPT.
               05  LINE 6 COL 23 VALUE "CURRENCY:".
               05  LINE 6 COL 33 PIC X(3) FROM REJ-CURRENCY.
               05  LINE 7 COL 1 VALUE "REJECT REASON :".
               05  LINE 7 COL 17 PIC X(4) FROM REJ-REASON-CODE.
               05  LINE 7 COL 22 PIC X(30) FROM REJ-REASON-TEXT.
               05  LINE 10 COL 27 PIC X(1) TO WS-NEW-OPERATION-CODE.
               05  LINE 11 COL 1 VALUE "DEPARTMENT    :".
               05  LINE 11 COL 17 PIC X(4) TO WS-NEW-DEPT.
               05  LINE 12 COL 1 VALUE "CURRENCY (BLANK=BASE):".
               05  LINE 12 COL 24 PIC X(3) TO WS-NEW-CURRENCY.

           PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM CHECK-OPERATOR-SIGNON.
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
               PERFORM ACQUIRE-RUN-LOCK.
               PERFORM OPEN-PENDING-FILE.
                   MOVE "N" TO WS-LOCK-HELD-SWITCH
               END-IF.

      *> The operator signs on with ID and password and must be on
      *> the security file with one of the roles this program needs;
      *> the operator ID signed on with is the identity every record
      *> this session writes is stamped with.
           CHECK-OPERATOR-SIGNON.
               MOVE "SIGNON" TO WS-AUT-ACTION.
               MOVE "M" TO WS-AUT-ROLES.
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

           OPEN-PENDING-FILE.
               OPEN EXTEND PENDING-FILE.
               IF WS-PENDING-STATUS NOT = "00"
               MOVE REJ-NUM2 TO WS-NEW-NUM2.
               MOVE REJ-OPERATION-CODE TO WS-NEW-OPERATION-CODE.
               MOVE REJ-DEPT TO WS-NEW-DEPT.
               MOVE REJ-CURRENCY TO WS-NEW-CURRENCY.
               DISPLAY SCR-CORRECTION-SCREEN.
               ACCEPT SCR-CORRECTION-SCREEN.
               INSPECT WS-NEW-CURRENCY CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
               ACCEPT WS-RUN-TIME FROM TIME.
               MOVE SPACES TO PENDING-RECORD.
               MOVE REJ-TRANS-ID TO PND-TRANS-ID.
               MOVE REJ-NUM2 TO PND-ORIG-NUM2.
               MOVE REJ-OPERATION-CODE TO PND-ORIG-OPERATION.
               MOVE REJ-DEPT TO PND-ORIG-DEPT.
               MOVE REJ-CURRENCY TO PND-ORIG-CURRENCY.
               MOVE REJ-REASON-CODE TO PND-REASON-CODE.
               MOVE REJ-REASON-TEXT TO PND-REASON-TEXT.
               MOVE WS-NEW-NUM1-X TO PND-NEW-NUM1.
               MOVE WS-NEW-NUM2-X TO PND-NEW-NUM2.
               MOVE WS-NEW-OPERATION-CODE TO PND-NEW-OPERATION.
               MOVE WS-NEW-DEPT TO PND-NEW-DEPT.
               MOVE WS-NEW-CURRENCY TO PND-NEW-CURRENCY.
               MOVE WS-RUN-USER TO PND-MAKER.
               MOVE WS-RUN-DATE TO PND-MAKER-DATE.
               MOVE WS-RUN-TIME TO PND-MAKER-TIME.
