           SELECT PERIOD-FILE ASSIGN TO "CALCPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-FSTATUS.
           SELECT MASTER-FILE ASSIGN TO "CALCAUDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AXM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT LIMIT-FILE ASSIGN TO "CALCLIM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMIT-STATUS.
           SELECT HOLD-FILE ASSIGN TO "CALCHLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
                                   PIC X(3).
               10  TR-SERIAL       PIC X(6).
               10  TR-DEPT         PIC X(3).
               10  TR-OVERRIDE     PIC X.
               10  TR-SERIAL-FLAG  PIC X.
               10  FILLER          PIC X.
           05  TR-CONTROL REDEFINES TR-CARD.
               10  TR-CTL-ID       PIC X(3).
               10  TR-HDR-DATE     PIC 9(8).
           05  TR-CTL-STORE REDEFINES TR-CARD.
               10  FILLER          PIC X(3).
               10  TR-CTL-NAME     PIC X(8).
               10  FILLER          PIC X(13).
               10  TR-CTL-LDG-SERIAL
                                   PIC X(6).
               10  FILLER          PIC X(4).
               10  TR-CTL-LDG-FLAG PIC X.
               10  FILLER          PIC X.
           05  TR-CTL-REVERSE REDEFINES TR-CARD.
               10  FILLER          PIC X(3).
               10  TR-REV-DATE     PIC X(8).
               10  TR-REV-SERIAL   PIC X(6).
               10  TR-REV-DEPT     PIC X(3).
               10  TR-REV-DECK     PIC X(8).
               10  TR-REV-SEQ      PIC X(6).
               10  FILLER          PIC X(2).
           05  TR-TRAILER REDEFINES TR-CARD.
               10  FILLER          PIC X(3).
               10  TR-TRL-COUNT    PIC 9(7).
           05  CHK-DECK-DATE       PIC 9(8).

       FD  REJECT-FILE.
       COPY REJREC.

       FD  HISTORY-FILE.
       COPY RUNHIST.
       FD  PERIOD-FILE.
       COPY PERDREC.

       FD  MASTER-FILE.
       COPY AUDMAST.

       FD  LIMIT-FILE.
       01  LIMIT-RECORD.
           05  LIM-DEPT            PIC X(3).
           05  LIM-CURRENCY        PIC X(3).
           05  LIM-AMOUNT          PIC S9(9)V99
                                    SIGN IS TRAILING SEPARATE.

       FD  HOLD-FILE.
       COPY HOLDREC.

       WORKING-STORAGE SECTION.
       77  WS-TRANS-STATUS         PIC XX VALUE SPACES.
       77  WS-REPORT-STATUS        PIC XX VALUE SPACES.
           05  WS-PERIOD-ENTRY OCCURS 240 TIMES.
               10  WS-TBL-PERIOD   PIC 9(6).
               10  WS-TBL-STATUS   PIC X.
       77  WS-MASTER-STATUS        PIC XX VALUE SPACES.
       77  WS-MASTER-OPEN          PIC X VALUE "N".
       77  WS-MST-EOF-FLAG         PIC X VALUE "N".
           88  END-OF-MASTER               VALUE "Y".
       77  WS-ORIG-FOUND           PIC X VALUE "N".
       77  WS-ORIG-MATCHES         PIC 9(3) COMP VALUE ZERO.
       77  WS-ORIG-STATUS          PIC X(4) VALUE SPACES.
       77  WS-ORIG-DEPT            PIC X(3) VALUE SPACES.
       77  WS-ORIG-IMAGE           PIC X(112) VALUE SPACES.
       77  WS-ORIG-IDENT           PIC X(35) VALUE SPACES.
       01  WS-REV-IDENT.
           05  WS-RVI-DEPT         PIC X(3).
           05  WS-RVI-DECK         PIC X(8).
           05  WS-RVI-NUM1         PIC S9(7)V99
                                    SIGN IS TRAILING SEPARATE.
           05  WS-RVI-NUM2         PIC S9(7)V99
                                    SIGN IS TRAILING SEPARATE.
           05  WS-RVI-CHOICE       PIC 9.
           05  WS-RVI-CCY          PIC X(3).
       77  WS-ERV-COUNT            PIC 9(3) COMP VALUE ZERO.
       77  WS-ERV-MAX              PIC 9(3) COMP VALUE 50.
       77  WS-ERV-SUB              PIC 9(3) COMP VALUE ZERO.
       01  WS-EARLIER-REV-TABLE.
           05  WS-EARLIER-REV OCCURS 50 TIMES.
               10  WS-ERV-IDENT    PIC X(35).
       77  WS-ALREADY-REVERSED     PIC X VALUE "N".
       77  WS-REVERSAL-COUNT       PIC 9(7) VALUE ZERO.
       77  WS-REV-DISPLAY          PIC Z(6)9.
       77  WS-REV-DONE-COUNT       PIC 9(3) COMP VALUE ZERO.
       77  WS-REV-DONE-MAX         PIC 9(3) COMP VALUE 200.
       77  WS-REV-DONE-SUB         PIC 9(3) COMP VALUE ZERO.
       01  WS-REV-DONE-TABLE.
           05  WS-REV-DONE-ENTRY OCCURS 200 TIMES.
               10  WS-RVD-DATE     PIC X(8).
               10  WS-RVD-SERIAL   PIC X(6).
               10  WS-RVD-IDENT    PIC X(35).
       77  WS-LIMIT-STATUS         PIC XX VALUE SPACES.
       77  WS-LIM-EOF-FLAG         PIC X VALUE "N".
           88  END-OF-LIMITS               VALUE "Y".
       77  WS-LIMIT-COUNT          PIC 9(3) COMP VALUE ZERO.
       77  WS-LIMIT-MAX            PIC 9(3) COMP VALUE 100.
       77  WS-LIMIT-SUB            PIC 9(3) COMP VALUE ZERO.
       77  WS-LIMIT-IX             PIC 9(3) COMP VALUE ZERO.
       01  WS-LIMIT-TABLE.
           05  WS-LIMIT-ENTRY OCCURS 100 TIMES.
               10  WS-LMT-DEPT     PIC X(3).
               10  WS-LMT-CCY      PIC X(3).
               10  WS-LMT-AMOUNT   PIC S9(9)V99
                                    SIGN IS TRAILING SEPARATE.
       77  WS-LIMIT-AMOUNT         PIC S9(9)V99
                                    SIGN IS TRAILING SEPARATE
                                    VALUE ZEROS.
       77  WS-BASE-ABS             PIC S9(9)V99
                                    SIGN IS TRAILING SEPARATE
                                    VALUE ZEROS.
       77  WS-HOLD-NEEDED          PIC X VALUE "N".
       77  WS-HOLD-STATUS          PIC XX VALUE SPACES.
       77  WS-HOLD-OPEN            PIC X VALUE "N".
       77  WS-HLD-EOF-FLAG         PIC X VALUE "N".
           88  END-OF-HOLDS                VALUE "Y".
       77  WS-HELD-COUNT           PIC 9(7) VALUE ZERO.
       77  WS-HELD-DISPLAY         PIC Z(6)9.
       77  WS-LIMIT-DISPLAY        PIC $$$,$$$,$$$,$$9.99.
       77  WS-APPR-COUNT           PIC 9(3) COMP VALUE ZERO.
       77  WS-APPR-MAX             PIC 9(3) COMP VALUE 200.
       77  WS-APPR-SUB             PIC 9(3) COMP VALUE ZERO.
       77  WS-APPR-IX              PIC 9(3) COMP VALUE ZERO.
       01  WS-APPR-TABLE.
           05  WS-APPR-ENTRY OCCURS 200 TIMES.
               10  WS-APR-KEY      PIC X(17).
               10  WS-APR-DETAIL   PIC X(24).
               10  WS-APR-SERIAL   PIC X(6).
               10  WS-APR-DEPT     PIC X(3).
               10  WS-APR-USED     PIC X.
       77  WS-WINDOW-TOKEN         PIC X(4) VALUE SPACES.
       77  WS-WINDOW-LEN           PIC 9(4) COMP VALUE ZERO.
       77  WS-WINDOW-DAYS          PIC 9(3) VALUE 30.
       77  WS-WINDOW-START         PIC 9(8) VALUE ZERO.
       77  WS-TODAY                PIC 9(8) VALUE ZERO.
       77  WS-SERIAL-SRC           PIC X VALUE SPACE.
       77  WS-DUP-FOUND            PIC X VALUE "N".
       77  WS-DUP-INCOMPLETE       PIC X VALUE "N".
       77  WS-DUP-COUNT            PIC 9(7) VALUE ZERO.
       77  WS-DUP-DISPLAY          PIC Z(6)9.
       77  WS-PST-COUNT            PIC 9(4) COMP VALUE ZERO.
       77  WS-POSTED-COUNT         PIC 9(7) VALUE ZERO.
       77  WS-POSTED-SUM           PIC S9(11)V99
                                    SIGN IS TRAILING SEPARATE
                                    VALUE ZERO.
       77  WS-FAILED-COUNT         PIC 9(7) VALUE ZERO.
       77  WS-REGISTER-COUNT       PIC 9(7) VALUE ZERO.
       77  WS-RESTART-SKIPPED      PIC 9(7) VALUE ZERO.
       77  WS-SERIAL-FRESH         PIC X VALUE "N".
       77  WS-LEDGER-WARNED        PIC X VALUE "N".
       77  WS-LEDGER-POS           PIC 9(6) VALUE ZERO.
       77  WS-LEDGER-POS-MAX       PIC 9(7) VALUE 999999.
       77  WS-PST-MAX              PIC 9(4) COMP VALUE 5000.
       77  WS-PST-SUB              PIC 9(4) COMP VALUE ZERO.
       77  WS-PST-IX               PIC 9(4) COMP VALUE ZERO.
       01  WS-DUP-KEY.
           05  WS-DUP-SRC          PIC X.
           05  WS-DUP-SERIAL       PIC X(6).
           05  WS-DUP-DEPT         PIC X(3).
           05  WS-DUP-DECK-DATE    PIC X(8).
           05  WS-DUP-DETAIL.
               10  WS-DUP-NUM1     PIC S9(7)V99
                                    SIGN IS TRAILING SEPARATE.
               10  WS-DUP-NUM2     PIC S9(7)V99
                                    SIGN IS TRAILING SEPARATE.
               10  WS-DUP-CHOICE   PIC 9.
               10  WS-DUP-CCY      PIC X(3).
       01  WS-POSTED-TABLE.
           05  WS-POSTED-ENTRY OCCURS 5000 TIMES.
               10  WS-PST-SRC      PIC X.
               10  WS-PST-SERIAL   PIC X(6).
               10  WS-PST-DEPT     PIC X(3).
               10  WS-PST-DECK-DATE
                                   PIC X(8).
               10  WS-PST-DETAIL   PIC X(24).
               10  WS-PST-NET      PIC S9(3) COMP.
       COPY CALCREC.
       COPY RATEPARM.
       COPY REGPARM.
       COPY RJLPARM.
       77  WS-QUOTIENT             PIC S9(9)
                                    SIGN IS TRAILING SEPARATE.
       77  WS-RESULT-DISPLAY       PIC $$$,$$$,$$9.99-.
       LINKAGE SECTION.
       01  LS-PARM.
           05  LS-PARM-LEN          PIC S9(4) COMP.
           05  LS-PARM-TEXT         PIC X(14).

       PROCEDURE DIVISION USING LS-PARM.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-START-TS
           MOVE WS-START-TS(1:8) TO WS-TODAY
           PERFORM PARSE-RUN-PARM
           PERFORM OPEN-FILES
           IF WS-PARM-ERROR = "N"
               AND WS-TRANS-STATUS = "00"
               AND WS-REPORT-STATUS = "00"
               PERFORM LOAD-PERIOD-TABLE
               PERFORM LOAD-LIMIT-TABLE
               PERFORM LOAD-APPROVED-HOLDS
               PERFORM LOAD-POSTED-SERIALS
               PERFORM READ-CHECKPOINT
               IF WS-RUN-ID NOT = SPACES
                   MOVE WS-RUN-ID TO REG-CALLER-ARG
                           PERFORM STORE-REGISTER-CARD
                       WHEN "CLR"
                           PERFORM CLEAR-REGISTER-CARD
                       WHEN "REV"
                           PERFORM REVERSAL-CARD
                       WHEN OTHER
                           PERFORM PROCESS-DETAIL-CARD
                   END-EVALUATE
                   MOVE "DONE" TO WS-CHKPT-MARK
               END-IF
               PERFORM TAKE-CHECKPOINT
               IF WS-HELD-COUNT > 0
                   MOVE WS-HELD-COUNT TO WS-HELD-DISPLAY
                   MOVE SPACES TO REPORT-LINE
                   STRING "Transactions held for authorisation: "
                       WS-HELD-DISPLAY " (see CALCHLD)"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               IF WS-DUP-COUNT > 0
                   MOVE WS-DUP-COUNT TO WS-DUP-DISPLAY
                   MOVE SPACES TO REPORT-LINE
                   STRING "Duplicate postings rejected: "
                       WS-DUP-DISPLAY " (reason DUPL)"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               IF WS-REVERSAL-COUNT > 0
                   MOVE WS-REVERSAL-COUNT TO WS-REV-DISPLAY
                   MOVE SPACES TO REPORT-LINE
                   STRING "Reversals posted: " WS-REV-DISPLAY
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               IF WS-REJECT-COUNT > 0
                   MOVE WS-REJECT-COUNT TO WS-REJ-DISPLAY
                   MOVE SPACES TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE 4 TO RETURN-CODE
               END-IF
               IF WS-DUP-INCOMPLETE = "Y"
                   MOVE 4 TO RETURN-CODE
               END-IF
               IF WS-LEDGER-WARNED = "Y"
                   MOVE 4 TO RETURN-CODE
               END-IF
               IF WS-DECK-ERROR = "Y"
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE RETURN-CODE TO HIS-RETURN-CODE
               MOVE WS-START-TS TO HIS-START-TS
               MOVE FUNCTION CURRENT-DATE TO HIS-END-TS
               IF WS-TRANS-COUNT > WS-SKIP-COUNT
                   MOVE WS-SKIP-COUNT TO WS-RESTART-SKIPPED
               ELSE
                   MOVE WS-TRANS-COUNT TO WS-RESTART-SKIPPED
               END-IF
               MOVE WS-POSTED-COUNT TO HIS-POSTED-COUNT
               MOVE WS-POSTED-SUM TO HIS-POSTED-SUM
               MOVE WS-FAILED-COUNT TO HIS-FAILED-COUNT
               MOVE WS-HELD-COUNT TO HIS-HELD-COUNT
               MOVE WS-REGISTER-COUNT TO HIS-REGISTER-COUNT
               MOVE WS-RESTART-SKIPPED TO HIS-SKIPPED-COUNT
               WRITE HISTORY-RECORD
               CLOSE HISTORY-FILE
           END-IF.
       PROCESS-DETAIL-CARD.
           ADD 1 TO WS-TRANS-COUNT
           ADD 1 TO WS-DETAIL-COUNT
           MOVE "N" TO WS-SERIAL-FRESH
           IF TR-SERIAL = SPACES
               MOVE WS-DETAIL-COUNT TO WS-SERIAL-NUM
               MOVE WS-SERIAL-NUM TO TR-SERIAL
               MOVE "P" TO TR-SERIAL-FLAG
               MOVE "Y" TO WS-SERIAL-FRESH
           END-IF
           IF TR-SERIAL-FLAG = "P"
               MOVE "P" TO WS-SERIAL-SRC
           ELSE
               MOVE "K" TO WS-SERIAL-SRC
           END-IF
           MOVE TR-SERIAL TO WS-TRANS-SERIAL
           IF TR-DEPT = SPACES
               IF WS-PERIOD-CLOSED = "Y"
                   PERFORM REJECT-CLOSED-PERIOD
               ELSE
                   PERFORM CHECK-RELEASE-CARD
                   IF WS-OPERANDS-OK = "Y"
                       PERFORM RESOLVE-OPERANDS
                   END-IF
                   IF WS-OPERANDS-OK = "Y"
                       PERFORM CHECK-DUPLICATE-POSTING
                   END-IF
                   IF WS-OPERANDS-OK = "Y"
                       PERFORM PROCESS-TRANSACTION
                   END-IF
               END-IF
           END-IF.

       CHECK-RELEASE-CARD.
           MOVE "Y" TO WS-OPERANDS-OK
           MOVE 0 TO WS-APPR-IX
           IF TR-OVERRIDE = "A"
               PERFORM VARYING WS-APPR-SUB FROM 1 BY 1
                       UNTIL WS-APPR-SUB > WS-APPR-COUNT
                          OR WS-APPR-IX > 0
                   IF WS-APR-USED(WS-APPR-SUB) = "N"
                       AND WS-APR-SERIAL(WS-APPR-SUB) = WS-TRANS-SERIAL
                       AND WS-APR-DEPT(WS-APPR-SUB) = WS-TRANS-DEPT
                       AND WS-APR-DETAIL(WS-APPR-SUB) = TR-DETAIL
                       MOVE WS-APPR-SUB TO WS-APPR-IX
                   END-IF
               END-PERFORM
               IF WS-APPR-IX > 0
                   MOVE "Y" TO WS-APR-USED(WS-APPR-IX)
               ELSE
                   MOVE "N" TO WS-OPERANDS-OK
                   MOVE "N" TO WS-CHAIN-OK
                   MOVE "INV " TO WS-CALC-STATUS
                   MOVE "HNAP" TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-RECORD
                   MOVE SPACES TO REPORT-LINE
                   STRING "Transaction rejected: txn " WS-TRANS-SERIAL
                       " is marked as released but has no approved "
                       "hold on CALCHLD."
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.

       CHECK-DUPLICATE-POSTING.
           IF TR-OVERRIDE = "R"
               MOVE SPACES TO REPORT-LINE
               STRING "Duplicate check overridden for txn "
                   WS-TRANS-SERIAL " dept " WS-TRANS-DEPT
                   " (repost authorised on the card)"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               IF WS-APPR-IX = 0
                   MOVE WS-SERIAL-SRC TO WS-DUP-SRC
                   MOVE WS-TRANS-SERIAL TO WS-DUP-SERIAL
                   MOVE WS-TRANS-DEPT TO WS-DUP-DEPT
                   IF WS-DECK-DATE > 0
                       MOVE WS-DECK-DATE TO WS-DUP-DECK-DATE
                   ELSE
                       MOVE WS-TODAY TO WS-DUP-DECK-DATE
                   END-IF
                   MOVE NUM1 TO WS-DUP-NUM1
                   MOVE NUM2 TO WS-DUP-NUM2
                   MOVE CHOICE TO WS-DUP-CHOICE
                   MOVE CURRENCY-CODE TO WS-DUP-CCY
                   PERFORM FIND-POSTED-SERIAL
                   IF WS-PST-IX > 0
                       IF WS-PST-NET(WS-PST-IX) > 0
                           PERFORM REJECT-DUPLICATE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       REJECT-DUPLICATE.
           MOVE "N" TO WS-OPERANDS-OK
           MOVE "N" TO WS-CHAIN-OK
           MOVE "INV " TO WS-CALC-STATUS
           MOVE "DUPL" TO WS-REJECT-REASON
           ADD 1 TO WS-DUP-COUNT
           PERFORM WRITE-REJECT-RECORD
           MOVE SPACES TO REPORT-LINE
           IF WS-SERIAL-SRC = "P"
               STRING "Transaction rejected: txn " WS-TRANS-SERIAL
                   " dept " WS-TRANS-DEPT " of deck "
                   WS-DUP-DECK-DATE " has already been posted."
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "Transaction rejected: txn " WS-TRANS-SERIAL
                   " dept " WS-TRANS-DEPT " was already posted in "
                   "the last " WS-WINDOW-DAYS " days."
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

       FIND-POSTED-SERIAL.
           MOVE 0 TO WS-PST-IX
           PERFORM VARYING WS-PST-SUB FROM 1 BY 1
                   UNTIL WS-PST-SUB > WS-PST-COUNT
                      OR WS-PST-IX > 0
               IF WS-PST-SRC(WS-PST-SUB) = WS-DUP-SRC
                   AND WS-PST-SERIAL(WS-PST-SUB) = WS-DUP-SERIAL
                   AND WS-PST-DEPT(WS-PST-SUB) = WS-DUP-DEPT
                   IF WS-DUP-SRC = "K"
                       MOVE WS-PST-SUB TO WS-PST-IX
                   ELSE
                       IF WS-PST-DECK-DATE(WS-PST-SUB)
                               = WS-DUP-DECK-DATE
                           AND WS-PST-DETAIL(WS-PST-SUB)
                               = WS-DUP-DETAIL
                           MOVE WS-PST-SUB TO WS-PST-IX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       RECORD-POSTED-SERIAL.
           IF (AUD-SERIAL-SRC = "K" OR AUD-SERIAL-SRC = "P")
               AND AUD-SERIAL NOT = SPACES
               AND (AUD-STATUS = "OK" OR AUD-STATUS = "REV ")
               MOVE AUD-SERIAL-SRC TO WS-DUP-SRC
               MOVE AUD-SERIAL TO WS-DUP-SERIAL
               MOVE AUD-DEPT TO WS-DUP-DEPT
               MOVE AUD-DECK-DATE TO WS-DUP-DECK-DATE
               MOVE AUD-NUM1 TO WS-DUP-NUM1
               MOVE AUD-NUM2 TO WS-DUP-NUM2
               MOVE AUD-CHOICE TO WS-DUP-CHOICE
               MOVE AUD-CURRENCY-CODE TO WS-DUP-CCY
               PERFORM FIND-POSTED-SERIAL
               IF WS-PST-IX > 0
                   IF AUD-STATUS = "REV "
                       SUBTRACT 1 FROM WS-PST-NET(WS-PST-IX)
                   ELSE
                       ADD 1 TO WS-PST-NET(WS-PST-IX)
                   END-IF
               ELSE
                   IF AUD-STATUS = "OK"
                       IF WS-PST-COUNT < WS-PST-MAX
                           ADD 1 TO WS-PST-COUNT
                           MOVE WS-DUP-SRC
                               TO WS-PST-SRC(WS-PST-COUNT)
                           MOVE WS-DUP-SERIAL
                               TO WS-PST-SERIAL(WS-PST-COUNT)
                           MOVE WS-DUP-DEPT
                               TO WS-PST-DEPT(WS-PST-COUNT)
                           MOVE WS-DUP-DECK-DATE
                               TO WS-PST-DECK-DATE(WS-PST-COUNT)
                           MOVE WS-DUP-DETAIL
                               TO WS-PST-DETAIL(WS-PST-COUNT)
                           MOVE 1 TO WS-PST-NET(WS-PST-COUNT)
                       ELSE
                           IF WS-DUP-INCOMPLETE = "N"
                               MOVE "Y" TO WS-DUP-INCOMPLETE
                               MOVE "*** Warning: posted-serial table "
                                   & "full - duplicate check is "
                                   & "incomplete ***" TO REPORT-LINE
                               WRITE REPORT-LINE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LOAD-POSTED-SERIALS.
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY) - WS-WINDOW-DAYS)
           IF WS-AUDIT-STATUS = "00"
               CLOSE AUDIT-FILE
               OPEN INPUT AUDIT-FILE
               IF WS-AUDIT-STATUS = "00"
                   PERFORM READ-POSTED-AUDIT
                   PERFORM UNTIL WS-AUDIT-STATUS NOT = "00"
                       IF AUD-TIMESTAMP(1:8) NOT < WS-WINDOW-START
                           PERFORM RECORD-POSTED-SERIAL
                       END-IF
                       PERFORM READ-POSTED-AUDIT
                   END-PERFORM
                   CLOSE AUDIT-FILE
               ELSE
                   IF WS-AUDIT-STATUS NOT = "35"
                       MOVE "Y" TO WS-DUP-INCOMPLETE
                   END-IF
               END-IF
               OPEN EXTEND AUDIT-FILE
               IF WS-AUDIT-STATUS = "35"
                   OPEN OUTPUT AUDIT-FILE
               END-IF
           ELSE
               MOVE "Y" TO WS-DUP-INCOMPLETE
           END-IF
           MOVE SPACES TO REPORT-LINE
           IF WS-DUP-INCOMPLETE = "Y"
               STRING "*** Warning: audit log could not be read - "
                   "duplicate check incomplete ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "Duplicate check: serials posted since "
                   WS-WINDOW-START " (" WS-WINDOW-DAYS " days)"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

       READ-POSTED-AUDIT.
           READ AUDIT-FILE
               AT END
                   MOVE "10" TO WS-AUDIT-STATUS
           END-READ.

       RESOLVE-OPERANDS.
           MOVE "Y" TO WS-OPERANDS-OK
           IF TR-OP1-TYPE = "C" AND TR-OP1-NAME = SPACES
               MOVE TR-CTL-NAME TO REG-NAME-ARG
               MOVE WS-PRIOR-RESULT TO REG-VALUE-ARG
               CALL "CalcRegs" USING REGISTER-AREA
               ADD 1 TO WS-REGISTER-COUNT
               MOVE SPACES TO REPORT-LINE
               IF REG-STATUS-ARG = "OK"
                   STRING "Result " WS-PRIOR-RESULT
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
               IF REG-STATUS-ARG = "OK"
                   PERFORM CLEAR-RESUBMITTED-CONTROL
               END-IF
           ELSE
               PERFORM REJECT-CHAIN-VOID
           END-IF.
                   MOVE "CLR" TO REG-FUNCTION
                   MOVE TR-CTL-NAME TO REG-NAME-ARG
                   CALL "CalcRegs" USING REGISTER-AREA
                   ADD 1 TO WS-REGISTER-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "Register " TR-CTL-NAME " cleared"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   PERFORM CLEAR-RESUBMITTED-CONTROL
               END-IF
           END-IF.

       CLEAR-RESUBMITTED-CONTROL.
           IF TR-CTL-LDG-FLAG = "P"
               AND TR-CTL-LDG-SERIAL IS NUMERIC
               MOVE SPACES TO REJLEDGER-AREA
               MOVE TR-CTL-ID TO RJL-KIND-ARG
               MOVE TR-CTL-LDG-SERIAL TO RJL-SERIAL-ARG
               PERFORM CLEAR-LEDGER-REJECT
           END-IF.

       REVERSAL-CARD.
           ADD 1 TO WS-TRANS-COUNT
           IF WS-TRANS-COUNT > WS-SKIP-COUNT
               IF WS-PERIOD-CLOSED = "Y"
                   PERFORM REJECT-CLOSED-PERIOD
               ELSE
                   PERFORM LOCATE-REVERSAL-ORIGINAL
                   EVALUATE TRUE
                       WHEN WS-ORIG-FOUND = "N"
                           MOVE "RVNF" TO WS-REJECT-REASON
                           PERFORM REJECT-REVERSAL
                       WHEN WS-ORIG-MATCHES > 1
                           MOVE "RVAM" TO WS-REJECT-REASON
                           PERFORM REJECT-REVERSAL
                       WHEN WS-ORIG-STATUS NOT = "OK"
                           MOVE "RVFL" TO WS-REJECT-REASON
                           PERFORM REJECT-REVERSAL
                       WHEN WS-ALREADY-REVERSED = "Y"
                           MOVE "RVDN" TO WS-REJECT-REASON
                           PERFORM REJECT-REVERSAL
                       WHEN OTHER
                           PERFORM WRITE-REVERSAL-RECORD
                   END-EVALUATE
               END-IF
           END-IF.

       LOCATE-REVERSAL-ORIGINAL.
           MOVE "N" TO WS-ORIG-FOUND
           MOVE ZERO TO WS-ORIG-MATCHES
           MOVE ZERO TO WS-ERV-COUNT
           MOVE "N" TO WS-ALREADY-REVERSED
           MOVE SPACES TO WS-ORIG-STATUS
           MOVE SPACES TO WS-ORIG-IDENT
           IF WS-MASTER-OPEN = "Y"
               AND TR-REV-DATE IS NUMERIC
               AND TR-REV-SERIAL NOT = SPACES
               MOVE "N" TO WS-MST-EOF-FLAG
               MOVE TR-REV-DATE TO AXM-DATE
               MOVE ZEROS TO AXM-SEQ
               START MASTER-FILE KEY NOT < AXM-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-MST-EOF-FLAG
               END-START
               PERFORM READ-NEXT-MASTER
               PERFORM UNTIL END-OF-MASTER
                   PERFORM EXAMINE-MASTER-RECORD
                   PERFORM READ-NEXT-MASTER
               END-PERFORM
               IF WS-ORIG-FOUND = "Y"
                   PERFORM CHECK-EARLIER-REVERSALS
                   PERFORM CHECK-REVERSED-THIS-RUN
               END-IF
           END-IF.

       READ-NEXT-MASTER.
           IF NOT END-OF-MASTER
               READ MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-MST-EOF-FLAG
                   NOT AT END
                       IF WS-MASTER-STATUS NOT = "00"
                           MOVE "Y" TO WS-MST-EOF-FLAG
                       END-IF
               END-READ
           END-IF.

       EXAMINE-MASTER-RECORD.
           MOVE AXM-AUDIT-IMAGE TO AUDIT-RECORD
           IF AUD-SERIAL = TR-REV-SERIAL
               AND (TR-REV-DEPT = SPACES OR AUD-DEPT = TR-REV-DEPT)
               AND (TR-REV-DECK = SPACES
                   OR AUD-DECK-DATE = TR-REV-DECK)
               IF AUD-STATUS = "REV "
                   IF AUD-ORIG-DATE = TR-REV-DATE
                       AND WS-ERV-COUNT < WS-ERV-MAX
                       PERFORM BUILD-REVERSAL-IDENT
                       ADD 1 TO WS-ERV-COUNT
                       MOVE WS-REV-IDENT TO WS-ERV-IDENT(WS-ERV-COUNT)
                   END-IF
               ELSE
                   IF AXM-DATE = TR-REV-DATE
                       AND (TR-REV-SEQ = SPACES
                           OR AXM-SEQ = TR-REV-SEQ)
                       ADD 1 TO WS-ORIG-MATCHES
                       IF WS-ORIG-FOUND = "N"
                           MOVE "Y" TO WS-ORIG-FOUND
                           MOVE AUD-STATUS TO WS-ORIG-STATUS
                           MOVE AUD-DEPT TO WS-ORIG-DEPT
                           MOVE AUDIT-RECORD TO WS-ORIG-IMAGE
                           PERFORM BUILD-REVERSAL-IDENT
                           MOVE WS-REV-IDENT TO WS-ORIG-IDENT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       BUILD-REVERSAL-IDENT.
           MOVE AUD-DEPT TO WS-RVI-DEPT
           MOVE AUD-DECK-DATE TO WS-RVI-DECK
           MOVE AUD-NUM1 TO WS-RVI-NUM1
           MOVE AUD-NUM2 TO WS-RVI-NUM2
           MOVE AUD-CHOICE TO WS-RVI-CHOICE
           MOVE AUD-CURRENCY-CODE TO WS-RVI-CCY.

       CHECK-EARLIER-REVERSALS.
           PERFORM VARYING WS-ERV-SUB FROM 1 BY 1
                   UNTIL WS-ERV-SUB > WS-ERV-COUNT
               IF WS-ERV-IDENT(WS-ERV-SUB) = WS-ORIG-IDENT
                   MOVE "Y" TO WS-ALREADY-REVERSED
               END-IF
           END-PERFORM.

       CHECK-REVERSED-THIS-RUN.
           PERFORM VARYING WS-REV-DONE-SUB FROM 1 BY 1
                   UNTIL WS-REV-DONE-SUB > WS-REV-DONE-COUNT
               IF WS-RVD-DATE(WS-REV-DONE-SUB) = TR-REV-DATE
                   AND WS-RVD-SERIAL(WS-REV-DONE-SUB) = TR-REV-SERIAL
                   AND WS-RVD-IDENT(WS-REV-DONE-SUB) = WS-ORIG-IDENT
                   MOVE "Y" TO WS-ALREADY-REVERSED
               END-IF
           END-PERFORM.

       WRITE-REVERSAL-RECORD.
           MOVE WS-ORIG-IMAGE TO AUDIT-RECORD
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP
           IF AUD-RESULT IS NUMERIC
               COMPUTE AUD-RESULT = 0 - AUD-RESULT
           END-IF
           IF AUD-BASE-RESULT IS NUMERIC
               COMPUTE AUD-BASE-RESULT = 0 - AUD-BASE-RESULT
           END-IF
           MOVE "REV " TO AUD-STATUS
           MOVE TR-REV-DATE TO AUD-ORIG-DATE
           WRITE AUDIT-RECORD
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE "*** Warning: reversal audit record not written ***"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM RECORD-POSTED-SERIAL
               ADD 1 TO WS-POSTED-COUNT
               ADD AUD-RESULT TO WS-POSTED-SUM
               ADD 1 TO WS-REVERSAL-COUNT
               MOVE SPACES TO REJLEDGER-AREA
               MOVE "REV" TO RJL-KIND-ARG
               MOVE TR-REV-SERIAL TO RJL-SERIAL-ARG
               MOVE TR-REV-DEPT TO RJL-DEPT-ARG
               PERFORM CLEAR-LEDGER-REJECT
               IF WS-REV-DONE-COUNT < WS-REV-DONE-MAX
                   ADD 1 TO WS-REV-DONE-COUNT
                   MOVE TR-REV-DATE TO WS-RVD-DATE(WS-REV-DONE-COUNT)
                   MOVE AUD-SERIAL TO WS-RVD-SERIAL(WS-REV-DONE-COUNT)
                   MOVE WS-ORIG-IDENT
                       TO WS-RVD-IDENT(WS-REV-DONE-COUNT)
               END-IF
               MOVE AUD-RESULT TO WS-RESULT-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING "Reversal of txn " AUD-SERIAL " dated "
                   TR-REV-DATE " posted: " WS-RESULT-DISPLAY " "
                   AUD-CURRENCY-CODE " dept " AUD-DEPT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       REJECT-REVERSAL.
           PERFORM WRITE-REJECT-RECORD
           MOVE SPACES TO REPORT-LINE
           EVALUATE WS-REJECT-REASON
               WHEN "RVNF"
                   IF WS-MASTER-OPEN = "N"
                       STRING "Reversal rejected: audit master "
                           "CALCAUDX unavailable (status "
                           WS-MASTER-STATUS ") - txn " TR-REV-SERIAL
                           " not looked up"
                           DELIMITED BY SIZE INTO REPORT-LINE
                   ELSE
                       STRING "Reversal rejected: no audit record "
                           "for txn " TR-REV-SERIAL " dated "
                           TR-REV-DATE
                           DELIMITED BY SIZE INTO REPORT-LINE
                   END-IF
               WHEN "RVAM"
                   STRING "Reversal rejected: txn " TR-REV-SERIAL
                       " dated " TR-REV-DATE " matches several "
                       "postings - give dept, deck or seq"
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN "RVFL"
                   STRING "Reversal rejected: txn " TR-REV-SERIAL
                       " dated " TR-REV-DATE " did not complete "
                       "(status " WS-ORIG-STATUS ")"
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN OTHER
                   STRING "Reversal rejected: txn " TR-REV-SERIAL
                       " dated " TR-REV-DATE " has already been "
                       "reversed"
                       DELIMITED BY SIZE INTO REPORT-LINE
           END-EVALUATE
           WRITE REPORT-LINE.

       REJECT-CHAIN-VOID.
           MOVE "N" TO WS-OPERANDS-OK
           MOVE "N" TO WS-CHAIN-OK
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-TRANS-COUNT > WS-LEDGER-POS-MAX
               MOVE "Y" TO WS-DECK-ERROR
               MOVE SPACES TO REPORT-LINE
               STRING "**** DECK CONTROL ERROR: " WS-TRANS-COUNT
                   " cards read - more than " WS-LEDGER-POS-MAX
                   " cannot be numbered for the reject ledger ****"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-TRL-SEEN = "Y" AND WS-DECK-ERROR = "N"
               IF WS-DETAIL-COUNT NOT = WS-EXP-COUNT
                   MOVE "Y" TO WS-DECK-ERROR
       PARSE-RUN-PARM.
           IF LS-PARM-LEN > 0
               MOVE ZERO TO WS-BASE-LEN
               MOVE ZERO TO WS-WINDOW-LEN
               UNSTRING LS-PARM-TEXT(1:LS-PARM-LEN)
                   DELIMITED BY ","
                   INTO WS-RUN-ID
                        WS-BASE-TOKEN COUNT IN WS-BASE-LEN
                        WS-WINDOW-TOKEN COUNT IN WS-WINDOW-LEN
               END-UNSTRING
               IF WS-BASE-LEN > 0
                   IF WS-BASE-LEN = 3
                           "code - run abandoned ***"
                   END-IF
               END-IF
               IF WS-WINDOW-LEN > 0
                   IF WS-WINDOW-LEN < 4
                       AND WS-WINDOW-TOKEN(1:WS-WINDOW-LEN) IS NUMERIC
                       MOVE WS-WINDOW-TOKEN(1:WS-WINDOW-LEN)
                           TO WS-WINDOW-DAYS
                   ELSE
                       MOVE "Y" TO WS-PARM-ERROR
                       DISPLAY "*** PARM look-back window '"
                           WS-WINDOW-TOKEN "' is not a number of "
                           "days (1-3 digits) - run abandoned ***"
                   END-IF
               END-IF
           END-IF
           IF WS-BASE-CCY = SPACES
               MOVE "USD" TO WS-BASE-CCY
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS = "00"
               MOVE "Y" TO WS-MASTER-OPEN
           END-IF
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "*** Warning: CALCRPT could not be opened "
                   "(status " WS-REPORT-STATUS "); banner and "

       WRITE-REJECT-RECORD.
           ADD 1 TO WS-REJECT-COUNT
           PERFORM RECORD-LEDGER-REJECT
           IF WS-REJECT-STATUS = "00"
               MOVE SPACES TO REJECT-RECORD
               MOVE TRANS-RECORD TO REJ-TRANS-IMAGE
               MOVE WS-REJECT-REASON TO REJ-REASON-CODE
               MOVE RJL-KEY-ARG TO REJ-LDG-KEY
               WRITE REJECT-RECORD
           END-IF.

       RECORD-LEDGER-REJECT.
           MOVE SPACES TO REJLEDGER-AREA
           MOVE "REJ" TO RJL-FUNCTION
           EVALUATE TR-CTL-ID
               WHEN "REV"
                   MOVE "REV" TO RJL-KIND-ARG
                   MOVE TR-REV-SERIAL TO RJL-SERIAL-ARG
                   MOVE TR-REV-DEPT TO RJL-DEPT-ARG
                   MOVE "N" TO RJL-FRESH-ARG
               WHEN "STO"
               WHEN "CLR"
                   MOVE TR-CTL-ID TO RJL-KIND-ARG
                   IF TR-CTL-LDG-FLAG = "P"
                       AND TR-CTL-LDG-SERIAL IS NUMERIC
                       MOVE TR-CTL-LDG-SERIAL TO RJL-SERIAL-ARG
                       MOVE "N" TO RJL-FRESH-ARG
                   ELSE
                       MOVE WS-TRANS-COUNT TO WS-LEDGER-POS
                       MOVE WS-LEDGER-POS TO RJL-SERIAL-ARG
                       MOVE "Y" TO RJL-FRESH-ARG
                   END-IF
               WHEN OTHER
                   MOVE "DTL" TO RJL-KIND-ARG
                   MOVE WS-TRANS-SERIAL TO RJL-SERIAL-ARG
                   MOVE WS-TRANS-DEPT TO RJL-DEPT-ARG
                   MOVE WS-SERIAL-FRESH TO RJL-FRESH-ARG
           END-EVALUATE
           IF WS-DECK-DATE > 0
               MOVE WS-DECK-DATE TO RJL-DECK-DATE-ARG
           ELSE
               MOVE WS-TODAY TO RJL-DECK-DATE-ARG
           END-IF
           MOVE WS-REJECT-REASON TO RJL-REASON-ARG
           MOVE TRANS-RECORD TO RJL-IMAGE-ARG
           MOVE REG-CALLER-ARG TO RJL-CALLER-ARG
           CALL "CalcRejLdg" USING REJLEDGER-AREA
           IF RJL-STATUS-ARG NOT = "OK"
               PERFORM WARN-LEDGER-FAILURE
           END-IF.

       CLEAR-LEDGER-REJECT.
           MOVE "PST" TO RJL-FUNCTION
           IF WS-DECK-DATE > 0
               MOVE WS-DECK-DATE TO RJL-DECK-DATE-ARG
           ELSE
               MOVE WS-TODAY TO RJL-DECK-DATE-ARG
           END-IF
           MOVE TRANS-RECORD TO RJL-IMAGE-ARG
           MOVE REG-CALLER-ARG TO RJL-CALLER-ARG
           CALL "CalcRejLdg" USING REJLEDGER-AREA
           EVALUATE RJL-STATUS-ARG
               WHEN "OK"
                   MOVE SPACES TO REPORT-LINE
                   STRING "Outstanding reject " RJL-SERIAL-ARG
                       " dept " RJL-DEPT-ARG " of deck "
                       RJL-DECK-DATE-ARG " cleared on the reject "
                       "ledger"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN "NFND"
                   CONTINUE
               WHEN OTHER
                   PERFORM WARN-LEDGER-FAILURE
           END-EVALUATE.

       WARN-LEDGER-FAILURE.
           IF WS-LEDGER-WARNED = "N"
               MOVE "Y" TO WS-LEDGER-WARNED
               MOVE "*** Warning: reject ledger CALCRLG could not be "
                   & "updated - reconcile it from CALCREJ ***"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       PROCESS-TRANSACTION.
           EVALUATE CHOICE
               WHEN 1
           MOVE CURRENCY-CODE TO AUD-CURRENCY-CODE
           MOVE WS-TRANS-SERIAL TO AUD-SERIAL
           MOVE WS-TRANS-DEPT TO AUD-DEPT
           IF WS-DECK-DATE > 0
               MOVE WS-DECK-DATE TO AUD-DECK-DATE
           ELSE
               MOVE WS-TODAY TO AUD-DECK-DATE
           END-IF
           MOVE WS-SERIAL-SRC TO AUD-SERIAL-SRC
           MOVE "N" TO WS-HOLD-NEEDED
           IF WS-CALC-STATUS = "OK"
               PERFORM CONVERT-TO-BASE
               IF WS-APPR-IX = 0
                   PERFORM CHECK-HOLD-LIMIT
               END-IF
           ELSE
               MOVE ZEROS TO AUD-BASE-RESULT
               MOVE SPACES TO AUD-RATE-STATUS
           END-IF
           IF WS-HOLD-NEEDED = "Y"
               PERFORM HOLD-TRANSACTION
           ELSE
               WRITE AUDIT-RECORD
               IF WS-AUDIT-STATUS NOT = "00"
                   MOVE "*** Warning: audit record not written ***"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               ELSE
                   PERFORM RECORD-POSTED-SERIAL
                   IF WS-CALC-STATUS = "OK"
                       ADD 1 TO WS-POSTED-COUNT
                       ADD AUD-RESULT TO WS-POSTED-SUM
                       IF WS-SERIAL-FRESH = "N"
                           MOVE SPACES TO REJLEDGER-AREA
                           MOVE "DTL" TO RJL-KIND-ARG
                           MOVE WS-TRANS-SERIAL TO RJL-SERIAL-ARG
                           MOVE WS-TRANS-DEPT TO RJL-DEPT-ARG
                           PERFORM CLEAR-LEDGER-REJECT
                       END-IF
                   ELSE
                       ADD 1 TO WS-FAILED-COUNT
                   END-IF
                   IF WS-APPR-IX > 0
                       PERFORM MARK-HOLD-POSTED
                   END-IF
               END-IF
           END-IF.

       CHECK-HOLD-LIMIT.
           MOVE 0 TO WS-LIMIT-IX
           PERFORM VARYING WS-LIMIT-SUB FROM 1 BY 1
                   UNTIL WS-LIMIT-SUB > WS-LIMIT-COUNT
               IF WS-LMT-CCY(WS-LIMIT-SUB) = CURRENCY-CODE
                   IF WS-LMT-DEPT(WS-LIMIT-SUB) = WS-TRANS-DEPT
                       MOVE WS-LIMIT-SUB TO WS-LIMIT-IX
                   ELSE
                       IF WS-LMT-DEPT(WS-LIMIT-SUB) = "***"
                           AND WS-LIMIT-IX = 0
                           MOVE WS-LIMIT-SUB TO WS-LIMIT-IX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-LIMIT-IX > 0
               MOVE WS-LMT-AMOUNT(WS-LIMIT-IX) TO WS-LIMIT-AMOUNT
               IF AUD-RATE-STATUS = "OK" OR AUD-RATE-STATUS = "TRI "
                   IF AUD-BASE-RESULT < 0
                       COMPUTE WS-BASE-ABS = 0 - AUD-BASE-RESULT
                   ELSE
                       MOVE AUD-BASE-RESULT TO WS-BASE-ABS
                   END-IF
                   IF WS-BASE-ABS > WS-LIMIT-AMOUNT
                       MOVE "Y" TO WS-HOLD-NEEDED
                   END-IF
               ELSE
                   MOVE "Y" TO WS-HOLD-NEEDED
               END-IF
           END-IF.

       HOLD-TRANSACTION.
           MOVE "HELD" TO WS-CALC-STATUS
           MOVE WS-LIMIT-AMOUNT TO WS-LIMIT-DISPLAY
           IF WS-HOLD-OPEN = "N"
               MOVE "HUNV" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-RECORD
               MOVE SPACES TO REPORT-LINE
               STRING "Transaction rejected: txn " WS-TRANS-SERIAL
                   " is over the authorisation limit and the hold "
                   "file CALCHLD is unavailable."
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE SPACES TO HOLD-RECORD
               IF WS-DECK-DATE > 0
                   MOVE WS-DECK-DATE TO HLD-DECK-DATE
               ELSE
                   MOVE AUD-TIMESTAMP(1:8) TO HLD-DECK-DATE
               END-IF
               MOVE WS-TRANS-SERIAL TO HLD-SERIAL
               MOVE WS-TRANS-DEPT TO HLD-DEPT
               MOVE "H" TO HLD-STATUS
               MOVE TRANS-RECORD TO HLD-CARD-IMAGE
               MOVE NUM1 TO HLD-NUM1
               MOVE NUM2 TO HLD-NUM2
               MOVE CURRENCY-CODE TO HLD-CURRENCY-CODE
               MOVE SPACE TO HLD-CARD-OVERRIDE
               MOVE RESULT TO HLD-RESULT
               MOVE AUD-BASE-RESULT TO HLD-BASE-RESULT
               MOVE WS-BASE-CCY TO HLD-BASE-CCY
               MOVE AUD-RATE-STATUS TO HLD-RATE-STATUS
               MOVE WS-LIMIT-AMOUNT TO HLD-LIMIT
               MOVE WS-RUN-ID TO HLD-RUN-ID
               MOVE AUD-TIMESTAMP TO HLD-HELD-TS
               WRITE HOLD-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               MOVE SPACES TO REPORT-LINE
               EVALUATE WS-HOLD-STATUS
                   WHEN "00"
                       ADD 1 TO WS-HELD-COUNT
                       STRING "*** Held for authorisation: txn "
                           WS-TRANS-SERIAL " dept " WS-TRANS-DEPT
                           " over the " CURRENCY-CODE " limit of "
                           WS-LIMIT-DISPLAY " " WS-BASE-CCY " ***"
                           DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                   WHEN "22"
                       ADD 1 TO WS-HELD-COUNT
                       STRING "*** txn " WS-TRANS-SERIAL " dept "
                           WS-TRANS-DEPT " is already on the hold "
                           "file for this deck - not posted ***"
                           DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                   WHEN OTHER
                       MOVE "HUNV" TO WS-REJECT-REASON
                       PERFORM WRITE-REJECT-RECORD
                       STRING "Transaction rejected: txn "
                           WS-TRANS-SERIAL " is over the "
                           "authorisation limit and could not be "
                           "held (status " WS-HOLD-STATUS ")."
                           DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
               END-EVALUATE
           END-IF.

       MARK-HOLD-POSTED.
           MOVE WS-APR-KEY(WS-APPR-IX) TO HLD-KEY
           READ HOLD-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-HOLD-STATUS = "00"
               MOVE "P" TO HLD-STATUS
               MOVE AUD-TIMESTAMP TO HLD-POSTED-TS
               REWRITE HOLD-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF
           MOVE SPACES TO REPORT-LINE
           IF WS-HOLD-STATUS = "00"
               STRING "Released hold for txn " WS-TRANS-SERIAL
                   " dept " WS-TRANS-DEPT " posted (held deck "
                   WS-APR-KEY(WS-APPR-IX)(1:8) ")"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "*** Warning: released hold for txn "
                   WS-TRANS-SERIAL " posted but CALCHLD not "
                   "updated (status " WS-HOLD-STATUS ") ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

       LOAD-LIMIT-TABLE.
           OPEN INPUT LIMIT-FILE
           IF WS-LIMIT-STATUS = "35"
               MOVE "No authorisation limits on file (CALCLIM) - "
                   & "nothing will be held." TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               IF WS-LIMIT-STATUS NOT = "00"
                   MOVE SPACES TO REPORT-LINE
                   STRING "*** Warning: authorisation limit file "
                       "could not be read (status " WS-LIMIT-STATUS
                       ") - nothing will be held ***"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               ELSE
                   PERFORM READ-LIMIT-FILE
                   PERFORM UNTIL END-OF-LIMITS
                       PERFORM STORE-LIMIT-ENTRY
                       PERFORM READ-LIMIT-FILE
                   END-PERFORM
                   CLOSE LIMIT-FILE
               END-IF
           END-IF.

       READ-LIMIT-FILE.
           READ LIMIT-FILE
               AT END
                   MOVE "Y" TO WS-LIM-EOF-FLAG
               NOT AT END
                   IF WS-LIMIT-STATUS NOT = "00"
                       MOVE "Y" TO WS-LIM-EOF-FLAG
                   END-IF
           END-READ.

       STORE-LIMIT-ENTRY.
           IF LIM-AMOUNT IS NOT NUMERIC
               OR LIM-DEPT = SPACES OR LIM-CURRENCY = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING "*** Warning: authorisation limit card "
                   "ignored: " LIMIT-RECORD " ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               IF WS-LIMIT-COUNT < WS-LIMIT-MAX
                   ADD 1 TO WS-LIMIT-COUNT
                   MOVE LIM-DEPT TO WS-LMT-DEPT(WS-LIMIT-COUNT)
                   MOVE LIM-CURRENCY TO WS-LMT-CCY(WS-LIMIT-COUNT)
                   MOVE LIM-AMOUNT TO WS-LMT-AMOUNT(WS-LIMIT-COUNT)
               ELSE
                   MOVE "*** Warning: authorisation limit table "
                       & "full - later limits ignored ***"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.

       LOAD-APPROVED-HOLDS.
           OPEN I-O HOLD-FILE
           IF WS-HOLD-STATUS = "35"
               OPEN OUTPUT HOLD-FILE
               IF WS-HOLD-STATUS = "00"
                   CLOSE HOLD-FILE
                   OPEN I-O HOLD-FILE
               END-IF
           END-IF
           IF WS-HOLD-STATUS NOT = "00"
               MOVE SPACES TO REPORT-LINE
               STRING "*** Warning: hold file CALCHLD could not be "
                   "opened (status " WS-HOLD-STATUS ") - over-limit "
                   "and released cards will be rejected ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE "Y" TO WS-HOLD-OPEN
               MOVE LOW-VALUES TO HLD-KEY
               START HOLD-FILE KEY NOT < HLD-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-HLD-EOF-FLAG
               END-START
               PERFORM READ-NEXT-HOLD
               PERFORM UNTIL END-OF-HOLDS
                   IF HLD-APPROVED
                       PERFORM STORE-APPROVED-HOLD
                   END-IF
                   PERFORM READ-NEXT-HOLD
               END-PERFORM
           END-IF.

       READ-NEXT-HOLD.
           IF NOT END-OF-HOLDS
               READ HOLD-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-HLD-EOF-FLAG
                   NOT AT END
                       IF WS-HOLD-STATUS NOT = "00"
                           MOVE "Y" TO WS-HLD-EOF-FLAG
                       END-IF
               END-READ
           END-IF.

       STORE-APPROVED-HOLD.
           IF WS-APPR-COUNT < WS-APPR-MAX
               ADD 1 TO WS-APPR-COUNT
               MOVE HLD-KEY TO WS-APR-KEY(WS-APPR-COUNT)
               MOVE HLD-CARD-IMAGE(1:24)
                   TO WS-APR-DETAIL(WS-APPR-COUNT)
               MOVE HLD-SERIAL TO WS-APR-SERIAL(WS-APPR-COUNT)
               MOVE HLD-DEPT TO WS-APR-DEPT(WS-APPR-COUNT)
               MOVE "N" TO WS-APR-USED(WS-APPR-COUNT)
           ELSE
               MOVE "*** Warning: approved-hold table full - "
                   & "later releases will be rejected ***"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           CLOSE TRANS-FILE
           CLOSE REPORT-FILE
           CLOSE REJECT-FILE
           CLOSE AUDIT-FILE
           IF WS-MASTER-OPEN = "Y"
               CLOSE MASTER-FILE
           END-IF
           IF WS-HOLD-OPEN = "Y"
               CLOSE HOLD-FILE
           END-IF.
