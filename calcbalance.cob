       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcBalance.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO "CALCHIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "CALCAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT REJECT-FILE ASSIGN TO "CALCREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
           SELECT GL-FILE ASSIGN TO "CALCGLI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CALCBSH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       COPY RUNHIST.

       FD  AUDIT-FILE.
       COPY AUDITREC.

       FD  REJECT-FILE.
       COPY REJREC.

       FD  GL-FILE.
       01  GL-LINE                 PIC X(52).
       01  GL-DTL-LINE.
           05  GL-DTL-ID           PIC X(4).
           05  GL-DTL-DATE         PIC X(10).
           05  FILLER              PIC X.
           05  GL-DTL-ACCOUNT      PIC X(4).
           05  FILLER              PIC X.
           05  GL-DTL-SIGN         PIC X.
           05  GL-DTL-UNITS        PIC 9(7).
           05  FILLER              PIC X.
           05  GL-DTL-CENTS        PIC 9(2).
           05  FILLER              PIC X(21).
       01  GL-TRL-LINE.
           05  GL-TRL-ID           PIC X(4).
           05  GL-TRL-COUNT        PIC 9(7).
           05  FILLER              PIC X.
           05  GL-TRL-SIGN         PIC X.
           05  GL-TRL-UNITS        PIC 9(11).
           05  FILLER              PIC X.
           05  GL-TRL-CENTS        PIC 9(2).
           05  FILLER              PIC X(25).

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-HISTORY-STATUS       PIC XX VALUE SPACES.
       77  WS-AUDIT-STATUS         PIC XX VALUE SPACES.
       77  WS-REJECT-STATUS        PIC XX VALUE SPACES.
       77  WS-GL-STATUS            PIC XX VALUE SPACES.
       77  WS-REPORT-STATUS        PIC XX VALUE SPACES.
       77  WS-HIS-EOF-FLAG         PIC X VALUE "N".
           88  END-OF-HISTORY              VALUE "Y".
       77  WS-AUD-EOF-FLAG         PIC X VALUE "N".
           88  END-OF-AUDIT                VALUE "Y".
       77  WS-REJ-EOF-FLAG         PIC X VALUE "N".
           88  END-OF-REJECTS              VALUE "Y".
       77  WS-GL-EOF-FLAG          PIC X VALUE "N".
           88  END-OF-GL                   VALUE "Y".
       77  WS-ASK-DATE             PIC X(8) VALUE SPACES.
       77  WS-HIS-DATE             PIC X(8) VALUE SPACES.
       77  WS-RUN-FOUND            PIC X VALUE "N".
       77  WS-RUN-ID               PIC X(6) VALUE SPACES.
       77  WS-RUN-DECK-DATE        PIC X(8) VALUE SPACES.
       77  WS-RUN-START-TS         PIC X(21) VALUE SPACES.
       77  WS-RUN-END-TS           PIC X(21) VALUE SPACES.
       77  WS-RUN-RC               PIC X(2) VALUE SPACES.
       77  WS-RUN-DECK-ERROR       PIC X VALUE SPACE.
       77  WS-RUN-TRANS            PIC 9(7) VALUE ZERO.
       77  WS-RUN-REJECTS          PIC 9(7) VALUE ZERO.
       77  WS-RUN-POSTED           PIC 9(7) VALUE ZERO.
       77  WS-RUN-POSTED-SUM       PIC S9(11)V99
                                    SIGN IS TRAILING SEPARATE
                                    VALUE ZERO.
       77  WS-RUN-FAILED           PIC 9(7) VALUE ZERO.
       77  WS-RUN-HELD             PIC 9(7) VALUE ZERO.
       77  WS-RUN-REGISTERS        PIC 9(7) VALUE ZERO.
       77  WS-RUN-SKIPPED          PIC 9(7) VALUE ZERO.
       77  WS-AUD-POSTED           PIC 9(7) VALUE ZERO.
       77  WS-AUD-POSTED-SUM       PIC S9(11)V99
                                    SIGN IS TRAILING SEPARATE
                                    VALUE ZERO.
       77  WS-AUD-REVERSALS        PIC 9(7) VALUE ZERO.
       77  WS-AUD-FAILED           PIC 9(7) VALUE ZERO.
       77  WS-AUD-DAY-COUNT        PIC 9(7) VALUE ZERO.
       77  WS-AUD-DAY-SUM          PIC S9(11)V99
                                    SIGN IS TRAILING SEPARATE
                                    VALUE ZERO.
       77  WS-REJ-COUNT            PIC 9(7) VALUE ZERO.
       77  WS-REJ-FAILED           PIC 9(7) VALUE ZERO.
       77  WS-GL-DTL-COUNT         PIC 9(7) VALUE ZERO.
       77  WS-GL-DTL-SUM           PIC S9(11)V99
                                    SIGN IS TRAILING SEPARATE
                                    VALUE ZERO.
       77  WS-GL-TRL-SEEN          PIC X VALUE "N".
       77  WS-GL-TRL-COUNT         PIC 9(7) VALUE ZERO.
       77  WS-GL-TRL-SUM           PIC S9(11)V99
                                    SIGN IS TRAILING SEPARATE
                                    VALUE ZERO.
       77  WS-GL-BAD-COUNT         PIC 9(7) VALUE ZERO.
       77  WS-GL-AMOUNT            PIC S9(11)V99
                                    SIGN IS TRAILING SEPARATE
                                    VALUE ZERO.
       77  WS-POST-DATE            PIC X(8) VALUE SPACES.
       77  WS-ACCOUNTED            PIC 9(9) VALUE ZERO.
       77  WS-BREAK-COUNT          PIC 9(3) VALUE ZERO.
       77  WS-CHK-LABEL            PIC X(38) VALUE SPACES.
       77  WS-CHK-AMOUNT           PIC X VALUE "N".
       77  WS-CHK-EXPECTED         PIC S9(11)V99 VALUE ZERO.
       77  WS-CHK-ACTUAL           PIC S9(11)V99 VALUE ZERO.
       77  WS-CHK-DIFF             PIC S9(11)V99 VALUE ZERO.
       77  WS-CHK-RESULT           PIC X(9) VALUE SPACES.
       77  WS-EXP-DISPLAY          PIC X(15) VALUE SPACES.
       77  WS-ACT-DISPLAY          PIC X(15) VALUE SPACES.
       77  WS-DIFF-DISPLAY         PIC X(15) VALUE SPACES.
       77  WS-AMT-EDIT             PIC -(11)9.99.
       77  WS-CNT-EDIT             PIC -(14)9.
       77  WS-DISP-COUNT           PIC Z(8)9.

       LINKAGE SECTION.
       01  LS-PARM.
           05  LS-PARM-LEN          PIC S9(4) COMP.
           05  LS-PARM-TEXT         PIC X(8).

       PROCEDURE DIVISION USING LS-PARM.
       MAIN-LOGIC.
           DISPLAY "Calculator batch control balancing"
           EVALUATE TRUE
               WHEN LS-PARM-LEN = 0
                   CONTINUE
               WHEN LS-PARM-LEN = 8
                   AND LS-PARM-TEXT(1:8) IS NUMERIC
                   MOVE LS-PARM-TEXT(1:8) TO WS-ASK-DATE
               WHEN OTHER
                   DISPLAY "*** PARM must be omitted (tonight's run) "
                       "or a YYYYMMDD deck date - nothing balanced "
                       "***"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           IF RETURN-CODE = 0
               PERFORM FIND-RUN-HISTORY
           END-IF
           IF RETURN-CODE = 0
               PERFORM OPEN-FILES
           END-IF
           IF RETURN-CODE = 0
               PERFORM COUNT-REJECTS
               PERFORM READ-GL-INTERFACE
               PERFORM READ-AUDIT-LOG
               PERFORM PRINT-BALANCING-SHEET
               IF WS-BREAK-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM CLOSE-FILES
           STOP RUN.

       FIND-RUN-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "*** CALCHIS could not be opened (status "
                   WS-HISTORY-STATUS ") - nothing balanced ***"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM READ-HISTORY-FILE
               PERFORM UNTIL END-OF-HISTORY
                   PERFORM EXAMINE-HISTORY-RECORD
                   PERFORM READ-HISTORY-FILE
               END-PERFORM
               CLOSE HISTORY-FILE
               IF WS-RUN-FOUND = "N"
                   IF WS-ASK-DATE = SPACES
                       DISPLAY "*** CALCHIS holds no CalcBatch run - "
                           "nothing balanced ***"
                   ELSE
                       DISPLAY "*** No CalcBatch run for deck date "
                           WS-ASK-DATE " on CALCHIS - nothing "
                           "balanced ***"
                   END-IF
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-RUN-FOUND = "O"
                       DISPLAY "*** The CALCHIS record for deck date "
                           WS-RUN-DECK-DATE " predates the balancing "
                           "counts - balance it by hand ***"
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       READ-HISTORY-FILE.
           READ HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-HIS-EOF-FLAG
               NOT AT END
                   IF WS-HISTORY-STATUS NOT = "00"
                       MOVE "Y" TO WS-HIS-EOF-FLAG
                   END-IF
           END-READ.

       EXAMINE-HISTORY-RECORD.
           IF HIS-DECK-DATE IS NUMERIC AND HIS-DECK-DATE > 0
               MOVE HIS-DECK-DATE TO WS-HIS-DATE
           ELSE
               MOVE HIS-START-TS(1:8) TO WS-HIS-DATE
           END-IF
           IF WS-ASK-DATE = SPACES OR WS-HIS-DATE = WS-ASK-DATE
               MOVE WS-HIS-DATE TO WS-RUN-DECK-DATE
               MOVE HIS-RUN-ID TO WS-RUN-ID
               MOVE HIS-START-TS TO WS-RUN-START-TS
               MOVE HIS-END-TS TO WS-RUN-END-TS
               MOVE HIS-RETURN-CODE TO WS-RUN-RC
               MOVE HIS-DECK-ERROR TO WS-RUN-DECK-ERROR
               IF HIS-TRANS-COUNT IS NUMERIC
                   AND HIS-REJECT-COUNT IS NUMERIC
                   AND HIS-POSTED-COUNT IS NUMERIC
                   AND HIS-POSTED-SUM IS NUMERIC
                   AND HIS-FAILED-COUNT IS NUMERIC
                   AND HIS-HELD-COUNT IS NUMERIC
                   AND HIS-REGISTER-COUNT IS NUMERIC
                   AND HIS-SKIPPED-COUNT IS NUMERIC
                   MOVE "Y" TO WS-RUN-FOUND
                   MOVE HIS-TRANS-COUNT TO WS-RUN-TRANS
                   MOVE HIS-REJECT-COUNT TO WS-RUN-REJECTS
                   MOVE HIS-POSTED-COUNT TO WS-RUN-POSTED
                   MOVE HIS-POSTED-SUM TO WS-RUN-POSTED-SUM
                   MOVE HIS-FAILED-COUNT TO WS-RUN-FAILED
                   MOVE HIS-HELD-COUNT TO WS-RUN-HELD
                   MOVE HIS-REGISTER-COUNT TO WS-RUN-REGISTERS
                   MOVE HIS-SKIPPED-COUNT TO WS-RUN-SKIPPED
               ELSE
                   MOVE "O" TO WS-RUN-FOUND
               END-IF
           END-IF.

       OPEN-FILES.
           OPEN INPUT AUDIT-FILE
           OPEN INPUT REJECT-FILE
           OPEN INPUT GL-FILE
           OPEN OUTPUT REPORT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               OR WS-REJECT-STATUS NOT = "00"
               OR WS-GL-STATUS NOT = "00"
               OR WS-REPORT-STATUS NOT = "00"
               DISPLAY "*** File open failure (CALCAUD "
                   WS-AUDIT-STATUS ", CALCREJ " WS-REJECT-STATUS
                   ", CALCGLI " WS-GL-STATUS ", CALCBSH "
                   WS-REPORT-STATUS ") - nothing balanced ***"
               MOVE 8 TO RETURN-CODE
           END-IF.

       COUNT-REJECTS.
           PERFORM READ-REJECT-FILE
           PERFORM UNTIL END-OF-REJECTS
               ADD 1 TO WS-REJ-COUNT
               IF REJ-REASON-CODE = "DIV0" OR REJ-REASON-CODE = "OVFL"
                   ADD 1 TO WS-REJ-FAILED
               END-IF
               PERFORM READ-REJECT-FILE
           END-PERFORM.

       READ-REJECT-FILE.
           READ REJECT-FILE
               AT END
                   MOVE "Y" TO WS-REJ-EOF-FLAG
               NOT AT END
                   IF WS-REJECT-STATUS NOT = "00"
                       MOVE "Y" TO WS-REJ-EOF-FLAG
                   END-IF
           END-READ.

       READ-GL-INTERFACE.
           PERFORM READ-GL-FILE
           PERFORM UNTIL END-OF-GL
               EVALUATE GL-DTL-ID
                   WHEN "DTL|"
                       PERFORM TALLY-GL-DETAIL
                   WHEN "TRL|"
                       PERFORM TALLY-GL-TRAILER
                   WHEN OTHER
                       ADD 1 TO WS-GL-BAD-COUNT
               END-EVALUATE
               PERFORM READ-GL-FILE
           END-PERFORM
           IF WS-POST-DATE = SPACES
               MOVE WS-RUN-END-TS(1:8) TO WS-POST-DATE
           END-IF.

       READ-GL-FILE.
           READ GL-FILE
               AT END
                   MOVE "Y" TO WS-GL-EOF-FLAG
               NOT AT END
                   IF WS-GL-STATUS NOT = "00"
                       MOVE "Y" TO WS-GL-EOF-FLAG
                   END-IF
           END-READ.

       TALLY-GL-DETAIL.
           IF GL-DTL-UNITS IS NUMERIC
               AND GL-DTL-CENTS IS NUMERIC
               AND (GL-DTL-SIGN = "+" OR GL-DTL-SIGN = "-")
               ADD 1 TO WS-GL-DTL-COUNT
               COMPUTE WS-GL-AMOUNT =
                   GL-DTL-UNITS + GL-DTL-CENTS / 100
               IF GL-DTL-SIGN = "-"
                   SUBTRACT WS-GL-AMOUNT FROM WS-GL-DTL-SUM
               ELSE
                   ADD WS-GL-AMOUNT TO WS-GL-DTL-SUM
               END-IF
               IF WS-POST-DATE = SPACES
                   STRING GL-DTL-DATE(1:4) GL-DTL-DATE(6:2)
                       GL-DTL-DATE(9:2)
                       DELIMITED BY SIZE INTO WS-POST-DATE
               END-IF
           ELSE
               ADD 1 TO WS-GL-BAD-COUNT
           END-IF.

       TALLY-GL-TRAILER.
           IF GL-TRL-COUNT IS NUMERIC
               AND GL-TRL-UNITS IS NUMERIC
               AND GL-TRL-CENTS IS NUMERIC
               AND (GL-TRL-SIGN = "+" OR GL-TRL-SIGN = "-")
               MOVE "Y" TO WS-GL-TRL-SEEN
               MOVE GL-TRL-COUNT TO WS-GL-TRL-COUNT
               COMPUTE WS-GL-TRL-SUM =
                   GL-TRL-UNITS + GL-TRL-CENTS / 100
               IF GL-TRL-SIGN = "-"
                   COMPUTE WS-GL-TRL-SUM = 0 - WS-GL-TRL-SUM
               END-IF
           ELSE
               ADD 1 TO WS-GL-BAD-COUNT
           END-IF.

       READ-AUDIT-LOG.
           PERFORM READ-AUDIT-FILE
           PERFORM UNTIL END-OF-AUDIT
               PERFORM TALLY-AUDIT-RECORD
               PERFORM READ-AUDIT-FILE
           END-PERFORM.

       READ-AUDIT-FILE.
           READ AUDIT-FILE
               AT END
                   MOVE "Y" TO WS-AUD-EOF-FLAG
               NOT AT END
                   IF WS-AUDIT-STATUS NOT = "00"
                       MOVE "Y" TO WS-AUD-EOF-FLAG
                   END-IF
           END-READ.

       TALLY-AUDIT-RECORD.
           IF AUD-TIMESTAMP(1:16) NOT < WS-RUN-START-TS(1:16)
               AND AUD-TIMESTAMP(1:16) NOT > WS-RUN-END-TS(1:16)
               EVALUATE AUD-STATUS
                   WHEN "OK"
                   WHEN "REV "
                       ADD 1 TO WS-AUD-POSTED
                       IF AUD-RESULT IS NUMERIC
                           ADD AUD-RESULT TO WS-AUD-POSTED-SUM
                       END-IF
                       IF AUD-STATUS = "REV "
                           ADD 1 TO WS-AUD-REVERSALS
                       END-IF
                   WHEN "DIV0"
                   WHEN "OVFL"
                       ADD 1 TO WS-AUD-FAILED
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF (AUD-STATUS = "OK" OR AUD-STATUS = "REV ")
               AND AUD-RESULT IS NUMERIC
               AND AUD-CHOICE >= 1 AND AUD-CHOICE <= 7
               AND AUD-TIMESTAMP(1:8) = WS-POST-DATE
               ADD 1 TO WS-AUD-DAY-COUNT
               ADD AUD-RESULT TO WS-AUD-DAY-SUM
           END-IF.

       PRINT-BALANCING-SHEET.
           MOVE SPACES TO REPORT-LINE
           STRING "Batch control balancing for deck date "
               WS-RUN-DECK-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "CalcBatch run " WS-RUN-ID " started "
               WS-RUN-START-TS(1:8) " " WS-RUN-START-TS(9:6)
               " ended " WS-RUN-END-TS(1:8) " " WS-RUN-END-TS(9:6)
               " RC " WS-RUN-RC " deck error " WS-RUN-DECK-ERROR
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "GL interface posting date " WS-POST-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM EMIT-LINE
           PERFORM PRINT-CARD-DISPOSAL
           MOVE SPACES TO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE "Control check                                "
               & "Expected           Actual       Difference"
               TO REPORT-LINE
           PERFORM EMIT-LINE
           PERFORM CHECK-CARDS-ACCOUNTED
           PERFORM CHECK-AUDIT-TO-HISTORY
           PERFORM CHECK-REJECTS
           PERFORM CHECK-GL-TRAILER
           PERFORM CHECK-GL-TO-AUDIT
           MOVE SPACES TO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-BREAK-COUNT = 0
               STRING "Batch balances: CALCHIS, CALCAUD, CALCREJ and "
                   "CALCGLI agree."
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "*** OUT OF BALANCE: " WS-BREAK-COUNT
                   " control check(s) broken - do NOT release "
                   "CALCGLI to finance ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           PERFORM EMIT-LINE.

       PRINT-CARD-DISPOSAL.
           COMPUTE WS-ACCOUNTED = WS-AUD-POSTED + WS-REJ-COUNT
               + WS-RUN-HELD + WS-RUN-REGISTERS + WS-RUN-SKIPPED
           MOVE "Disposal of cards read                     Count"
               TO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE WS-RUN-TRANS TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  Cards read (CALCHIS)               "
               WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE WS-AUD-POSTED TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  Posted OK/REV (CALCAUD)            "
               WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE WS-REJ-COUNT TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  Rejected (CALCREJ)                 "
               WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE WS-RUN-HELD TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  Held for authorisation (CALCHIS)   "
               WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE WS-RUN-REGISTERS TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  STO/CLR register cards (CALCHIS)   "
               WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE WS-RUN-SKIPPED TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  Skipped on restart (CALCHIS)       "
               WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE WS-ACCOUNTED TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  Accounted for                      "
               WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM EMIT-LINE
           IF WS-AUD-REVERSALS > 0
               MOVE WS-AUD-REVERSALS TO WS-DISP-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  (posted includes REV reversals     "
                   WS-DISP-COUNT ")"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM EMIT-LINE
           END-IF.

       CHECK-CARDS-ACCOUNTED.
           MOVE "Cards read = cards accounted for" TO WS-CHK-LABEL
           MOVE "N" TO WS-CHK-AMOUNT
           MOVE WS-RUN-TRANS TO WS-CHK-EXPECTED
           MOVE WS-ACCOUNTED TO WS-CHK-ACTUAL
           PERFORM CHECK-CONTROL.

       CHECK-AUDIT-TO-HISTORY.
           MOVE "CALCAUD postings = CALCHIS" TO WS-CHK-LABEL
           MOVE "N" TO WS-CHK-AMOUNT
           MOVE WS-RUN-POSTED TO WS-CHK-EXPECTED
           MOVE WS-AUD-POSTED TO WS-CHK-ACTUAL
           PERFORM CHECK-CONTROL
           MOVE "CALCAUD posted amount = CALCHIS" TO WS-CHK-LABEL
           MOVE "Y" TO WS-CHK-AMOUNT
           MOVE WS-RUN-POSTED-SUM TO WS-CHK-EXPECTED
           MOVE WS-AUD-POSTED-SUM TO WS-CHK-ACTUAL
           PERFORM CHECK-CONTROL
           MOVE "CALCAUD DIV0/OVFL = CALCHIS" TO WS-CHK-LABEL
           MOVE "N" TO WS-CHK-AMOUNT
           MOVE WS-RUN-FAILED TO WS-CHK-EXPECTED
           MOVE WS-AUD-FAILED TO WS-CHK-ACTUAL
           PERFORM CHECK-CONTROL.

       CHECK-REJECTS.
           MOVE "CALCREJ records = CALCHIS rejects" TO WS-CHK-LABEL
           MOVE "N" TO WS-CHK-AMOUNT
           MOVE WS-RUN-REJECTS TO WS-CHK-EXPECTED
           MOVE WS-REJ-COUNT TO WS-CHK-ACTUAL
           PERFORM CHECK-CONTROL
           MOVE "CALCREJ DIV0/OVFL = CALCAUD" TO WS-CHK-LABEL
           MOVE "N" TO WS-CHK-AMOUNT
           MOVE WS-AUD-FAILED TO WS-CHK-EXPECTED
           MOVE WS-REJ-FAILED TO WS-CHK-ACTUAL
           PERFORM CHECK-CONTROL.

       CHECK-GL-TRAILER.
           IF WS-GL-TRL-SEEN = "N"
               ADD 1 TO WS-BREAK-COUNT
               MOVE "*** CALCGLI has no usable TRL record - the "
                   & "extract is incomplete *** BREAK"
                   TO REPORT-LINE
               PERFORM EMIT-LINE
           ELSE
               MOVE "CALCGLI TRL count = DTL lines" TO WS-CHK-LABEL
               MOVE "N" TO WS-CHK-AMOUNT
               MOVE WS-GL-TRL-COUNT TO WS-CHK-EXPECTED
               MOVE WS-GL-DTL-COUNT TO WS-CHK-ACTUAL
               PERFORM CHECK-CONTROL
               MOVE "CALCGLI TRL amount = DTL amounts"
                   TO WS-CHK-LABEL
               MOVE "Y" TO WS-CHK-AMOUNT
               MOVE WS-GL-TRL-SUM TO WS-CHK-EXPECTED
               MOVE WS-GL-DTL-SUM TO WS-CHK-ACTUAL
               PERFORM CHECK-CONTROL
           END-IF
           MOVE "CALCGLI unreadable lines" TO WS-CHK-LABEL
           MOVE "N" TO WS-CHK-AMOUNT
           MOVE ZERO TO WS-CHK-EXPECTED
           MOVE WS-GL-BAD-COUNT TO WS-CHK-ACTUAL
           PERFORM CHECK-CONTROL.

       CHECK-GL-TO-AUDIT.
           MOVE "CALCGLI DTL lines = CALCAUD OK/REV" TO WS-CHK-LABEL
           MOVE "N" TO WS-CHK-AMOUNT
           MOVE WS-AUD-DAY-COUNT TO WS-CHK-EXPECTED
           MOVE WS-GL-DTL-COUNT TO WS-CHK-ACTUAL
           PERFORM CHECK-CONTROL
           MOVE "CALCGLI amount = CALCAUD OK/REV" TO WS-CHK-LABEL
           MOVE "Y" TO WS-CHK-AMOUNT
           MOVE WS-AUD-DAY-SUM TO WS-CHK-EXPECTED
           MOVE WS-GL-DTL-SUM TO WS-CHK-ACTUAL
           PERFORM CHECK-CONTROL.

       CHECK-CONTROL.
           COMPUTE WS-CHK-DIFF = WS-CHK-ACTUAL - WS-CHK-EXPECTED
           IF WS-CHK-AMOUNT = "Y"
               MOVE WS-CHK-EXPECTED TO WS-AMT-EDIT
               MOVE WS-AMT-EDIT TO WS-EXP-DISPLAY
               MOVE WS-CHK-ACTUAL TO WS-AMT-EDIT
               MOVE WS-AMT-EDIT TO WS-ACT-DISPLAY
               MOVE WS-CHK-DIFF TO WS-AMT-EDIT
               MOVE WS-AMT-EDIT TO WS-DIFF-DISPLAY
           ELSE
               MOVE WS-CHK-EXPECTED TO WS-CNT-EDIT
               MOVE WS-CNT-EDIT TO WS-EXP-DISPLAY
               MOVE WS-CHK-ACTUAL TO WS-CNT-EDIT
               MOVE WS-CNT-EDIT TO WS-ACT-DISPLAY
               MOVE WS-CHK-DIFF TO WS-CNT-EDIT
               MOVE WS-CNT-EDIT TO WS-DIFF-DISPLAY
           END-IF
           IF WS-CHK-DIFF = 0
               MOVE "agrees" TO WS-CHK-RESULT
           ELSE
               MOVE "*** BREAK" TO WS-CHK-RESULT
               ADD 1 TO WS-BREAK-COUNT
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING WS-CHK-LABEL WS-EXP-DISPLAY "  " WS-ACT-DISPLAY
               "  " WS-DIFF-DISPLAY "  " WS-CHK-RESULT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM EMIT-LINE.

       CLOSE-FILES.
           IF WS-AUDIT-STATUS = "00" OR WS-AUDIT-STATUS = "10"
               CLOSE AUDIT-FILE
           END-IF
           IF WS-REJECT-STATUS = "00" OR WS-REJECT-STATUS = "10"
               CLOSE REJECT-FILE
           END-IF
           IF WS-GL-STATUS = "00" OR WS-GL-STATUS = "10"
               CLOSE GL-FILE
           END-IF
           IF WS-REPORT-STATUS = "00"
               CLOSE REPORT-FILE
           END-IF.

       EMIT-LINE.
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.
