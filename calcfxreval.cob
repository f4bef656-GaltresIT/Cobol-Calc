       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcFXReval.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "CALCAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT GL-FILE ASSIGN TO "CALCFXG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CALCFXR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       COPY AUDITREC.

       FD  GL-FILE.
       01  GL-LINE                 PIC X(52).

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-AUDIT-STATUS         PIC XX VALUE SPACES.
       77  WS-GL-STATUS            PIC XX VALUE SPACES.
       77  WS-REPORT-STATUS        PIC XX VALUE SPACES.
       77  WS-EOF-FLAG             PIC X VALUE "N".
           88  END-OF-AUDIT                VALUE "Y".
       77  WS-ASK-PERIOD           PIC X(6) VALUE SPACES.
       77  WS-BASE-CCY             PIC X(3) VALUE "USD".
       77  WS-TODAY                PIC X(8) VALUE SPACES.
       77  WS-NEXT-MONTH           PIC 9(8) VALUE ZERO.
       77  WS-MONTH-END            PIC 9(8) VALUE ZERO.
       77  WS-GL-DATE              PIC X(10) VALUE SPACES.
       77  WS-FX-ACCOUNT           PIC X(4) VALUE "7900".
       77  WS-FX-SERIAL            PIC X(6) VALUE "FXREVL".
       77  WS-GL-ACCOUNT           PIC X(4) VALUE SPACES.
       77  WS-REVALUED             PIC S9(9)V99 VALUE ZERO.
       77  WS-GAIN                 PIC S9(11)V99 VALUE ZERO.
       77  WS-UNREVAL-REASON       PIC X(26) VALUE SPACES.
       77  WS-SELECTED-COUNT       PIC 9(7) VALUE ZERO.
       77  WS-REVALUED-COUNT       PIC 9(7) VALUE ZERO.
       77  WS-BASE-COUNT           PIC 9(7) VALUE ZERO.
       77  WS-UNREVAL-COUNT        PIC 9(7) VALUE ZERO.
       77  WS-GL-COUNT             PIC 9(7) VALUE ZERO.
       77  WS-GL-SUM               PIC S9(11)V99
                                    SIGN IS TRAILING SEPARATE
                                    VALUE ZERO.
       77  WS-TOTAL-GAIN           PIC S9(11)V99 VALUE ZERO.
       77  WS-FX-COUNT             PIC 9(3) COMP VALUE ZERO.
       77  WS-FX-MAX               PIC 9(3) COMP VALUE 300.
       77  WS-FX-IX                PIC 9(3) COMP VALUE ZERO.
       77  WS-FX-SUB               PIC 9(3) COMP VALUE ZERO.
       77  WS-FX-OVERFLOW          PIC X VALUE "N".
       77  WS-FX-KEY               PIC X(10) VALUE SPACES.
       77  WS-BRK-KEY              PIC X(6) VALUE SPACES.
       77  WS-BRK-COUNT            PIC 9(7) VALUE ZERO.
       77  WS-BRK-FOREIGN          PIC S9(11)V99 VALUE ZERO.
       77  WS-BRK-BOOKED           PIC S9(11)V99 VALUE ZERO.
       77  WS-BRK-REVALUED         PIC S9(11)V99 VALUE ZERO.
       77  WS-GL-AMOUNT            PIC +9(7).99.
       77  WS-GL-TOTAL             PIC +9(11).99.
       77  WS-GL-VALUE             PIC S9(11)V99 VALUE ZERO.
       77  WS-GL-REMAIN            PIC S9(11)V99 VALUE ZERO.
       77  WS-GL-LINE-MAX          PIC 9(7)V99 VALUE 9999999.99.
       77  WS-GL-SPLIT-COUNT       PIC 9(7) VALUE ZERO.
       77  WS-AMT-EDIT-1           PIC -(11)9.99.
       77  WS-AMT-EDIT-2           PIC -(11)9.99.
       77  WS-AMT-EDIT-3           PIC -(11)9.99.
       77  WS-AMT-EDIT-4           PIC -(11)9.99.
       77  WS-CNT-EDIT             PIC Z(6)9.
       01  WS-FX-TABLE.
           05  WS-FX-ENTRY OCCURS 300 TIMES.
               10  WS-TBL-FX-KEY.
                   15  WS-TBL-CCY      PIC X(3).
                   15  WS-TBL-DEPT     PIC X(3).
                   15  WS-TBL-ACCOUNT  PIC X(4).
               10  WS-TBL-COUNT    PIC 9(7).
               10  WS-TBL-FOREIGN  PIC S9(11)V99.
               10  WS-TBL-BOOKED   PIC S9(11)V99.
               10  WS-TBL-REVALUED PIC S9(11)V99.
       COPY RATEPARM.

       LINKAGE SECTION.
       01  LS-PARM.
           05  LS-PARM-LEN          PIC S9(4) COMP.
           05  LS-PARM-TEXT         PIC X(10).

       PROCEDURE DIVISION USING LS-PARM.
       MAIN-LOGIC.
           DISPLAY "Month-end FX revaluation"
           EVALUATE TRUE
               WHEN LS-PARM-LEN = 6
                   AND LS-PARM-TEXT(1:6) IS NUMERIC
                   MOVE LS-PARM-TEXT(1:6) TO WS-ASK-PERIOD
               WHEN LS-PARM-LEN = 10
                   AND LS-PARM-TEXT(1:6) IS NUMERIC
                   AND LS-PARM-TEXT(7:1) = ","
                   AND LS-PARM-TEXT(8:3) NOT = SPACES
                   MOVE LS-PARM-TEXT(1:6) TO WS-ASK-PERIOD
                   MOVE LS-PARM-TEXT(8:3) TO WS-BASE-CCY
               WHEN OTHER
                   DISPLAY "*** PARM must be YYYYMM or YYYYMM,CCC "
                       "(base currency) - nothing revalued ***"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           IF RETURN-CODE = 0
               AND (WS-ASK-PERIOD(5:2) < "01"
               OR WS-ASK-PERIOD(5:2) > "12")
               DISPLAY "*** " WS-ASK-PERIOD " is not a YYYYMM "
                   "period - nothing revalued ***"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF RETURN-CODE = 0
               PERFORM FIND-MONTH-END
           END-IF
           IF RETURN-CODE = 0
               PERFORM OPEN-FILES
           END-IF
           IF RETURN-CODE = 0
               PERFORM READ-AUDIT-FILE
               PERFORM UNTIL END-OF-AUDIT
                   PERFORM EXAMINE-AUDIT-RECORD
                   PERFORM READ-AUDIT-FILE
               END-PERFORM
               PERFORM PRINT-REVALUATION
               IF WS-FX-OVERFLOW = "Y"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM WRITE-GL-ENTRIES
                   IF WS-UNREVAL-COUNT > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           PERFORM CLOSE-FILES
           STOP RUN.

       FIND-MONTH-END.
           IF WS-ASK-PERIOD(5:2) = "12"
               COMPUTE WS-NEXT-MONTH =
                   (FUNCTION NUMVAL(WS-ASK-PERIOD(1:4)) + 1) * 10000
                   + 101
           ELSE
               COMPUTE WS-NEXT-MONTH =
                   FUNCTION NUMVAL(WS-ASK-PERIOD) * 100 + 101
           END-IF
           COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH) - 1)
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           IF WS-TODAY < WS-MONTH-END
               DISPLAY "*** Period " WS-ASK-PERIOD " has not ended "
                   "(month-end " WS-MONTH-END ") - nothing "
                   "revalued ***"
               MOVE 8 TO RETURN-CODE
           END-IF
           STRING WS-MONTH-END(1:4) "-" WS-MONTH-END(5:2) "-"
               WS-MONTH-END(7:2) DELIMITED BY SIZE INTO WS-GL-DATE.

       OPEN-FILES.
           OPEN INPUT AUDIT-FILE
           OPEN OUTPUT GL-FILE
           OPEN OUTPUT REPORT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               OR WS-GL-STATUS NOT = "00"
               OR WS-REPORT-STATUS NOT = "00"
               DISPLAY "*** File open failure (CALCAUD "
                   WS-AUDIT-STATUS ", CALCFXG " WS-GL-STATUS
                   ", CALCFXR " WS-REPORT-STATUS ") - nothing "
                   "revalued ***"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "FX revaluation for period " WS-ASK-PERIOD
                   " at the rates in force on " WS-MONTH-END
                   " - base currency " WS-BASE-CCY
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM EMIT-LINE
               MOVE SPACES TO REPORT-LINE
               PERFORM EMIT-LINE
               MOVE "Unrevalued exposure (no month-end base amount):"
                   TO REPORT-LINE
               PERFORM EMIT-LINE
               MOVE "  Date     Serial Dept Ccy  Foreign amount "
                   & "Reason" TO REPORT-LINE
               PERFORM EMIT-LINE
           END-IF.

       READ-AUDIT-FILE.
           READ AUDIT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF WS-AUDIT-STATUS NOT = "00"
                       MOVE "Y" TO WS-EOF-FLAG
                   END-IF
           END-READ.

       EXAMINE-AUDIT-RECORD.
           IF AUD-TIMESTAMP(1:6) = WS-ASK-PERIOD
               AND (AUD-STATUS = "OK" OR AUD-STATUS = "REV ")
               AND AUD-RESULT IS NUMERIC
               ADD 1 TO WS-SELECTED-COUNT
               IF AUD-CURRENCY-CODE = WS-BASE-CCY
                   OR AUD-CURRENCY-CODE = SPACES
                   ADD 1 TO WS-BASE-COUNT
               ELSE
                   IF (AUD-RATE-STATUS = "OK"
                       OR AUD-RATE-STATUS = "TRI ")
                       AND AUD-BASE-RESULT IS NUMERIC
                       PERFORM REVALUE-AUDIT-RECORD
                   ELSE
                       EVALUATE AUD-RATE-STATUS
                           WHEN "NRAT"
                               MOVE "NRAT - no rate when booked"
                                   TO WS-UNREVAL-REASON
                           WHEN "OVFL"
                               MOVE "OVFL - overflow when booked"
                                   TO WS-UNREVAL-REASON
                           WHEN OTHER
                               MOVE "never converted to base"
                                   TO WS-UNREVAL-REASON
                       END-EVALUATE
                       PERFORM LIST-UNREVALUED
                   END-IF
               END-IF
           END-IF.

       REVALUE-AUDIT-RECORD.
           MOVE AUD-CURRENCY-CODE TO CONV-CURRENCY
           MOVE WS-BASE-CCY TO CONV-BASE-CURRENCY
           MOVE WS-MONTH-END TO CONV-DATE
           MOVE AUD-RESULT TO CONV-AMOUNT
           CALL "CalcRates" USING RATE-CONV-AREA
           IF CONV-STATUS = "OK" OR CONV-STATUS = "TRI "
               MOVE CONV-BASE-AMOUNT TO WS-REVALUED
               PERFORM MAP-GL-ACCOUNT
               MOVE AUD-CURRENCY-CODE TO WS-FX-KEY(1:3)
               MOVE AUD-DEPT TO WS-FX-KEY(4:3)
               MOVE WS-GL-ACCOUNT TO WS-FX-KEY(7:4)
               PERFORM FIND-FX-ENTRY
               IF WS-FX-IX > 0
                   ADD 1 TO WS-REVALUED-COUNT
                   ADD 1 TO WS-TBL-COUNT(WS-FX-IX)
                   ADD AUD-RESULT TO WS-TBL-FOREIGN(WS-FX-IX)
                   ADD AUD-BASE-RESULT TO WS-TBL-BOOKED(WS-FX-IX)
                   ADD WS-REVALUED TO WS-TBL-REVALUED(WS-FX-IX)
               END-IF
           ELSE
               IF CONV-STATUS = "NRAT"
                   MOVE "NRAT - no month-end rate"
                       TO WS-UNREVAL-REASON
               ELSE
                   MOVE "OVFL - month-end overflow"
                       TO WS-UNREVAL-REASON
               END-IF
               PERFORM LIST-UNREVALUED
           END-IF.

       LIST-UNREVALUED.
           ADD 1 TO WS-UNREVAL-COUNT
           MOVE AUD-RESULT TO WS-AMT-EDIT-1
           MOVE SPACES TO REPORT-LINE
           STRING "  " AUD-TIMESTAMP(1:8) " " AUD-SERIAL " "
               AUD-DEPT "  " AUD-CURRENCY-CODE " " WS-AMT-EDIT-1
               " " WS-UNREVAL-REASON
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM EMIT-LINE.

       MAP-GL-ACCOUNT.
           EVALUATE AUD-CHOICE
               WHEN 1
                   MOVE "4100" TO WS-GL-ACCOUNT
               WHEN 2
                   MOVE "4200" TO WS-GL-ACCOUNT
               WHEN 3
                   MOVE "4300" TO WS-GL-ACCOUNT
               WHEN 4
                   MOVE "4400" TO WS-GL-ACCOUNT
               WHEN 5
                   MOVE "4500" TO WS-GL-ACCOUNT
               WHEN 6
                   MOVE "4600" TO WS-GL-ACCOUNT
               WHEN 7
                   MOVE "4700" TO WS-GL-ACCOUNT
               WHEN OTHER
                   MOVE "????" TO WS-GL-ACCOUNT
           END-EVALUATE.

       FIND-FX-ENTRY.
           MOVE 0 TO WS-FX-IX
           MOVE 1 TO WS-FX-SUB
           PERFORM UNTIL WS-FX-SUB > WS-FX-COUNT
                   OR WS-TBL-FX-KEY(WS-FX-SUB) >= WS-FX-KEY
               ADD 1 TO WS-FX-SUB
           END-PERFORM
           IF WS-FX-SUB <= WS-FX-COUNT
               AND WS-TBL-FX-KEY(WS-FX-SUB) = WS-FX-KEY
               MOVE WS-FX-SUB TO WS-FX-IX
           ELSE
               IF WS-FX-COUNT < WS-FX-MAX
                   MOVE WS-FX-COUNT TO WS-FX-IX
                   PERFORM UNTIL WS-FX-IX < WS-FX-SUB
                       MOVE WS-FX-ENTRY(WS-FX-IX)
                           TO WS-FX-ENTRY(WS-FX-IX + 1)
                       SUBTRACT 1 FROM WS-FX-IX
                   END-PERFORM
                   ADD 1 TO WS-FX-COUNT
                   MOVE WS-FX-SUB TO WS-FX-IX
                   INITIALIZE WS-FX-ENTRY(WS-FX-IX)
                   MOVE WS-FX-KEY TO WS-TBL-FX-KEY(WS-FX-IX)
               ELSE
                   IF WS-FX-OVERFLOW = "N"
                       DISPLAY "*** More currency/department/account "
                           "groups than the revaluation can hold - "
                           "no GL entries written ***"
                   END-IF
                   MOVE "Y" TO WS-FX-OVERFLOW
                   MOVE 0 TO WS-FX-IX
               END-IF
           END-IF.

       PRINT-REVALUATION.
           IF WS-UNREVAL-COUNT = 0
               MOVE "  None." TO REPORT-LINE
               PERFORM EMIT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE "Ccy Dept  Count  Foreign amount     Booked base   "
               & "Revalued base     Gain/(loss)" TO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO WS-BRK-KEY
           PERFORM VARYING WS-FX-SUB FROM 1 BY 1
                   UNTIL WS-FX-SUB > WS-FX-COUNT
               IF WS-TBL-FX-KEY(WS-FX-SUB)(1:6) NOT = WS-BRK-KEY
                   IF WS-BRK-KEY NOT = SPACES
                       PERFORM PRINT-GROUP-LINE
                   END-IF
                   MOVE WS-TBL-FX-KEY(WS-FX-SUB)(1:6) TO WS-BRK-KEY
                   MOVE ZERO TO WS-BRK-COUNT
                   MOVE ZERO TO WS-BRK-FOREIGN
                   MOVE ZERO TO WS-BRK-BOOKED
                   MOVE ZERO TO WS-BRK-REVALUED
               END-IF
               ADD WS-TBL-COUNT(WS-FX-SUB) TO WS-BRK-COUNT
               ADD WS-TBL-FOREIGN(WS-FX-SUB) TO WS-BRK-FOREIGN
               ADD WS-TBL-BOOKED(WS-FX-SUB) TO WS-BRK-BOOKED
               ADD WS-TBL-REVALUED(WS-FX-SUB) TO WS-BRK-REVALUED
           END-PERFORM
           IF WS-BRK-KEY NOT = SPACES
               PERFORM PRINT-GROUP-LINE
           ELSE
               MOVE "  No foreign-currency results to revalue."
                   TO REPORT-LINE
               PERFORM EMIT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE WS-TOTAL-GAIN TO WS-AMT-EDIT-4
           MOVE SPACES TO REPORT-LINE
           STRING "Net unrealised gain/(loss) in " WS-BASE-CCY
               "                       " WS-AMT-EDIT-4
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE WS-SELECTED-COUNT TO WS-CNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "Postings in the period   " WS-CNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE WS-REVALUED-COUNT TO WS-CNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "  Revalued               " WS-CNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE WS-BASE-COUNT TO WS-CNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "  Already in base        " WS-CNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE WS-UNREVAL-COUNT TO WS-CNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "  Unrevalued exposure    " WS-CNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM EMIT-LINE.

       PRINT-GROUP-LINE.
           COMPUTE WS-GAIN = WS-BRK-REVALUED - WS-BRK-BOOKED
           ADD WS-GAIN TO WS-TOTAL-GAIN
           MOVE WS-BRK-COUNT TO WS-CNT-EDIT
           MOVE WS-BRK-FOREIGN TO WS-AMT-EDIT-1
           MOVE WS-BRK-BOOKED TO WS-AMT-EDIT-2
           MOVE WS-BRK-REVALUED TO WS-AMT-EDIT-3
           MOVE WS-GAIN TO WS-AMT-EDIT-4
           MOVE SPACES TO REPORT-LINE
           STRING WS-BRK-KEY(1:3) " " WS-BRK-KEY(4:3) " "
               WS-CNT-EDIT " " WS-AMT-EDIT-1 " " WS-AMT-EDIT-2
               " " WS-AMT-EDIT-3 " " WS-AMT-EDIT-4
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM EMIT-LINE.

       WRITE-GL-ENTRIES.
           PERFORM VARYING WS-FX-SUB FROM 1 BY 1
                   UNTIL WS-FX-SUB > WS-FX-COUNT
               COMPUTE WS-GL-VALUE = WS-TBL-REVALUED(WS-FX-SUB)
                   - WS-TBL-BOOKED(WS-FX-SUB)
               IF WS-GL-VALUE > WS-GL-LINE-MAX
                   OR WS-GL-VALUE < 0 - WS-GL-LINE-MAX
                   ADD 1 TO WS-GL-SPLIT-COUNT
               END-IF
               MOVE WS-GL-VALUE TO WS-GL-REMAIN
               PERFORM WRITE-GL-PAIR
                   UNTIL WS-GL-REMAIN = ZERO
           END-PERFORM
           MOVE WS-GL-SUM TO WS-GL-TOTAL
           MOVE SPACES TO GL-LINE
           STRING "TRL|" WS-GL-COUNT "|" WS-GL-TOTAL
               DELIMITED BY SIZE INTO GL-LINE
           WRITE GL-LINE
           MOVE WS-GL-COUNT TO WS-CNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "GL revaluation lines written to CALCFXG "
               WS-CNT-EDIT " (FX gain/loss account " WS-FX-ACCOUNT
               ")" DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM EMIT-LINE
           IF WS-GL-SPLIT-COUNT > 0
               MOVE WS-GL-SPLIT-COUNT TO WS-CNT-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "  " WS-CNT-EDIT " group(s) above 9,999,999.99"
                   " posted as several line pairs"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM EMIT-LINE
           END-IF.

       WRITE-GL-PAIR.
           EVALUATE TRUE
               WHEN WS-GL-REMAIN > WS-GL-LINE-MAX
                   MOVE WS-GL-LINE-MAX TO WS-GL-VALUE
               WHEN WS-GL-REMAIN < 0 - WS-GL-LINE-MAX
                   COMPUTE WS-GL-VALUE = 0 - WS-GL-LINE-MAX
               WHEN OTHER
                   MOVE WS-GL-REMAIN TO WS-GL-VALUE
           END-EVALUATE
           SUBTRACT WS-GL-VALUE FROM WS-GL-REMAIN
           MOVE WS-TBL-ACCOUNT(WS-FX-SUB) TO WS-GL-ACCOUNT
           PERFORM WRITE-GL-DETAIL
           COMPUTE WS-GL-VALUE = 0 - WS-GL-VALUE
           MOVE WS-FX-ACCOUNT TO WS-GL-ACCOUNT
           PERFORM WRITE-GL-DETAIL.

       WRITE-GL-DETAIL.
           ADD 1 TO WS-GL-COUNT
           ADD WS-GL-VALUE TO WS-GL-SUM
           MOVE WS-GL-VALUE TO WS-GL-AMOUNT
           MOVE SPACES TO GL-LINE
           STRING "DTL|" WS-GL-DATE "|" WS-GL-ACCOUNT "|"
               WS-GL-AMOUNT "|" WS-BASE-CCY "|" WS-FX-SERIAL
               "|" WS-TBL-DEPT(WS-FX-SUB) "|V"
               DELIMITED BY SIZE INTO GL-LINE
           WRITE GL-LINE.

       CLOSE-FILES.
           IF WS-AUDIT-STATUS = "00" OR WS-AUDIT-STATUS = "10"
               CLOSE AUDIT-FILE
           END-IF
           IF WS-GL-STATUS = "00"
               CLOSE GL-FILE
           END-IF
           IF WS-REPORT-STATUS = "00"
               CLOSE REPORT-FILE
           END-IF.

       EMIT-LINE.
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.
