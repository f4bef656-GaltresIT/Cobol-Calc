       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcRejAge.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "CALCRLG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RLG-KEY
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CALCRAG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       COPY RJLEDGER.

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-LEDGER-STATUS        PIC XX VALUE SPACES.
       77  WS-REPORT-STATUS        PIC XX VALUE SPACES.
       77  WS-LDG-EOF-FLAG         PIC X VALUE "N".
           88  END-OF-LEDGER               VALUE "Y".
       77  WS-FILE-ERROR           PIC X VALUE "N".
       77  WS-ASK-MONTH            PIC X(6) VALUE SPACES.
       77  WS-TODAY                PIC 9(8) VALUE ZERO.
       77  WS-TODAY-INT            PIC 9(7) VALUE ZERO.
       77  WS-OPEN-DATE            PIC 9(8) VALUE ZERO.
       77  WS-OPEN-INT             PIC 9(7) VALUE ZERO.
       77  WS-DAY-INT              PIC 9(7) VALUE ZERO.
       77  WS-CAL-DAYS             PIC 9(7) VALUE ZERO.
       77  WS-WEEKS                PIC 9(7) VALUE ZERO.
       77  WS-ODD-DAYS             PIC 9 VALUE ZERO.
       77  WS-DOW                  PIC 9 VALUE ZERO.
       77  WS-WORK-DAYS            PIC 9(7) VALUE ZERO.
       77  WS-BUCKET               PIC 9 VALUE ZERO.
       77  WS-OPEN-TOTAL           PIC 9(7) VALUE ZERO.
       77  WS-OVER-COUNT           PIC 9(7) VALUE ZERO.
       77  WS-UNDATED-COUNT        PIC 9(7) VALUE ZERO.
       77  WS-GRP-COUNT            PIC 9(3) COMP VALUE ZERO.
       77  WS-GRP-MAX              PIC 9(3) COMP VALUE 200.
       77  WS-GRP-IX               PIC 9(3) COMP VALUE ZERO.
       77  WS-GRP-SUB              PIC 9(3) COMP VALUE ZERO.
       77  WS-GRP-OVERFLOW         PIC X VALUE "N".
       77  WS-GRP-KEY              PIC X(7) VALUE SPACES.
       77  WS-MON-OPENED           PIC 9(7) VALUE ZERO.
       77  WS-MON-CLEARED          PIC 9(7) VALUE ZERO.
       77  WS-MON-WRITTEN-OFF      PIC 9(7) VALUE ZERO.
       77  WS-MON-STILL-OPEN       PIC 9(7) VALUE ZERO.
       77  WS-MON-EARLIER-CLOSED   PIC 9(7) VALUE ZERO.
       77  WS-DISP-COUNT           PIC Z(6)9.
       77  WS-DISP-DAYS            PIC Z(4)9.
       77  WS-DISP-B1              PIC Z(5)9.
       77  WS-DISP-B2              PIC Z(5)9.
       77  WS-DISP-B3              PIC Z(5)9.
       77  WS-DISP-B4              PIC Z(5)9.
       77  WS-DISP-TOTAL           PIC Z(6)9.
       01  WS-BUCKET-TOTALS.
           05  WS-TOT-BUCKET       PIC 9(7) OCCURS 4 TIMES.
       01  WS-GROUP-TABLE.
           05  WS-GRP-ENTRY OCCURS 200 TIMES.
               10  WS-TBL-GRP-KEY.
                   15  WS-TBL-REASON   PIC X(4).
                   15  WS-TBL-DEPT     PIC X(3).
               10  WS-TBL-BUCKET   PIC 9(7) OCCURS 4 TIMES.
               10  WS-TBL-TOTAL    PIC 9(7).

       LINKAGE SECTION.
       01  LS-PARM.
           05  LS-PARM-LEN          PIC S9(4) COMP.
           05  LS-PARM-TEXT         PIC X(6).

       PROCEDURE DIVISION USING LS-PARM.
       MAIN-LOGIC.
           DISPLAY "Calculator outstanding-reject ageing"
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           EVALUATE TRUE
               WHEN LS-PARM-LEN = 0
                   CONTINUE
               WHEN LS-PARM-LEN = 6
                   AND LS-PARM-TEXT(1:6) IS NUMERIC
                   AND LS-PARM-TEXT(5:2) >= "01"
                   AND LS-PARM-TEXT(5:2) <= "12"
                   MOVE LS-PARM-TEXT(1:6) TO WS-ASK-MONTH
               WHEN OTHER
                   DISPLAY "*** PARM must be omitted (ageing only) "
                       "or a YYYYMM month for the clearance section "
                       "- no report produced ***"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           IF RETURN-CODE = 0
               OPEN OUTPUT REPORT-FILE
               IF WS-REPORT-STATUS NOT = "00"
                   DISPLAY "*** Ageing report file could not be "
                       "opened (status " WS-REPORT-STATUS ") - no "
                       "report produced ***"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF RETURN-CODE = 0
               PERFORM AGE-OPEN-REJECTS
           END-IF
           IF RETURN-CODE = 0
               PERFORM PRINT-AGEING-SUMMARY
               PERFORM LIST-OVERDUE-REJECTS
           END-IF
           IF RETURN-CODE = 0 AND WS-ASK-MONTH NOT = SPACES
               PERFORM PRINT-MONTH-CLEARANCE
           END-IF
           IF RETURN-CODE = 0
               IF WS-OVER-COUNT > 0 OR WS-MON-STILL-OPEN > 0
                   OR WS-GRP-OVERFLOW = "Y"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-REPORT-STATUS = "00"
               CLOSE REPORT-FILE
           END-IF
           STOP RUN.

       AGE-OPEN-REJECTS.
           PERFORM OPEN-LEDGER-FILE
           IF WS-FILE-ERROR = "N"
               PERFORM READ-LEDGER-FILE
               PERFORM UNTIL END-OF-LEDGER
                   IF RLG-OPEN
                       PERFORM AGE-LEDGER-ENTRY
                   END-IF
                   PERFORM READ-LEDGER-FILE
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.

       OPEN-LEDGER-FILE.
           MOVE "N" TO WS-LDG-EOF-FLAG
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "*** Reject ledger CALCRLG could not be "
                   "opened (status " WS-LEDGER-STATUS ") - no report "
                   "produced ***"
               MOVE "Y" TO WS-FILE-ERROR
               MOVE 8 TO RETURN-CODE
           END-IF.

       READ-LEDGER-FILE.
           READ LEDGER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LDG-EOF-FLAG
               NOT AT END
                   IF WS-LEDGER-STATUS NOT = "00"
                       DISPLAY "*** Reject ledger read failed "
                           "(status " WS-LEDGER-STATUS ") ***"
                       MOVE "Y" TO WS-LDG-EOF-FLAG
                       MOVE "Y" TO WS-FILE-ERROR
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-READ.

       AGE-LEDGER-ENTRY.
           PERFORM COUNT-WORKING-DAYS
           ADD 1 TO WS-OPEN-TOTAL
           ADD 1 TO WS-TOT-BUCKET(WS-BUCKET)
           IF WS-BUCKET = 4
               ADD 1 TO WS-OVER-COUNT
           END-IF
           MOVE RLG-REASON TO WS-GRP-KEY(1:4)
           MOVE RLG-DEPT TO WS-GRP-KEY(5:3)
           PERFORM FIND-GROUP-ENTRY
           IF WS-GRP-IX > 0
               ADD 1 TO WS-TBL-BUCKET(WS-GRP-IX, WS-BUCKET)
               ADD 1 TO WS-TBL-TOTAL(WS-GRP-IX)
           END-IF.

       COUNT-WORKING-DAYS.
           MOVE ZERO TO WS-WORK-DAYS
           IF RLG-OPENED-TS(1:8) IS NUMERIC
               MOVE RLG-OPENED-TS(1:8) TO WS-OPEN-DATE
               COMPUTE WS-OPEN-INT =
                   FUNCTION INTEGER-OF-DATE(WS-OPEN-DATE)
               IF WS-OPEN-INT < WS-TODAY-INT
                   COMPUTE WS-CAL-DAYS = WS-TODAY-INT - WS-OPEN-INT
                   DIVIDE WS-CAL-DAYS BY 7 GIVING WS-WEEKS
                       REMAINDER WS-ODD-DAYS
                   COMPUTE WS-WORK-DAYS = WS-WEEKS * 5
                   COMPUTE WS-DAY-INT = WS-OPEN-INT + WS-WEEKS * 7
                   PERFORM WS-ODD-DAYS TIMES
                       ADD 1 TO WS-DAY-INT
                       COMPUTE WS-DOW =
                           FUNCTION MOD(WS-DAY-INT - 1, 7)
                       IF WS-DOW < 5
                           ADD 1 TO WS-WORK-DAYS
                       END-IF
                   END-PERFORM
               END-IF
           ELSE
               ADD 1 TO WS-UNDATED-COUNT
           END-IF
           EVALUATE TRUE
               WHEN WS-WORK-DAYS <= 2
                   MOVE 1 TO WS-BUCKET
               WHEN WS-WORK-DAYS <= 5
                   MOVE 2 TO WS-BUCKET
               WHEN WS-WORK-DAYS <= 10
                   MOVE 3 TO WS-BUCKET
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET
           END-EVALUATE.

       FIND-GROUP-ENTRY.
           MOVE 0 TO WS-GRP-IX
           MOVE 1 TO WS-GRP-SUB
           PERFORM UNTIL WS-GRP-SUB > WS-GRP-COUNT
                   OR WS-TBL-GRP-KEY(WS-GRP-SUB) >= WS-GRP-KEY
               ADD 1 TO WS-GRP-SUB
           END-PERFORM
           IF WS-GRP-SUB <= WS-GRP-COUNT
               AND WS-TBL-GRP-KEY(WS-GRP-SUB) = WS-GRP-KEY
               MOVE WS-GRP-SUB TO WS-GRP-IX
           ELSE
               IF WS-GRP-COUNT < WS-GRP-MAX
                   MOVE WS-GRP-COUNT TO WS-GRP-IX
                   PERFORM UNTIL WS-GRP-IX < WS-GRP-SUB
                       MOVE WS-GRP-ENTRY(WS-GRP-IX)
                           TO WS-GRP-ENTRY(WS-GRP-IX + 1)
                       SUBTRACT 1 FROM WS-GRP-IX
                   END-PERFORM
                   ADD 1 TO WS-GRP-COUNT
                   MOVE WS-GRP-SUB TO WS-GRP-IX
                   INITIALIZE WS-GRP-ENTRY(WS-GRP-IX)
                   MOVE WS-GRP-KEY TO WS-TBL-GRP-KEY(WS-GRP-IX)
               ELSE
                   MOVE "Y" TO WS-GRP-OVERFLOW
                   MOVE 0 TO WS-GRP-IX
               END-IF
           END-IF.

       PRINT-AGEING-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           STRING "Outstanding rejects aged to " WS-TODAY
               " in working days (Mon-Fri)"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE "Reason Dept     1-2    3-5   6-10    10+   Total"
               TO REPORT-LINE
           PERFORM EMIT-LINE
           IF WS-OPEN-TOTAL = 0
               MOVE "  No open rejects on the ledger." TO REPORT-LINE
               PERFORM EMIT-LINE
           ELSE
               PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
                       UNTIL WS-GRP-SUB > WS-GRP-COUNT
                   MOVE WS-TBL-BUCKET(WS-GRP-SUB, 1) TO WS-DISP-B1
                   MOVE WS-TBL-BUCKET(WS-GRP-SUB, 2) TO WS-DISP-B2
                   MOVE WS-TBL-BUCKET(WS-GRP-SUB, 3) TO WS-DISP-B3
                   MOVE WS-TBL-BUCKET(WS-GRP-SUB, 4) TO WS-DISP-B4
                   MOVE WS-TBL-TOTAL(WS-GRP-SUB) TO WS-DISP-TOTAL
                   MOVE SPACES TO REPORT-LINE
                   STRING WS-TBL-REASON(WS-GRP-SUB) "   "
                       WS-TBL-DEPT(WS-GRP-SUB) " " WS-DISP-B1 " "
                       WS-DISP-B2 " " WS-DISP-B3 " " WS-DISP-B4 " "
                       WS-DISP-TOTAL
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM EMIT-LINE
               END-PERFORM
               MOVE WS-TOT-BUCKET(1) TO WS-DISP-B1
               MOVE WS-TOT-BUCKET(2) TO WS-DISP-B2
               MOVE WS-TOT-BUCKET(3) TO WS-DISP-B3
               MOVE WS-TOT-BUCKET(4) TO WS-DISP-B4
               MOVE WS-OPEN-TOTAL TO WS-DISP-TOTAL
               MOVE SPACES TO REPORT-LINE
               STRING "Total      " WS-DISP-B1 " " WS-DISP-B2 " "
                   WS-DISP-B3 " " WS-DISP-B4 " " WS-DISP-TOTAL
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM EMIT-LINE
           END-IF
           IF WS-GRP-OVERFLOW = "Y"
               MOVE "  ** More reason/department groups than the "
                   & "summary can break out - totals only **"
                   TO REPORT-LINE
               PERFORM EMIT-LINE
           END-IF
           IF WS-UNDATED-COUNT > 0
               MOVE WS-UNDATED-COUNT TO WS-DISP-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  ** " WS-DISP-COUNT " open entries carry no "
                   "opened date and are aged as 0 days **"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM EMIT-LINE
           END-IF.

       LIST-OVERDUE-REJECTS.
           MOVE SPACES TO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE "Open rejects older than 10 working days"
               TO REPORT-LINE
           PERFORM EMIT-LINE
           IF WS-OVER-COUNT = 0
               MOVE "  None." TO REPORT-LINE
               PERFORM EMIT-LINE
           ELSE
               MOVE "  Serial Deck date Dept Kind Reason  Days  "
                   & "Tries Card image" TO REPORT-LINE
               PERFORM EMIT-LINE
               PERFORM OPEN-LEDGER-FILE
               IF WS-FILE-ERROR = "N"
                   PERFORM READ-LEDGER-FILE
                   PERFORM UNTIL END-OF-LEDGER
                       IF RLG-OPEN
                           PERFORM COUNT-WORKING-DAYS
                           IF WS-BUCKET = 4
                               PERFORM PRINT-OVERDUE-ENTRY
                           END-IF
                       END-IF
                       PERFORM READ-LEDGER-FILE
                   END-PERFORM
                   CLOSE LEDGER-FILE
               END-IF
           END-IF.

       PRINT-OVERDUE-ENTRY.
           MOVE WS-WORK-DAYS TO WS-DISP-DAYS
           MOVE SPACES TO REPORT-LINE
           STRING "  " RLG-SERIAL " " RLG-DECK-DATE "  " RLG-DEPT
               "  " RLG-KIND "  " RLG-REASON "   " WS-DISP-DAYS
               "  " RLG-REJECT-COUNT "   " RLG-CARD-IMAGE
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM EMIT-LINE.

       PRINT-MONTH-CLEARANCE.
           MOVE SPACES TO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Clearance of rejects opened in " WS-ASK-MONTH
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE "  Written off:" TO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE "  Serial Deck date Dept Reason Closed by Closed on  "
               & " Note" TO REPORT-LINE
           PERFORM EMIT-LINE
           PERFORM OPEN-LEDGER-FILE
           IF WS-FILE-ERROR = "N"
               PERFORM READ-LEDGER-FILE
               PERFORM UNTIL END-OF-LEDGER
                   PERFORM TALLY-MONTH-ENTRY
                   PERFORM READ-LEDGER-FILE
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF
           IF WS-MON-WRITTEN-OFF = 0
               MOVE "    None." TO REPORT-LINE
               PERFORM EMIT-LINE
           END-IF
           IF WS-MON-STILL-OPEN > 0 AND WS-FILE-ERROR = "N"
               MOVE "  Still open:" TO REPORT-LINE
               PERFORM EMIT-LINE
               MOVE "  Serial Deck date Dept Kind Reason Opened by "
                   & "Card image" TO REPORT-LINE
               PERFORM EMIT-LINE
               PERFORM OPEN-LEDGER-FILE
               IF WS-FILE-ERROR = "N"
                   PERFORM READ-LEDGER-FILE
                   PERFORM UNTIL END-OF-LEDGER
                       IF RLG-OPEN
                           AND RLG-OPENED-TS(1:6) = WS-ASK-MONTH
                           PERFORM PRINT-STILL-OPEN-ENTRY
                       END-IF
                       PERFORM READ-LEDGER-FILE
                   END-PERFORM
                   CLOSE LEDGER-FILE
               END-IF
           END-IF
           IF WS-FILE-ERROR = "N"
               PERFORM PRINT-MONTH-TOTALS
           END-IF.

       TALLY-MONTH-ENTRY.
           IF RLG-OPENED-TS(1:6) = WS-ASK-MONTH
               ADD 1 TO WS-MON-OPENED
               EVALUATE TRUE
                   WHEN RLG-CLEARED
                       ADD 1 TO WS-MON-CLEARED
                   WHEN RLG-WRITTEN-OFF
                       ADD 1 TO WS-MON-WRITTEN-OFF
                       PERFORM PRINT-WRITE-OFF-ENTRY
                   WHEN OTHER
                       ADD 1 TO WS-MON-STILL-OPEN
               END-EVALUATE
           ELSE
               IF RLG-OPENED-TS(1:6) < WS-ASK-MONTH
                   AND RLG-CLOSED-TS(1:6) = WS-ASK-MONTH
                   ADD 1 TO WS-MON-EARLIER-CLOSED
               END-IF
           END-IF.

       PRINT-WRITE-OFF-ENTRY.
           MOVE SPACES TO REPORT-LINE
           STRING "  " RLG-SERIAL " " RLG-DECK-DATE "  " RLG-DEPT
               "  " RLG-CLOSE-REASON "   " RLG-CLOSED-BY "  "
               RLG-CLOSED-TS(1:8) "  " RLG-CLOSE-NOTE
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM EMIT-LINE.

       PRINT-STILL-OPEN-ENTRY.
           MOVE SPACES TO REPORT-LINE
           STRING "  " RLG-SERIAL " " RLG-DECK-DATE "  " RLG-DEPT
               "  " RLG-KIND "  " RLG-REASON "   " RLG-OPENED-BY
               "  " RLG-CARD-IMAGE
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM EMIT-LINE.

       PRINT-MONTH-TOTALS.
           MOVE SPACES TO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE WS-MON-OPENED TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  Rejects opened in the month      " WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE WS-MON-CLEARED TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "    Fixed and posted               " WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE WS-MON-WRITTEN-OFF TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "    Written off                    " WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE WS-MON-STILL-OPEN TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "    Still open                     " WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE WS-MON-EARLIER-CLOSED TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  Earlier rejects closed in month  " WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM EMIT-LINE
           IF WS-MON-STILL-OPEN = 0
               MOVE "  Every reject opened in the month was fixed or "
                   & "written off." TO REPORT-LINE
           ELSE
               MOVE "  *** Rejects opened in the month are still "
                   & "unresolved ***" TO REPORT-LINE
           END-IF
           PERFORM EMIT-LINE.

       EMIT-LINE.
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.
