           SELECT SUMMARY-FILE ASSIGN TO "CALCSUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-STATUS.
           SELECT POSTING-FILE ASSIGN TO "CALCPST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PST-KEY
               FILE STATUS IS WS-POSTING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUMMARY-FILE.
       01  SUMMARY-LINE            PIC X(80).

       FD  POSTING-FILE.
       COPY PSTREC.

       WORKING-STORAGE SECTION.
       77  WS-AUDIT-STATUS         PIC XX VALUE SPACES.
       77  WS-SUMMARY-STATUS       PIC XX VALUE SPACES.
       77  WS-POSTING-STATUS       PIC XX VALUE SPACES.
       77  WS-GL-ACCOUNT           PIC X(4) VALUE SPACES.
       77  WS-POSTING-OPEN         PIC X VALUE "N".
       77  WS-EOF-FLAG             PIC X VALUE "N".
           88  END-OF-AUDIT                VALUE "Y".

                                    VALUE ZERO.
       77  WS-NORATE-COUNT         PIC 9(7) VALUE ZERO.
       77  WS-TRI-COUNT            PIC 9(7) VALUE ZERO.
       77  WS-REV-COUNT            PIC 9(7) VALUE ZERO.
       77  WS-REV-SUM              PIC S9(9)V99
                                    SIGN IS TRAILING SEPARATE
                                    VALUE ZERO.
       77  WS-REV-BASE-SUM         PIC S9(11)V99
                                    SIGN IS TRAILING SEPARATE
                                    VALUE ZERO.

       77  WS-GL-POSTED            PIC 9(7) VALUE ZERO.
       77  WS-GL-REJECTED          PIC 9(7) VALUE ZERO.
       77  WS-GL-UNACKED           PIC 9(7) VALUE ZERO.
       77  WS-GL-AWAITING          PIC 9(7) VALUE ZERO.
       77  WS-DAY-GL-POSTED        PIC 9(7) VALUE ZERO.
       77  WS-DAY-GL-REJECTED      PIC 9(7) VALUE ZERO.
       77  WS-DAY-GL-UNACKED       PIC 9(7) VALUE ZERO.
       77  WS-DAY-GL-AWAITING      PIC 9(7) VALUE ZERO.
       77  WS-GLR-COUNT            PIC 9(3) COMP VALUE ZERO.
       77  WS-GLR-MAX              PIC 9(3) COMP VALUE 50.
       77  WS-GLR-SUB              PIC 9(3) COMP VALUE ZERO.
       77  WS-GLR-OVERFLOW         PIC X VALUE "N".
       01  WS-GLR-TABLE.
           05  WS-GLR-ENTRY OCCURS 50 TIMES.
               10  WS-GLR-SERIAL   PIC X(6).
               10  WS-GLR-DEPT     PIC X(3).
               10  WS-GLR-REASON   PIC X(4).
               10  WS-GLR-TEXT     PIC X(40).

       77  WS-CURR-DATE            PIC X(8) VALUE SPACES.
       77  WS-CCY-COUNT            PIC 9(3) COMP VALUE ZERO.
                                    SIGN IS TRAILING SEPARATE.
               10  WS-CCY-DV0-CNT  PIC 9(7).
               10  WS-CCY-OVF-CNT  PIC 9(7).
               10  WS-CCY-REV-CNT  PIC 9(7).
               10  WS-CCY-REV-SUM  PIC S9(9)V99
                                    SIGN IS TRAILING SEPARATE.

       77  WS-DEPT-COUNT           PIC 9(3) COMP VALUE ZERO.
       77  WS-DEPT-MAX             PIC 9(3) COMP VALUE 20.
               10  WS-DPT-BASE-SUM PIC S9(11)V99
                                    SIGN IS TRAILING SEPARATE.
               10  WS-DPT-ERR-CNT  PIC 9(7).
               10  WS-DPT-REV-CNT  PIC 9(7).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
                   "(status " WS-AUDIT-STATUS "); reporting zero "
                   "totals ***"
               MOVE "Y" TO WS-EOF-FLAG
           END-IF
           OPEN INPUT POSTING-FILE
           IF WS-POSTING-STATUS = "00"
               MOVE "Y" TO WS-POSTING-OPEN
           ELSE
               DISPLAY "*** Warning: posting-status file could not "
                   "be opened (status " WS-POSTING-STATUS "); "
                   "general-ledger posting not shown ***"
           END-IF.

       READ-AUDIT-FILE.
               END-IF
               MOVE AUD-TIMESTAMP(1:8) TO WS-CURR-DATE
           END-IF
           IF AUD-STATUS = "REV "
               PERFORM ACCUMULATE-REVERSAL
           ELSE
               PERFORM ACCUMULATE-POSTING
           END-IF
           IF WS-POSTING-OPEN = "Y"
               AND (AUD-STATUS = "OK" OR AUD-STATUS = "REV ")
               AND AUD-RESULT IS NUMERIC
               AND AUD-CHOICE >= 1 AND AUD-CHOICE <= 7
               PERFORM CHECK-LEDGER-POSTING
           END-IF.

       CHECK-LEDGER-POSTING.
           MOVE AUD-TIMESTAMP(1:8) TO PST-POST-DATE
           MOVE AUD-SERIAL TO PST-SERIAL
           MOVE AUD-DEPT TO PST-DEPT
           IF AUD-STATUS = "REV "
               MOVE "R" TO PST-KIND
           ELSE
               MOVE "P" TO PST-KIND
           END-IF
           PERFORM MAP-GL-ACCOUNT
           MOVE WS-GL-ACCOUNT TO PST-ACCOUNT
           MOVE AUD-CURRENCY-CODE TO PST-CURRENCY-CODE
           MOVE AUD-RESULT TO PST-SENT-AMOUNT
           READ POSTING-FILE
               INVALID KEY
                   MOVE SPACE TO PST-STATUS
           END-READ
           IF WS-POSTING-STATUS NOT = "00"
               MOVE SPACE TO PST-STATUS
           END-IF
           EVALUATE TRUE
               WHEN PST-POSTED
                   ADD 1 TO WS-DAY-GL-POSTED
               WHEN PST-REJECTED
                   ADD 1 TO WS-DAY-GL-REJECTED
                   IF WS-GLR-COUNT < WS-GLR-MAX
                       ADD 1 TO WS-GLR-COUNT
                       MOVE AUD-SERIAL TO WS-GLR-SERIAL(WS-GLR-COUNT)
                       MOVE AUD-DEPT TO WS-GLR-DEPT(WS-GLR-COUNT)
                       MOVE PST-REASON TO WS-GLR-REASON(WS-GLR-COUNT)
                       MOVE PST-REASON-TEXT
                           TO WS-GLR-TEXT(WS-GLR-COUNT)
                   ELSE
                       MOVE "Y" TO WS-GLR-OVERFLOW
                   END-IF
               WHEN PST-UNACKNOWLEDGED
                   ADD 1 TO WS-DAY-GL-UNACKED
               WHEN OTHER
                   ADD 1 TO WS-DAY-GL-AWAITING
           END-EVALUATE.

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
                   MOVE SPACES TO WS-GL-ACCOUNT
           END-EVALUATE.

       ACCUMULATE-POSTING.
           PERFORM FIND-CCY-ENTRY
           IF WS-CCY-IX > 0
               PERFORM ACCUMULATE-CCY-TOTALS
                   END-IF
           END-EVALUATE.

       ACCUMULATE-REVERSAL.
           SUBTRACT 1 FROM WS-GRAND-COUNT
           ADD 1 TO WS-REV-COUNT
           ADD AUD-RESULT TO WS-REV-SUM
           IF AUD-RATE-STATUS = "OK" OR AUD-RATE-STATUS = "TRI "
               ADD AUD-BASE-RESULT TO WS-BASE-SUM
               ADD AUD-BASE-RESULT TO WS-REV-BASE-SUM
           END-IF
           EVALUATE AUD-CHOICE
               WHEN 1
                   ADD AUD-RESULT TO WS-ADD-SUM
               WHEN 2
                   ADD AUD-RESULT TO WS-SUB-SUM
               WHEN 3
                   ADD AUD-RESULT TO WS-MUL-SUM
               WHEN 4
                   ADD AUD-RESULT TO WS-DIV-SUM
           END-EVALUATE
           PERFORM FIND-CCY-ENTRY
           IF WS-CCY-IX > 0
               ADD 1 TO WS-CCY-REV-CNT(WS-CCY-IX)
               ADD AUD-RESULT TO WS-CCY-REV-SUM(WS-CCY-IX)
               EVALUATE AUD-CHOICE
                   WHEN 1
                       ADD AUD-RESULT TO WS-CCY-ADD-SUM(WS-CCY-IX)
                   WHEN 2
                       ADD AUD-RESULT TO WS-CCY-SUB-SUM(WS-CCY-IX)
                   WHEN 3
                       ADD AUD-RESULT TO WS-CCY-MUL-SUM(WS-CCY-IX)
                   WHEN 4
                       ADD AUD-RESULT TO WS-CCY-DIV-SUM(WS-CCY-IX)
               END-EVALUATE
           END-IF
           PERFORM FIND-DEPT-ENTRY
           IF WS-DEPT-IX > 0
               ADD 1 TO WS-DPT-REV-CNT(WS-DEPT-IX)
               ADD AUD-RESULT TO WS-DPT-RSLT-SUM(WS-DEPT-IX)
               IF AUD-RATE-STATUS = "OK" OR AUD-RATE-STATUS = "TRI "
                   ADD AUD-BASE-RESULT
                       TO WS-DPT-BASE-SUM(WS-DEPT-IX)
               END-IF
           END-IF.

       FIND-CCY-ENTRY.
           MOVE 0 TO WS-CCY-IX
           PERFORM VARYING WS-CCY-SUB FROM 1 BY 1
                   TO SUMMARY-LINE
               PERFORM EMIT-LINE
           END-IF
           IF WS-POSTING-OPEN = "Y"
               PERFORM WRITE-LEDGER-BLOCK
           END-IF
           MOVE 0 TO WS-CCY-COUNT
           MOVE "N" TO WS-CCY-OVERFLOW
           MOVE 0 TO WS-DEPT-COUNT
           MOVE "N" TO WS-DEPT-OVERFLOW.

       WRITE-LEDGER-BLOCK.
           MOVE SPACES TO SUMMARY-LINE
           STRING "  General ledger: reached=" WS-DAY-GL-POSTED
               "  rejected=" WS-DAY-GL-REJECTED
               DELIMITED BY SIZE INTO SUMMARY-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO SUMMARY-LINE
           STRING "    sent, never acknowledged=" WS-DAY-GL-UNACKED
               "  awaiting acknowledgement=" WS-DAY-GL-AWAITING
               DELIMITED BY SIZE INTO SUMMARY-LINE
           PERFORM EMIT-LINE
           PERFORM VARYING WS-GLR-SUB FROM 1 BY 1
                   UNTIL WS-GLR-SUB > WS-GLR-COUNT
               MOVE SPACES TO SUMMARY-LINE
               STRING "    Ledger reject: " WS-GLR-SERIAL(WS-GLR-SUB)
                   " " WS-GLR-DEPT(WS-GLR-SUB) " "
                   WS-GLR-REASON(WS-GLR-SUB) " "
                   WS-GLR-TEXT(WS-GLR-SUB)
                   DELIMITED BY SIZE INTO SUMMARY-LINE
               PERFORM EMIT-LINE
           END-PERFORM
           IF WS-GLR-OVERFLOW = "Y"
               MOVE "    ** More ledger rejects than the report can "
                   & "list - see the GLAKJOB report **"
                   TO SUMMARY-LINE
               PERFORM EMIT-LINE
           END-IF
           ADD WS-DAY-GL-POSTED TO WS-GL-POSTED
           ADD WS-DAY-GL-REJECTED TO WS-GL-REJECTED
           ADD WS-DAY-GL-UNACKED TO WS-GL-UNACKED
           ADD WS-DAY-GL-AWAITING TO WS-GL-AWAITING
           MOVE 0 TO WS-DAY-GL-POSTED
           MOVE 0 TO WS-DAY-GL-REJECTED
           MOVE 0 TO WS-DAY-GL-UNACKED
           MOVE 0 TO WS-DAY-GL-AWAITING
           MOVE 0 TO WS-GLR-COUNT
           MOVE "N" TO WS-GLR-OVERFLOW.

       WRITE-DEPT-BLOCK.
           MOVE SPACES TO SUMMARY-LINE
           IF WS-DPT-CODE(WS-DEPT-SUB) = SPACES
           STRING "    Errors (DIV0/OVFL/INV): "
               WS-DPT-ERR-CNT(WS-DEPT-SUB)
               DELIMITED BY SIZE INTO SUMMARY-LINE
           PERFORM EMIT-LINE
           IF WS-DPT-REV-CNT(WS-DEPT-SUB) > 0
               MOVE SPACES TO SUMMARY-LINE
               STRING "    Reversals netted above: "
                   WS-DPT-REV-CNT(WS-DEPT-SUB)
                   DELIMITED BY SIZE INTO SUMMARY-LINE
               PERFORM EMIT-LINE
           END-IF.

       WRITE-CCY-BLOCK.
           MOVE SPACES TO SUMMARY-LINE
               WS-CCY-DV0-CNT(WS-CCY-SUB)
               "  Overflow: " WS-CCY-OVF-CNT(WS-CCY-SUB)
               DELIMITED BY SIZE INTO SUMMARY-LINE
           PERFORM EMIT-LINE
           IF WS-CCY-REV-CNT(WS-CCY-SUB) > 0
               MOVE SPACES TO SUMMARY-LINE
               STRING "    Reversals: count="
                   WS-CCY-REV-CNT(WS-CCY-SUB)
                   "  sum=" WS-CCY-REV-SUM(WS-CCY-SUB)
                   " (netted above)"
                   DELIMITED BY SIZE INTO SUMMARY-LINE
               PERFORM EMIT-LINE
           END-IF.

       WRITE-SUMMARY.
           MOVE SPACES TO SUMMARY-LINE
               DELIMITED BY SIZE INTO SUMMARY-LINE
           PERFORM EMIT-LINE

           MOVE SPACES TO SUMMARY-LINE
           STRING "Reversals netted: count=" WS-REV-COUNT
               "  sum=" WS-REV-SUM
               DELIMITED BY SIZE INTO SUMMARY-LINE
           PERFORM EMIT-LINE

           MOVE SPACES TO SUMMARY-LINE
           STRING "  of which in base: sum=" WS-REV-BASE-SUM
               DELIMITED BY SIZE INTO SUMMARY-LINE
           PERFORM EMIT-LINE

           IF WS-POSTING-OPEN = "Y"
               MOVE SPACES TO SUMMARY-LINE
               STRING "Reached the general ledger: " WS-GL-POSTED
                   "  rejected by the ledger: " WS-GL-REJECTED
                   DELIMITED BY SIZE INTO SUMMARY-LINE
               PERFORM EMIT-LINE
               MOVE SPACES TO SUMMARY-LINE
               STRING "  sent, never acknowledged: " WS-GL-UNACKED
                   "  awaiting acknowledgement: " WS-GL-AWAITING
                   DELIMITED BY SIZE INTO SUMMARY-LINE
               PERFORM EMIT-LINE
           ELSE
               MOVE "General-ledger posting status not available"
                   TO SUMMARY-LINE
               PERFORM EMIT-LINE
           END-IF

           MOVE SPACES TO SUMMARY-LINE
           STRING "Total transactions processed: " WS-GRAND-COUNT
               DELIMITED BY SIZE INTO SUMMARY-LINE

       CLOSE-FILES.
           CLOSE AUDIT-FILE
           CLOSE SUMMARY-FILE
           IF WS-POSTING-OPEN = "Y"
               CLOSE POSTING-FILE
           END-IF.
