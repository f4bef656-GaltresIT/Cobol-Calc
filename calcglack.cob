       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcGLAck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-FILE ASSIGN TO "CALCGLI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT ACK-FILE ASSIGN TO "CALCGLA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           SELECT POSTING-FILE ASSIGN TO "CALCPST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PST-KEY
               FILE STATUS IS WS-POSTING-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CALCGAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-FILE.
       01  GL-LINE                 PIC X(52).
       01  GL-DETAIL.
           05  GLD-ID              PIC X(3).
           05  FILLER              PIC X.
           05  GLD-DATE.
               10  GLD-DATE-YYYY   PIC X(4).
               10  GLD-DATE-SEP1   PIC X.
               10  GLD-DATE-MM     PIC X(2).
               10  GLD-DATE-SEP2   PIC X.
               10  GLD-DATE-DD     PIC X(2).
           05  FILLER              PIC X.
           05  GLD-ACCOUNT         PIC X(4).
           05  FILLER              PIC X.
           05  GLD-AMT-SIGN        PIC X.
           05  GLD-AMT-INT         PIC 9(7).
           05  FILLER              PIC X.
           05  GLD-AMT-DEC         PIC 9(2).
           05  FILLER              PIC X.
           05  GLD-CURRENCY-CODE   PIC X(3).
           05  FILLER              PIC X.
           05  GLD-SERIAL          PIC X(6).
           05  FILLER              PIC X.
           05  GLD-DEPT            PIC X(3).
           05  FILLER              PIC X.
           05  GLD-KIND            PIC X.
           05  FILLER              PIC X(4).
       01  GL-TRAILER.
           05  GLT-ID              PIC X(3).
           05  FILLER              PIC X.
           05  GLT-COUNT           PIC 9(7).
           05  FILLER              PIC X.
           05  GLT-TOT-SIGN        PIC X.
           05  GLT-TOT-INT         PIC 9(11).
           05  FILLER              PIC X.
           05  GLT-TOT-DEC         PIC 9(2).
           05  FILLER              PIC X(25).

       FD  ACK-FILE.
       01  ACK-LINE                PIC X(100).
       01  ACK-DETAIL.
           05  ACK-ID              PIC X(3).
           05  FILLER              PIC X.
           05  ACK-DATE.
               10  ACK-DATE-YYYY   PIC X(4).
               10  ACK-DATE-SEP1   PIC X.
               10  ACK-DATE-MM     PIC X(2).
               10  ACK-DATE-SEP2   PIC X.
               10  ACK-DATE-DD     PIC X(2).
           05  FILLER              PIC X.
           05  ACK-ACCOUNT         PIC X(4).
           05  FILLER              PIC X.
           05  ACK-AMT-SIGN        PIC X.
           05  ACK-AMT-INT         PIC 9(7).
           05  FILLER              PIC X.
           05  ACK-AMT-DEC         PIC 9(2).
           05  FILLER              PIC X.
           05  ACK-CURRENCY-CODE   PIC X(3).
           05  FILLER              PIC X.
           05  ACK-SERIAL          PIC X(6).
           05  FILLER              PIC X.
           05  ACK-DEPT            PIC X(3).
           05  FILLER              PIC X.
           05  ACK-KIND            PIC X.
           05  FILLER              PIC X.
           05  ACK-DISPOSITION     PIC X.
               88  ACK-ACCEPTED            VALUE "A".
               88  ACK-REJECTED            VALUE "R".
           05  FILLER              PIC X.
           05  ACK-REASON          PIC X(4).
           05  FILLER              PIC X.
           05  ACK-REASON-TEXT     PIC X(40).
           05  FILLER              PIC X(4).
       01  ACK-TRAILER.
           05  ATR-ID              PIC X(3).
           05  FILLER              PIC X.
           05  ATR-COUNT           PIC 9(7).
           05  FILLER              PIC X.
           05  ATR-TOT-SIGN        PIC X.
           05  ATR-TOT-INT         PIC 9(11).
           05  FILLER              PIC X.
           05  ATR-TOT-DEC         PIC 9(2).
           05  FILLER              PIC X.
           05  ATR-ACCEPTED        PIC 9(7).
           05  FILLER              PIC X.
           05  ATR-REJECTED        PIC 9(7).
           05  FILLER              PIC X(57).

       FD  POSTING-FILE.
       COPY PSTREC.

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-GL-STATUS            PIC XX VALUE SPACES.
       77  WS-ACK-STATUS           PIC XX VALUE SPACES.
       77  WS-POSTING-STATUS       PIC XX VALUE SPACES.
       77  WS-REPORT-STATUS        PIC XX VALUE SPACES.
       77  WS-GL-EOF-FLAG          PIC X VALUE "N".
           88  END-OF-GL                   VALUE "Y".
       77  WS-ACK-EOF-FLAG         PIC X VALUE "N".
           88  END-OF-ACKS                 VALUE "Y".
       77  WS-NOW-TS               PIC X(21) VALUE SPACES.
       77  WS-GLI-TRL-SEEN         PIC X VALUE "N".
       77  WS-GLI-TRL-COUNT        PIC 9(7) VALUE ZERO.
       77  WS-GLI-TRL-SUM          PIC S9(11)V99 VALUE ZERO.
       77  WS-GLI-BAD-COUNT        PIC 9(7) VALUE ZERO.
       77  WS-ATR-SEEN             PIC X VALUE "N".
       77  WS-ATR-COUNT            PIC 9(7) VALUE ZERO.
       77  WS-ATR-SUM              PIC S9(11)V99 VALUE ZERO.
       77  WS-ATR-ACCEPTED         PIC 9(7) VALUE ZERO.
       77  WS-ATR-REJECTED         PIC 9(7) VALUE ZERO.
       77  WS-SENT-COUNT           PIC 9(7) VALUE ZERO.
       77  WS-SENT-SUM             PIC S9(11)V99 VALUE ZERO.
       77  WS-ACK-COUNT            PIC 9(7) VALUE ZERO.
       77  WS-ACK-SUM              PIC S9(11)V99 VALUE ZERO.
       77  WS-ACCEPTED-COUNT       PIC 9(7) VALUE ZERO.
       77  WS-ACCEPTED-SUM         PIC S9(11)V99 VALUE ZERO.
       77  WS-REJECTED-COUNT       PIC 9(7) VALUE ZERO.
       77  WS-REJECTED-SUM         PIC S9(11)V99 VALUE ZERO.
       77  WS-MATCHED-COUNT        PIC 9(7) VALUE ZERO.
       77  WS-NOT-SENT-COUNT       PIC 9(7) VALUE ZERO.
       77  WS-TWICE-COUNT          PIC 9(7) VALUE ZERO.
       77  WS-UNREADABLE-COUNT     PIC 9(7) VALUE ZERO.
       77  WS-DISAGREE-COUNT       PIC 9(7) VALUE ZERO.
       77  WS-UNACKED-COUNT        PIC 9(7) VALUE ZERO.
       77  WS-UNACKED-SUM          PIC S9(11)V99 VALUE ZERO.
       77  WS-EXCEPTION-COUNT      PIC 9(7) VALUE ZERO.
       77  WS-OUT-OF-BALANCE       PIC X VALUE "N".
       77  WS-UPDATE-ALLOWED       PIC X VALUE "N".
       77  WS-PST-ADDED            PIC 9(7) VALUE ZERO.
       77  WS-PST-REPLACED         PIC 9(7) VALUE ZERO.
       77  WS-PST-KEPT             PIC 9(7) VALUE ZERO.
       77  WS-PST-FAILED           PIC 9(7) VALUE ZERO.
       77  WS-PST-FOUND            PIC X VALUE "N".
       77  WS-ACK-POST-DATE        PIC X(8) VALUE SPACES.
       77  WS-ACK-VALUE            PIC S9(9)V99 VALUE ZERO.
       77  WS-EXCEPTION-TEXT       PIC X(40) VALUE SPACES.
       77  WS-CNV-SIGN             PIC X VALUE SPACE.
       77  WS-CNV-INT              PIC 9(11) VALUE ZERO.
       77  WS-CNV-DEC              PIC 9(2) VALUE ZERO.
       77  WS-CNV-VALUE            PIC S9(11)V99 VALUE ZERO.
       77  WS-CNV-OK               PIC X VALUE "N".
       77  WS-SNT-COUNT            PIC 9(5) COMP VALUE ZERO.
       77  WS-SNT-MAX              PIC 9(5) COMP VALUE 5000.
       77  WS-SNT-IX               PIC 9(5) COMP VALUE ZERO.
       77  WS-SNT-SUB              PIC 9(5) COMP VALUE ZERO.
       77  WS-SNT-OVERFLOW         PIC X VALUE "N".
       77  WS-TWICE-IX             PIC 9(5) COMP VALUE ZERO.
       77  WS-REPEAT-IX            PIC 9(5) COMP VALUE ZERO.
       77  WS-REPEAT-COUNT         PIC 9(7) VALUE ZERO.
       77  WS-REPEAT-ACK-COUNT     PIC 9(7) VALUE ZERO.
       77  WS-AMT-EDIT-1           PIC -(7)9.99.
       77  WS-AMT-EDIT-2           PIC -(7)9.99.
       77  WS-TOT-EDIT             PIC -(11)9.99.
       77  WS-CNT-EDIT             PIC Z(6)9.
       01  WS-SENT-TABLE.
           05  WS-SENT-ENTRY OCCURS 5000 TIMES.
               10  WS-SNT-KEY.
                   15  WS-SNT-DATE     PIC X(8).
                   15  WS-SNT-SERIAL   PIC X(6).
                   15  WS-SNT-DEPT     PIC X(3).
                   15  WS-SNT-KIND     PIC X.
                   15  WS-SNT-ACCOUNT  PIC X(4).
                   15  WS-SNT-CCY      PIC X(3).
                   15  WS-SNT-AMOUNT   PIC S9(7)V99
                                    SIGN IS TRAILING SEPARATE.
               10  WS-SNT-LEDGER-AMT
                                   PIC S9(7)V99.
               10  WS-SNT-ACK      PIC X.
               10  WS-SNT-DISAGREE PIC X.
               10  WS-SNT-REPEATED PIC X.
               10  WS-SNT-REASON   PIC X(4).
               10  WS-SNT-REASON-TEXT
                                   PIC X(40).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "General-ledger acknowledgement reconciliation"
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
           PERFORM OPEN-FILES
           IF RETURN-CODE = 0
               PERFORM LOAD-SENT-LINES
           END-IF
           IF RETURN-CODE = 0
               PERFORM MATCH-ACKNOWLEDGEMENTS
               PERFORM PROVE-ACKNOWLEDGEMENT
               PERFORM LIST-REJECTIONS
               PERFORM LIST-UNACKNOWLEDGED
               PERFORM LIST-REPEATED-LINES
               IF WS-UPDATE-ALLOWED = "Y"
                   PERFORM UPDATE-POSTING-STATUS
               END-IF
               PERFORM PRINT-TOTALS
               EVALUATE TRUE
                   WHEN WS-EXCEPTION-COUNT > 0
                       OR WS-OUT-OF-BALANCE = "Y"
                       OR WS-PST-FAILED > 0
                       MOVE 8 TO RETURN-CODE
                   WHEN WS-REJECTED-COUNT > 0
                       MOVE 4 TO RETURN-CODE
               END-EVALUATE
           END-IF
           PERFORM CLOSE-FILES
           STOP RUN.

       OPEN-FILES.
           OPEN INPUT GL-FILE
           OPEN INPUT ACK-FILE
           OPEN OUTPUT REPORT-FILE
           OPEN I-O POSTING-FILE
           IF WS-POSTING-STATUS = "35"
               OPEN OUTPUT POSTING-FILE
               IF WS-POSTING-STATUS = "00"
                   CLOSE POSTING-FILE
                   OPEN I-O POSTING-FILE
               END-IF
           END-IF
           IF WS-GL-STATUS NOT = "00"
               OR WS-ACK-STATUS NOT = "00"
               OR WS-REPORT-STATUS NOT = "00"
               OR WS-POSTING-STATUS NOT = "00"
               DISPLAY "*** File open failure (CALCGLI "
                   WS-GL-STATUS ", CALCGLA " WS-ACK-STATUS
                   ", CALCGAR " WS-REPORT-STATUS ", CALCPST "
                   WS-POSTING-STATUS ") - nothing reconciled ***"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "General-ledger acknowledgement reconciliation"
                   " run " WS-NOW-TS(1:4) "-" WS-NOW-TS(5:2) "-"
                   WS-NOW-TS(7:2) " " WS-NOW-TS(9:2) ":"
                   WS-NOW-TS(11:2)
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM EMIT-LINE
           END-IF.

       LOAD-SENT-LINES.
           PERFORM READ-GL-FILE
           PERFORM UNTIL END-OF-GL
               IF WS-GLI-TRL-SEEN = "Y"
                   ADD 1 TO WS-GLI-BAD-COUNT
               ELSE
                   IF GLT-ID = "TRL"
                       PERFORM STORE-GL-TRAILER
                   ELSE
                       PERFORM STORE-SENT-LINE
                   END-IF
               END-IF
               PERFORM READ-GL-FILE
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-SNT-OVERFLOW = "Y"
                   DISPLAY "*** CALCGLI holds more than " WS-SNT-MAX
                       " lines - nothing reconciled ***"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-GLI-BAD-COUNT > 0
                   DISPLAY "*** CALCGLI has " WS-GLI-BAD-COUNT
                       " lines that are not DTL lines before a "
                       "single TRL - nothing reconciled ***"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-GLI-TRL-SEEN = "N"
                   DISPLAY "*** CALCGLI has no TRL trailer - not a "
                       "complete interface generation - nothing "
                       "reconciled ***"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-GLI-TRL-COUNT NOT = WS-SENT-COUNT
                   OR WS-GLI-TRL-SUM NOT = WS-SENT-SUM
                   MOVE WS-SENT-SUM TO WS-TOT-EDIT
                   DISPLAY "*** CALCGLI does not prove against its "
                       "own trailer (lines " WS-SENT-COUNT ", total "
                       WS-TOT-EDIT ") - nothing reconciled ***"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           IF RETURN-CODE NOT = 0
               MOVE "CALCGLI could not be proved - see SYSOUT; "
                   & "nothing reconciled" TO REPORT-LINE
               PERFORM EMIT-LINE
           ELSE
               MOVE WS-SENT-SUM TO WS-TOT-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "Interface generation sent: " WS-SENT-COUNT
                   " lines, total " WS-TOT-EDIT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM EMIT-LINE
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

       STORE-GL-TRAILER.
           MOVE "Y" TO WS-GLI-TRL-SEEN
           MOVE GLT-TOT-SIGN TO WS-CNV-SIGN
           MOVE ZERO TO WS-CNV-INT
           MOVE ZERO TO WS-CNV-DEC
           IF GLT-TOT-INT IS NUMERIC AND GLT-TOT-DEC IS NUMERIC
               MOVE GLT-TOT-INT TO WS-CNV-INT
               MOVE GLT-TOT-DEC TO WS-CNV-DEC
           ELSE
               MOVE "?" TO WS-CNV-SIGN
           END-IF
           PERFORM CONVERT-AMOUNT
           IF WS-CNV-OK = "N" OR GLT-COUNT IS NOT NUMERIC
               ADD 1 TO WS-GLI-BAD-COUNT
           ELSE
               MOVE GLT-COUNT TO WS-GLI-TRL-COUNT
               MOVE WS-CNV-VALUE TO WS-GLI-TRL-SUM
           END-IF.

       STORE-SENT-LINE.
           MOVE GLD-AMT-SIGN TO WS-CNV-SIGN
           MOVE ZERO TO WS-CNV-INT
           MOVE ZERO TO WS-CNV-DEC
           IF GLD-AMT-INT IS NUMERIC AND GLD-AMT-DEC IS NUMERIC
               MOVE GLD-AMT-INT TO WS-CNV-INT
               MOVE GLD-AMT-DEC TO WS-CNV-DEC
           ELSE
               MOVE "?" TO WS-CNV-SIGN
           END-IF
           PERFORM CONVERT-AMOUNT
           IF GLD-ID NOT = "DTL" OR WS-CNV-OK = "N"
               OR GLD-DATE-SEP1 NOT = "-" OR GLD-DATE-SEP2 NOT = "-"
               OR (GLD-KIND NOT = "P" AND GLD-KIND NOT = "R")
               ADD 1 TO WS-GLI-BAD-COUNT
           ELSE
               ADD 1 TO WS-SENT-COUNT
               ADD WS-CNV-VALUE TO WS-SENT-SUM
               IF WS-SNT-COUNT < WS-SNT-MAX
                   ADD 1 TO WS-SNT-COUNT
                   MOVE WS-SNT-COUNT TO WS-SNT-IX
                   INITIALIZE WS-SENT-ENTRY(WS-SNT-IX)
                   STRING GLD-DATE-YYYY GLD-DATE-MM GLD-DATE-DD
                       DELIMITED BY SIZE INTO WS-SNT-DATE(WS-SNT-IX)
                   MOVE GLD-SERIAL TO WS-SNT-SERIAL(WS-SNT-IX)
                   MOVE GLD-ACCOUNT TO WS-SNT-ACCOUNT(WS-SNT-IX)
                   MOVE GLD-DEPT TO WS-SNT-DEPT(WS-SNT-IX)
                   MOVE GLD-KIND TO WS-SNT-KIND(WS-SNT-IX)
                   MOVE GLD-CURRENCY-CODE TO WS-SNT-CCY(WS-SNT-IX)
                   MOVE WS-CNV-VALUE TO WS-SNT-AMOUNT(WS-SNT-IX)
                   MOVE "N" TO WS-SNT-ACK(WS-SNT-IX)
                   MOVE "N" TO WS-SNT-DISAGREE(WS-SNT-IX)
                   MOVE "N" TO WS-SNT-REPEATED(WS-SNT-IX)
                   PERFORM VARYING WS-SNT-SUB FROM 1 BY 1
                           UNTIL WS-SNT-SUB >= WS-SNT-IX
                       IF WS-SNT-KEY(WS-SNT-SUB)
                           = WS-SNT-KEY(WS-SNT-IX)
                           MOVE "Y" TO WS-SNT-REPEATED(WS-SNT-SUB)
                           MOVE "Y" TO WS-SNT-REPEATED(WS-SNT-IX)
                       END-IF
                   END-PERFORM
               ELSE
                   MOVE "Y" TO WS-SNT-OVERFLOW
               END-IF
           END-IF.

       CONVERT-AMOUNT.
           MOVE "Y" TO WS-CNV-OK
           COMPUTE WS-CNV-VALUE = WS-CNV-INT + WS-CNV-DEC / 100
           EVALUATE WS-CNV-SIGN
               WHEN "+"
                   CONTINUE
               WHEN "-"
                   COMPUTE WS-CNV-VALUE = 0 - WS-CNV-VALUE
               WHEN OTHER
                   MOVE "N" TO WS-CNV-OK
           END-EVALUATE.

       MATCH-ACKNOWLEDGEMENTS.
           MOVE SPACES TO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE "Acknowledgement exceptions (never sent, "
               & "sent or acknowledged twice, disagreeing, unreadable):"
               TO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE "  Date     Serial Dept Acct  Ledger amt    Sent amt"
               & " Exception" TO REPORT-LINE
           PERFORM EMIT-LINE
           PERFORM READ-ACK-FILE
           PERFORM UNTIL END-OF-ACKS
               EVALUATE TRUE
                   WHEN WS-ATR-SEEN = "Y"
                       MOVE "line follows the ledger's trailer"
                           TO WS-EXCEPTION-TEXT
                       PERFORM REPORT-UNREADABLE-LINE
                   WHEN ATR-ID = "TRL"
                       PERFORM STORE-ACK-TRAILER
                   WHEN OTHER
                       PERFORM MATCH-ACK-LINE
               END-EVALUATE
               PERFORM READ-ACK-FILE
           END-PERFORM
           IF WS-EXCEPTION-COUNT = 0
               MOVE "  (none)" TO REPORT-LINE
               PERFORM EMIT-LINE
           END-IF.

       READ-ACK-FILE.
           READ ACK-FILE
               AT END
                   MOVE "Y" TO WS-ACK-EOF-FLAG
               NOT AT END
                   IF WS-ACK-STATUS NOT = "00"
                       MOVE "Y" TO WS-ACK-EOF-FLAG
                   END-IF
           END-READ.

       STORE-ACK-TRAILER.
           MOVE "Y" TO WS-ATR-SEEN
           MOVE ATR-TOT-SIGN TO WS-CNV-SIGN
           MOVE ZERO TO WS-CNV-INT
           MOVE ZERO TO WS-CNV-DEC
           IF ATR-TOT-INT IS NUMERIC AND ATR-TOT-DEC IS NUMERIC
               MOVE ATR-TOT-INT TO WS-CNV-INT
               MOVE ATR-TOT-DEC TO WS-CNV-DEC
           ELSE
               MOVE "?" TO WS-CNV-SIGN
           END-IF
           PERFORM CONVERT-AMOUNT
           IF WS-CNV-OK = "N"
               OR ATR-COUNT IS NOT NUMERIC
               OR ATR-ACCEPTED IS NOT NUMERIC
               OR ATR-REJECTED IS NOT NUMERIC
               MOVE "ledger trailer is unreadable"
                   TO WS-EXCEPTION-TEXT
               PERFORM REPORT-UNREADABLE-LINE
               MOVE "Y" TO WS-OUT-OF-BALANCE
           ELSE
               MOVE ATR-COUNT TO WS-ATR-COUNT
               MOVE WS-CNV-VALUE TO WS-ATR-SUM
               MOVE ATR-ACCEPTED TO WS-ATR-ACCEPTED
               MOVE ATR-REJECTED TO WS-ATR-REJECTED
           END-IF.

       MATCH-ACK-LINE.
           MOVE ACK-AMT-SIGN TO WS-CNV-SIGN
           MOVE ZERO TO WS-CNV-INT
           MOVE ZERO TO WS-CNV-DEC
           IF ACK-AMT-INT IS NUMERIC AND ACK-AMT-DEC IS NUMERIC
               MOVE ACK-AMT-INT TO WS-CNV-INT
               MOVE ACK-AMT-DEC TO WS-CNV-DEC
           ELSE
               MOVE "?" TO WS-CNV-SIGN
           END-IF
           PERFORM CONVERT-AMOUNT
           IF ACK-ID NOT = "ACK" OR WS-CNV-OK = "N"
               OR ACK-DATE-SEP1 NOT = "-" OR ACK-DATE-SEP2 NOT = "-"
               OR NOT (ACK-ACCEPTED OR ACK-REJECTED)
               MOVE "not an ACK line the ledger should send"
                   TO WS-EXCEPTION-TEXT
               PERFORM REPORT-UNREADABLE-LINE
           ELSE
               MOVE WS-CNV-VALUE TO WS-ACK-VALUE
               ADD 1 TO WS-ACK-COUNT
               ADD WS-ACK-VALUE TO WS-ACK-SUM
               MOVE SPACES TO WS-ACK-POST-DATE
               STRING ACK-DATE-YYYY ACK-DATE-MM ACK-DATE-DD
                   DELIMITED BY SIZE INTO WS-ACK-POST-DATE
               PERFORM FIND-SENT-LINE
               IF WS-SNT-IX = 0
                   PERFORM REPORT-UNSENT-ACK
               ELSE
                   PERFORM RECORD-ACK-DISPOSITION
               END-IF
           END-IF.

       FIND-SENT-LINE.
           MOVE 0 TO WS-SNT-IX
           MOVE 0 TO WS-TWICE-IX
           MOVE 0 TO WS-REPEAT-IX
           PERFORM VARYING WS-SNT-SUB FROM 1 BY 1
                   UNTIL WS-SNT-SUB > WS-SNT-COUNT
                   OR WS-SNT-IX > 0
                   OR WS-TWICE-IX > 0
                   OR WS-REPEAT-IX > 0
               IF WS-SNT-DATE(WS-SNT-SUB) = WS-ACK-POST-DATE
                   AND WS-SNT-SERIAL(WS-SNT-SUB) = ACK-SERIAL
                   AND WS-SNT-DEPT(WS-SNT-SUB) = ACK-DEPT
                   AND WS-SNT-KIND(WS-SNT-SUB) = ACK-KIND
                   AND WS-SNT-ACCOUNT(WS-SNT-SUB) = ACK-ACCOUNT
                   AND WS-SNT-CCY(WS-SNT-SUB) = ACK-CURRENCY-CODE
                   AND WS-SNT-AMOUNT(WS-SNT-SUB) = WS-ACK-VALUE
                   EVALUATE TRUE
                       WHEN WS-SNT-REPEATED(WS-SNT-SUB) = "Y"
                           MOVE WS-SNT-SUB TO WS-REPEAT-IX
                       WHEN WS-SNT-ACK(WS-SNT-SUB) = "N"
                           MOVE WS-SNT-SUB TO WS-SNT-IX
                       WHEN OTHER
                           MOVE WS-SNT-SUB TO WS-TWICE-IX
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF WS-SNT-IX = 0 AND WS-TWICE-IX = 0 AND WS-REPEAT-IX = 0
               PERFORM FIND-DISAGREEING-LINE
           END-IF.

       FIND-DISAGREEING-LINE.
           PERFORM VARYING WS-SNT-SUB FROM 1 BY 1
                   UNTIL WS-SNT-SUB > WS-SNT-COUNT
                   OR WS-SNT-IX > 0
               IF WS-SNT-DATE(WS-SNT-SUB) = WS-ACK-POST-DATE
                   AND WS-SNT-SERIAL(WS-SNT-SUB) = ACK-SERIAL
                   AND WS-SNT-DEPT(WS-SNT-SUB) = ACK-DEPT
                   AND WS-SNT-KIND(WS-SNT-SUB) = ACK-KIND
                   AND WS-SNT-REPEATED(WS-SNT-SUB) = "N"
                   IF WS-SNT-ACK(WS-SNT-SUB) = "N"
                       MOVE WS-SNT-SUB TO WS-SNT-IX
                   ELSE
                       IF WS-TWICE-IX = 0
                           MOVE WS-SNT-SUB TO WS-TWICE-IX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SNT-IX > 0
               MOVE 0 TO WS-TWICE-IX
           END-IF.

       RECORD-ACK-DISPOSITION.
           ADD 1 TO WS-MATCHED-COUNT
           MOVE ACK-DISPOSITION TO WS-SNT-ACK(WS-SNT-IX)
           MOVE WS-ACK-VALUE TO WS-SNT-LEDGER-AMT(WS-SNT-IX)
           MOVE ACK-REASON TO WS-SNT-REASON(WS-SNT-IX)
           MOVE ACK-REASON-TEXT TO WS-SNT-REASON-TEXT(WS-SNT-IX)
           IF ACK-ACCEPTED
               ADD 1 TO WS-ACCEPTED-COUNT
               ADD WS-ACK-VALUE TO WS-ACCEPTED-SUM
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               ADD WS-ACK-VALUE TO WS-REJECTED-SUM
           END-IF
           IF WS-ACK-VALUE NOT = WS-SNT-AMOUNT(WS-SNT-IX)
               OR ACK-ACCOUNT NOT = WS-SNT-ACCOUNT(WS-SNT-IX)
               OR ACK-CURRENCY-CODE NOT = WS-SNT-CCY(WS-SNT-IX)
               MOVE "Y" TO WS-SNT-DISAGREE(WS-SNT-IX)
               ADD 1 TO WS-DISAGREE-COUNT
               MOVE "Y" TO WS-OUT-OF-BALANCE
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE WS-ACK-VALUE TO WS-AMT-EDIT-1
               MOVE WS-SNT-AMOUNT(WS-SNT-IX) TO WS-AMT-EDIT-2
               MOVE SPACES TO REPORT-LINE
               STRING "  " WS-ACK-POST-DATE " " ACK-SERIAL " "
                   ACK-DEPT "  " ACK-ACCOUNT " " WS-AMT-EDIT-1 " "
                   WS-AMT-EDIT-2 " ledger echo disagrees (sent "
                   WS-SNT-ACCOUNT(WS-SNT-IX) "/"
                   WS-SNT-CCY(WS-SNT-IX) ")"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM EMIT-LINE
           END-IF.

       REPORT-UNSENT-ACK.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE WS-ACK-VALUE TO WS-AMT-EDIT-1
           MOVE SPACES TO REPORT-LINE
           EVALUATE TRUE
               WHEN WS-REPEAT-IX > 0
                   ADD 1 TO WS-REPEAT-ACK-COUNT
                   MOVE WS-SNT-AMOUNT(WS-REPEAT-IX) TO WS-AMT-EDIT-2
                   STRING "  " WS-ACK-POST-DATE " " ACK-SERIAL " "
                       ACK-DEPT "  " ACK-ACCOUNT " " WS-AMT-EDIT-1
                       " " WS-AMT-EDIT-2 " sent more than once - "
                       "not paired (" ACK-DISPOSITION " "
                       ACK-REASON ")"
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN WS-TWICE-IX > 0
                   ADD 1 TO WS-TWICE-COUNT
                   MOVE WS-SNT-AMOUNT(WS-TWICE-IX) TO WS-AMT-EDIT-2
                   STRING "  " WS-ACK-POST-DATE " " ACK-SERIAL " "
                       ACK-DEPT "  " ACK-ACCOUNT " " WS-AMT-EDIT-1
                       " " WS-AMT-EDIT-2 " acknowledged twice ("
                       ACK-DISPOSITION " " ACK-REASON ")"
                       DELIMITED BY SIZE INTO REPORT-LINE
               WHEN OTHER
                   ADD 1 TO WS-NOT-SENT-COUNT
                   STRING "  " WS-ACK-POST-DATE " " ACK-SERIAL " "
                       ACK-DEPT "  " ACK-ACCOUNT " " WS-AMT-EDIT-1
                       "             acknowledged but never sent ("
                       ACK-DISPOSITION " " ACK-REASON ")"
                       DELIMITED BY SIZE INTO REPORT-LINE
           END-EVALUATE
           PERFORM EMIT-LINE.

       REPORT-UNREADABLE-LINE.
           ADD 1 TO WS-UNREADABLE-COUNT
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  " DELIMITED BY SIZE
               WS-EXCEPTION-TEXT DELIMITED BY "  "
               ":" DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "    " ACK-LINE(1:94)
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM EMIT-LINE.

       PROVE-ACKNOWLEDGEMENT.
           MOVE SPACES TO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE "Acknowledgement control totals:" TO REPORT-LINE
           PERFORM EMIT-LINE
           IF WS-ATR-SEEN = "N"
               MOVE "Y" TO WS-OUT-OF-BALANCE
               MOVE "  ** The acknowledgement has no TRL trailer - "
                   & "it may be incomplete **" TO REPORT-LINE
               PERFORM EMIT-LINE
           ELSE
               MOVE WS-ATR-SUM TO WS-TOT-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "  Ledger trailer: lines " WS-ATR-COUNT
                   "  total " WS-TOT-EDIT "  accepted "
                   WS-ATR-ACCEPTED "  rejected " WS-ATR-REJECTED
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM EMIT-LINE
               MOVE WS-ACK-SUM TO WS-TOT-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "  Lines read:     lines " WS-ACK-COUNT
                   "  total " WS-TOT-EDIT "  accepted "
                   WS-ACCEPTED-COUNT "  rejected " WS-REJECTED-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM EMIT-LINE
               IF WS-ATR-COUNT NOT = WS-ACK-COUNT
                   OR WS-ATR-SUM NOT = WS-ACK-SUM
                   OR WS-ATR-ACCEPTED + WS-ATR-REJECTED
                       NOT = WS-ATR-COUNT
                   MOVE "Y" TO WS-OUT-OF-BALANCE
                   MOVE "  ** The acknowledgement does not prove "
                       & "against its own trailer **" TO REPORT-LINE
                   PERFORM EMIT-LINE
               ELSE
                   IF WS-UNREADABLE-COUNT = 0
                       AND WS-MATCHED-COUNT > 0
                       MOVE "Y" TO WS-UPDATE-ALLOWED
                   END-IF
               END-IF
           END-IF
           MOVE WS-SENT-SUM TO WS-TOT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "  Sent on CALCGLI: lines " WS-SENT-COUNT
               "  total " WS-TOT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM EMIT-LINE
           IF WS-ACK-COUNT NOT = WS-SENT-COUNT
               OR WS-ACK-SUM NOT = WS-SENT-SUM
               MOVE "Y" TO WS-OUT-OF-BALANCE
               MOVE "  ** What the ledger acknowledged does not "
                   & "balance to what was sent **" TO REPORT-LINE
               PERFORM EMIT-LINE
           END-IF
           IF WS-MATCHED-COUNT = 0
               MOVE "  ** Not one acknowledgement matches a line "
                   & "sent - check the CALCGLI generation **"
                   TO REPORT-LINE
               PERFORM EMIT-LINE
           END-IF.

       LIST-REJECTIONS.
           MOVE SPACES TO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE "Ledger rejections:" TO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE "  Date     Serial Dept Acct      Amount Ccy Reason"
               TO REPORT-LINE
           PERFORM EMIT-LINE
           PERFORM VARYING WS-SNT-SUB FROM 1 BY 1
                   UNTIL WS-SNT-SUB > WS-SNT-COUNT
               IF WS-SNT-ACK(WS-SNT-SUB) = "R"
                   MOVE WS-SNT-AMOUNT(WS-SNT-SUB) TO WS-AMT-EDIT-1
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " WS-SNT-DATE(WS-SNT-SUB) " "
                       WS-SNT-SERIAL(WS-SNT-SUB) " "
                       WS-SNT-DEPT(WS-SNT-SUB) "  "
                       WS-SNT-ACCOUNT(WS-SNT-SUB) " " WS-AMT-EDIT-1
                       " " WS-SNT-CCY(WS-SNT-SUB) " "
                       WS-SNT-REASON(WS-SNT-SUB) " "
                       WS-SNT-REASON-TEXT(WS-SNT-SUB)
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM EMIT-LINE
               END-IF
           END-PERFORM
           IF WS-REJECTED-COUNT = 0
               MOVE "  (none)" TO REPORT-LINE
               PERFORM EMIT-LINE
           END-IF.

       LIST-UNACKNOWLEDGED.
           MOVE SPACES TO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE "Sent but never acknowledged:" TO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE "  Date     Serial Dept Acct      Amount Ccy"
               TO REPORT-LINE
           PERFORM EMIT-LINE
           PERFORM VARYING WS-SNT-SUB FROM 1 BY 1
                   UNTIL WS-SNT-SUB > WS-SNT-COUNT
               IF WS-SNT-ACK(WS-SNT-SUB) = "N"
                   AND WS-SNT-REPEATED(WS-SNT-SUB) = "N"
                   ADD 1 TO WS-UNACKED-COUNT
                   ADD 1 TO WS-EXCEPTION-COUNT
                   ADD WS-SNT-AMOUNT(WS-SNT-SUB) TO WS-UNACKED-SUM
                   MOVE WS-SNT-AMOUNT(WS-SNT-SUB) TO WS-AMT-EDIT-1
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " WS-SNT-DATE(WS-SNT-SUB) " "
                       WS-SNT-SERIAL(WS-SNT-SUB) " "
                       WS-SNT-DEPT(WS-SNT-SUB) "  "
                       WS-SNT-ACCOUNT(WS-SNT-SUB) " " WS-AMT-EDIT-1
                       " " WS-SNT-CCY(WS-SNT-SUB)
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM EMIT-LINE
               END-IF
           END-PERFORM
           IF WS-UNACKED-COUNT = 0
               MOVE "  (none)" TO REPORT-LINE
               PERFORM EMIT-LINE
           END-IF.

       LIST-REPEATED-LINES.
           MOVE SPACES TO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE "Sent more than once - identical lines (not "
               & "reconciled):" TO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE "  Date     Serial Dept Acct      Amount Ccy"
               TO REPORT-LINE
           PERFORM EMIT-LINE
           PERFORM VARYING WS-SNT-SUB FROM 1 BY 1
                   UNTIL WS-SNT-SUB > WS-SNT-COUNT
               IF WS-SNT-REPEATED(WS-SNT-SUB) = "Y"
                   ADD 1 TO WS-REPEAT-COUNT
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE WS-SNT-AMOUNT(WS-SNT-SUB) TO WS-AMT-EDIT-1
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " WS-SNT-DATE(WS-SNT-SUB) " "
                       WS-SNT-SERIAL(WS-SNT-SUB) " "
                       WS-SNT-DEPT(WS-SNT-SUB) "  "
                       WS-SNT-ACCOUNT(WS-SNT-SUB) " " WS-AMT-EDIT-1
                       " " WS-SNT-CCY(WS-SNT-SUB)
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM EMIT-LINE
               END-IF
           END-PERFORM
           IF WS-REPEAT-COUNT = 0
               MOVE "  (none)" TO REPORT-LINE
               PERFORM EMIT-LINE
           END-IF.

       UPDATE-POSTING-STATUS.
           PERFORM VARYING WS-SNT-SUB FROM 1 BY 1
                   UNTIL WS-SNT-SUB > WS-SNT-COUNT
               IF WS-SNT-REPEATED(WS-SNT-SUB) = "N"
                   PERFORM STORE-POSTING-STATUS
               END-IF
           END-PERFORM.

       STORE-POSTING-STATUS.
           MOVE WS-SNT-KEY(WS-SNT-SUB) TO PST-KEY
           MOVE "Y" TO WS-PST-FOUND
           READ POSTING-FILE
               INVALID KEY
                   MOVE "N" TO WS-PST-FOUND
           END-READ
           IF WS-PST-FOUND = "Y" AND WS-POSTING-STATUS NOT = "00"
               MOVE "N" TO WS-PST-FOUND
           END-IF
           IF WS-PST-FOUND = "Y"
               AND WS-SNT-ACK(WS-SNT-SUB) = "N"
               AND (PST-POSTED OR PST-REJECTED)
               ADD 1 TO WS-PST-KEPT
           ELSE
               MOVE SPACES TO POSTING-RECORD
               MOVE WS-SNT-KEY(WS-SNT-SUB) TO PST-KEY
               EVALUATE WS-SNT-ACK(WS-SNT-SUB)
                   WHEN "A"
                       MOVE "P" TO PST-STATUS
                   WHEN "R"
                       MOVE "R" TO PST-STATUS
                   WHEN OTHER
                       MOVE "N" TO PST-STATUS
               END-EVALUATE
               MOVE WS-SNT-LEDGER-AMT(WS-SNT-SUB)
                   TO PST-LEDGER-AMOUNT
               MOVE WS-SNT-REASON(WS-SNT-SUB) TO PST-REASON
               MOVE WS-SNT-REASON-TEXT(WS-SNT-SUB)
                   TO PST-REASON-TEXT
               MOVE WS-NOW-TS TO PST-UPDATED-TS
               IF WS-PST-FOUND = "Y"
                   REWRITE POSTING-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   IF WS-POSTING-STATUS = "00"
                       ADD 1 TO WS-PST-REPLACED
                   ELSE
                       PERFORM REPORT-POSTING-FAILURE
                   END-IF
               ELSE
                   WRITE POSTING-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
                   IF WS-POSTING-STATUS = "00"
                       ADD 1 TO WS-PST-ADDED
                   ELSE
                       PERFORM REPORT-POSTING-FAILURE
                   END-IF
               END-IF
           END-IF.

       REPORT-POSTING-FAILURE.
           ADD 1 TO WS-PST-FAILED
           DISPLAY "*** Posting status for " PST-POST-DATE " serial "
               PST-SERIAL " dept " PST-DEPT " could not be stored "
               "(status "
               WS-POSTING-STATUS ") ***".

       PRINT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE "Reconciliation totals:" TO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE WS-ACCEPTED-SUM TO WS-TOT-EDIT
           MOVE WS-ACCEPTED-COUNT TO WS-CNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "  Reached the ledger:          " WS-CNT-EDIT
               "  total " WS-TOT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE WS-REJECTED-SUM TO WS-TOT-EDIT
           MOVE WS-REJECTED-COUNT TO WS-CNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "  Rejected by the ledger:      " WS-CNT-EDIT
               "  total " WS-TOT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE WS-UNACKED-SUM TO WS-TOT-EDIT
           MOVE WS-UNACKED-COUNT TO WS-CNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "  Sent, never acknowledged:    " WS-CNT-EDIT
               "  total " WS-TOT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE WS-NOT-SENT-COUNT TO WS-CNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "  Acknowledged, never sent:    " WS-CNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE WS-TWICE-COUNT TO WS-CNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "  Acknowledged twice:          " WS-CNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE WS-REPEAT-COUNT TO WS-CNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "  Sent more than once:         " WS-CNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE WS-REPEAT-ACK-COUNT TO WS-CNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "  Acknowledged, not paired:    " WS-CNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE WS-DISAGREE-COUNT TO WS-CNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "  Echo disagrees with sent:    " WS-CNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE WS-UNREADABLE-COUNT TO WS-CNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "  Unreadable ledger lines:     " WS-CNT-EDIT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM EMIT-LINE
           IF WS-UPDATE-ALLOWED = "Y"
               MOVE SPACES TO REPORT-LINE
               STRING "Posting-status file CALCPST: added "
                   WS-PST-ADDED "  replaced " WS-PST-REPLACED
                   "  kept " WS-PST-KEPT "  failed " WS-PST-FAILED
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               MOVE "Posting-status file CALCPST NOT updated - the "
                   & "acknowledgement could not be proved"
                   TO REPORT-LINE
           END-IF
           PERFORM EMIT-LINE
           EVALUATE TRUE
               WHEN WS-EXCEPTION-COUNT > 0
                   OR WS-OUT-OF-BALANCE = "Y"
                   OR WS-PST-FAILED > 0
                   MOVE "Result: UNMATCHED OR OUT OF BALANCE - "
                       & "refer to finance before the next extract"
                       TO REPORT-LINE
               WHEN WS-REJECTED-COUNT > 0
                   MOVE "Result: balanced, with ledger rejections "
                       & "to correct" TO REPORT-LINE
               WHEN OTHER
                   MOVE "Result: every line sent reached the ledger"
                       TO REPORT-LINE
           END-EVALUATE
           PERFORM EMIT-LINE.

       EMIT-LINE.
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.

       CLOSE-FILES.
           CLOSE GL-FILE
           CLOSE ACK-FILE
           CLOSE POSTING-FILE
           CLOSE REPORT-FILE.
