               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AXM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT POSTING-FILE ASSIGN TO "CALCPST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PST-KEY
               FILE STATUS IS WS-POSTING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       COPY AUDMAST.

       FD  POSTING-FILE.
       COPY PSTREC.

       WORKING-STORAGE SECTION.
       77  WS-MASTER-STATUS        PIC XX VALUE SPACES.
       77  WS-POSTING-STATUS       PIC XX VALUE SPACES.
       77  WS-GL-ACCOUNT           PIC X(4) VALUE SPACES.
       77  WS-POSTING-OPEN         PIC X VALUE "N".
       77  WS-AMT-EDIT             PIC -(7)9.99.
       77  WS-EOF-FLAG             PIC X VALUE "N".
           88  END-OF-MASTER               VALUE "Y".
       77  WS-ASK-DATE             PIC X(8) VALUE SPACES.
                   "master rebuild first ***"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT POSTING-FILE
               IF WS-POSTING-STATUS = "00"
                   MOVE "Y" TO WS-POSTING-OPEN
               END-IF
               MOVE WS-ASK-DATE TO AXM-DATE
               MOVE ZEROS TO AXM-SEQ
               START MASTER-FILE KEY NOT < AXM-KEY
                   PERFORM READ-NEXT-MASTER
               END-PERFORM
               CLOSE MASTER-FILE
               IF WS-POSTING-OPEN = "Y"
                   CLOSE POSTING-FILE
               END-IF
               IF WS-SHOWN-COUNT = 0
                   DISPLAY "No audit record matches the request"
                   MOVE 4 TO RETURN-CODE
               " serial " AUD-SERIAL
           DISPLAY "  Timestamp:   " AUD-TIMESTAMP
           DISPLAY "  Department:  " AUD-DEPT
           IF AUD-DECK-DATE NOT = SPACES
               DISPLAY "  Deck date:   " AUD-DECK-DATE
                   " (serial source " AUD-SERIAL-SRC ")"
           END-IF
           DISPLAY "  Operands:    " AUD-NUM1 " / " AUD-NUM2
           DISPLAY "  Choice:      " AUD-CHOICE
           DISPLAY "  Status:      " AUD-STATUS
           DISPLAY "  Result:      " AUD-RESULT " "
               AUD-CURRENCY-CODE
           DISPLAY "  Base result: " AUD-BASE-RESULT
               " (rate status " AUD-RATE-STATUS ")"
           IF AUD-STATUS = "REV "
               DISPLAY "  Reverses:    transaction " AUD-SERIAL
                   " dated " AUD-ORIG-DATE
           END-IF
           PERFORM DISPLAY-LEDGER-POSTING.

       DISPLAY-LEDGER-POSTING.
           IF (AUD-STATUS NOT = "OK" AND AUD-STATUS NOT = "REV ")
               OR AUD-RESULT IS NOT NUMERIC
               OR AUD-CHOICE < 1 OR AUD-CHOICE > 7
               DISPLAY "  Ledger:      not sent to the general "
                   "ledger (status " AUD-STATUS ")"
           ELSE
               IF WS-POSTING-OPEN = "N"
                   DISPLAY "  Ledger:      posting status not "
                       "available (CALCPST status "
                       WS-POSTING-STATUS ")"
               ELSE
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
                           DISPLAY "  Ledger:      reached the "
                               "general ledger (account "
                               PST-ACCOUNT ", acknowledged "
                               PST-UPDATED-TS(1:8) ")"
                       WHEN PST-REJECTED
                           DISPLAY "  Ledger:      REJECTED by the "
                               "general ledger (account "
                               PST-ACCOUNT ", acknowledged "
                               PST-UPDATED-TS(1:8) ")"
                           DISPLAY "               reason "
                               PST-REASON " " PST-REASON-TEXT
                       WHEN PST-UNACKNOWLEDGED
                           DISPLAY "  Ledger:      sent but never "
                               "acknowledged by the general ledger"
                       WHEN OTHER
                           DISPLAY "  Ledger:      not yet "
                               "acknowledged by the general ledger"
                   END-EVALUATE
                   IF (PST-POSTED OR PST-REJECTED)
                       AND PST-LEDGER-AMOUNT NOT = PST-SENT-AMOUNT
                       MOVE PST-LEDGER-AMOUNT TO WS-AMT-EDIT
                       DISPLAY "               ledger amount "
                           WS-AMT-EDIT " differs from the amount "
                           "sent"
                   END-IF
               END-IF
           END-IF.

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
