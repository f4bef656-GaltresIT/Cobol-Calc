       DATA DIVISION.
       FILE SECTION.
       FD  REJECT-FILE.
       COPY REJREC.

       FD  FIX-FILE.
       01  FIX-RECORD.
           05  FIX-ACTION          PIC X.
           05  FILLER              PIC X.
           05  FIX-CARD-IMAGE      PIC X(36).
           05  FIX-WOF-IMAGE REDEFINES FIX-CARD-IMAGE.
               10  FIX-WOF-KEY.
                   15  FIX-WOF-SERIAL
                                   PIC X(6).
                   15  FIX-WOF-DECK-DATE
                                   PIC X(8).
                   15  FIX-WOF-DEPT
                                   PIC X(3).
                   15  FIX-WOF-KIND
                                   PIC X(3).
               10  FILLER          PIC X(16).
           05  FILLER              PIC X.
           05  FIX-DROP-REASON     PIC X(4).
           05  FILLER              PIC X.
           05  FIX-DROP-NOTE       PIC X(30).

       FD  DECK-FILE.
       01  DECK-RECORD.
               10  DK-CTL-ID       PIC X(3).
               10  DK-HDR-DATE     PIC 9(8).
               10  FILLER          PIC X(25).
           05  DK-CTL-STORE REDEFINES DK-CARD.
               10  FILLER          PIC X(24).
               10  DK-LDG-SERIAL   PIC X(6).
               10  FILLER          PIC X(4).
               10  DK-LDG-FLAG     PIC X.
               10  FILLER          PIC X.
           05  DK-TRAILER REDEFINES DK-CARD.
               10  FILLER          PIC X(3).
               10  DK-TRL-COUNT    PIC 9(7).
       77  WS-HASH-WORK            PIC 9(7)V99 VALUE ZERO.
       77  WS-HASH-NUM1            PIC 9(11)V99 VALUE ZERO.
       77  WS-HASH-NUM2            PIC 9(11)V99 VALUE ZERO.
       77  WS-WRITTEN-OFF          PIC 9(7) VALUE ZERO.
       77  WS-RESUBMITTED          PIC 9(7) VALUE ZERO.
       01  WS-FIX-TABLE.
           05  WS-FIX-ENTRY OCCURS 500 TIMES.
               10  WS-TBL-SEQ      PIC 9(5).
               10  WS-TBL-ACTION   PIC X.
               10  WS-TBL-IMAGE    PIC X(36).
               10  WS-TBL-USED     PIC X.
               10  WS-TBL-REASON   PIC X(4).
               10  WS-TBL-NOTE     PIC X(30).
       COPY RJLPARM.

       LINKAGE SECTION.
       01  LS-PARM.
                   DISPLAY "Cards written:  " WS-CARDS-WRITTEN
                   DISPLAY "Cards corrected:" WS-CARDS-FIXED
                   DISPLAY "Cards dropped:  " WS-CARDS-DROPPED
                   DISPLAY "Written off:    " WS-WRITTEN-OFF
                   DISPLAY "Resubmitted:    " WS-RESUBMITTED
                   DISPLAY "Deck controls: count " WS-DETAIL-COUNT
                       " hash1 " WS-HASH-NUM1
                       " hash2 " WS-HASH-NUM2
           END-READ.

       STORE-CORRECTION.
           IF FIX-ACTION = "W"
               PERFORM WRITE-OFF-BY-KEY
           ELSE
               IF FIX-SEQ IS NOT NUMERIC
                   OR (FIX-ACTION NOT = "R" AND FIX-ACTION NOT = "D")
                   MOVE "Y" TO WS-WARN-FLAG
                   DISPLAY "*** Correction card ignored: sequence not "
                       "numeric or action not R/D/W: " FIX-RECORD " ***"
               ELSE
                   IF WS-FIX-COUNT < WS-FIX-MAX
                       ADD 1 TO WS-FIX-COUNT
                       MOVE FIX-SEQ TO WS-TBL-SEQ(WS-FIX-COUNT)
                       MOVE FIX-ACTION TO WS-TBL-ACTION(WS-FIX-COUNT)
                       MOVE FIX-CARD-IMAGE
                           TO WS-TBL-IMAGE(WS-FIX-COUNT)
                       MOVE "N" TO WS-TBL-USED(WS-FIX-COUNT)
                       MOVE FIX-DROP-REASON
                           TO WS-TBL-REASON(WS-FIX-COUNT)
                       MOVE FIX-DROP-NOTE TO WS-TBL-NOTE(WS-FIX-COUNT)
                   ELSE
                       DISPLAY "*** Corrections table is full - no "
                           "deck built ***"
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       WRITE-OFF-BY-KEY.
           IF FIX-WOF-SERIAL = SPACES
               OR FIX-WOF-DECK-DATE IS NOT NUMERIC
               OR (FIX-WOF-KIND NOT = "DTL" AND FIX-WOF-KIND NOT = "REV"
                   AND FIX-WOF-KIND NOT = "STO"
                   AND FIX-WOF-KIND NOT = "CLR")
               MOVE "Y" TO WS-WARN-FLAG
               DISPLAY "*** Write-off card ignored: cols 9-28 are "
                   "not a reject ledger key: " FIX-RECORD " ***"
           ELSE
               MOVE SPACES TO REJLEDGER-AREA
               MOVE "WOF" TO RJL-FUNCTION
               MOVE FIX-WOF-KEY TO RJL-KEY-ARG
               IF FIX-DROP-REASON = SPACES
                   MOVE "Y" TO WS-WARN-FLAG
                   MOVE "WOFF" TO RJL-REASON-ARG
                   DISPLAY "*** Write-off " FIX-WOF-KEY ": no "
                       "reason given - recorded as WOFF ***"
               ELSE
                   MOVE FIX-DROP-REASON TO RJL-REASON-ARG
               END-IF
               MOVE FIX-DROP-NOTE TO RJL-NOTE-ARG
               MOVE "RECYCLE" TO RJL-CALLER-ARG
               CALL "CalcRejLdg" USING REJLEDGER-AREA
               EVALUATE RJL-STATUS-ARG
                   WHEN "OK"
                       ADD 1 TO WS-WRITTEN-OFF
                   WHEN "CLSD"
                       MOVE "Y" TO WS-WARN-FLAG
                       DISPLAY "*** Write-off " FIX-WOF-KEY ": ledger "
                           "entry is already closed ***"
                   WHEN "NFND"
                       MOVE "Y" TO WS-WARN-FLAG
                       DISPLAY "*** Write-off " FIX-WOF-KEY ": no "
                           "such reject ledger entry ***"
                   WHEN OTHER
                       MOVE "Y" TO WS-WARN-FLAG
                       DISPLAY "*** Write-off " FIX-WOF-KEY ": reject "
                           "ledger CALCRLG could not be updated "
                           "(status " RJL-STATUS-ARG ") ***"
               END-EVALUATE
           END-IF.

       BUILD-DECK.
           END-IF
           IF WS-CARD-ACTION = "D"
               ADD 1 TO WS-CARDS-DROPPED
               PERFORM WRITE-OFF-LEDGER-ENTRY
           ELSE
               IF DK-CTL-ID = "HDR" OR DK-CTL-ID = "TRL"
                   MOVE "Y" TO WS-WARN-FLAG
                       "image dropped - the deck gets its own "
                       "header and trailer ***"
               ELSE
                   IF (DK-CTL-ID = "STO" OR DK-CTL-ID = "CLR")
                       AND REJ-LDG-SERIAL IS NUMERIC
                       MOVE REJ-LDG-SERIAL TO DK-LDG-SERIAL
                       MOVE "P" TO DK-LDG-FLAG
                   END-IF
                   PERFORM WRITE-DECK-CARD
                   IF REJ-LDG-KEY NOT = SPACES
                       PERFORM MARK-LEDGER-ENTRY
                   END-IF
               END-IF
           END-IF.

       MARK-LEDGER-ENTRY.
           MOVE SPACES TO REJLEDGER-AREA
           MOVE "RSB" TO RJL-FUNCTION
           MOVE REJ-LDG-KEY TO RJL-KEY-ARG
           MOVE DK-CARD TO RJL-IMAGE-ARG
           MOVE WS-DECK-DATE TO RJL-RESUB-DECK-ARG
           MOVE "RECYCLE" TO RJL-CALLER-ARG
           CALL "CalcRejLdg" USING REJLEDGER-AREA
           EVALUATE RJL-STATUS-ARG
               WHEN "OK"
                   ADD 1 TO WS-RESUBMITTED
               WHEN "CLSD"
                   MOVE "Y" TO WS-WARN-FLAG
                   DISPLAY "*** Reject " WS-REJ-SEQ ": ledger entry "
                       RJL-KEY-ARG " is already closed - the card "
                       "is resubmitted anyway ***"
               WHEN "NFND"
                   MOVE "Y" TO WS-WARN-FLAG
                   DISPLAY "*** Reject " WS-REJ-SEQ ": no reject "
                       "ledger entry " RJL-KEY-ARG " - posting the "
                       "card will not clear one ***"
               WHEN OTHER
                   MOVE "Y" TO WS-WARN-FLAG
                   DISPLAY "*** Reject " WS-REJ-SEQ ": reject ledger "
                       "CALCRLG could not be updated (status "
                       RJL-STATUS-ARG ") ***"
           END-EVALUATE.

       WRITE-OFF-LEDGER-ENTRY.
           MOVE SPACES TO REJLEDGER-AREA
           MOVE "WOF" TO RJL-FUNCTION
           MOVE REJ-LDG-KEY TO RJL-KEY-ARG
           IF WS-TBL-REASON(WS-FIX-IX) = SPACES
               MOVE "Y" TO WS-WARN-FLAG
               MOVE "DROP" TO RJL-REASON-ARG
               DISPLAY "*** Reject " WS-REJ-SEQ ": dropped with no "
                   "write-off reason - recorded as DROP ***"
           ELSE
               MOVE WS-TBL-REASON(WS-FIX-IX) TO RJL-REASON-ARG
           END-IF
           MOVE WS-TBL-NOTE(WS-FIX-IX) TO RJL-NOTE-ARG
           MOVE "RECYCLE" TO RJL-CALLER-ARG
           IF REJ-LDG-KEY = SPACES
               MOVE "NFND" TO RJL-STATUS-ARG
           ELSE
               CALL "CalcRejLdg" USING REJLEDGER-AREA
           END-IF
           EVALUATE RJL-STATUS-ARG
               WHEN "OK"
                   ADD 1 TO WS-WRITTEN-OFF
               WHEN "CLSD"
                   MOVE "Y" TO WS-WARN-FLAG
                   DISPLAY "*** Reject " WS-REJ-SEQ ": ledger entry "
                       RJL-KEY-ARG " is already closed ***"
               WHEN "NFND"
                   MOVE "Y" TO WS-WARN-FLAG
                   DISPLAY "*** Reject " WS-REJ-SEQ ": no reject "
                       "ledger entry to write off ***"
               WHEN OTHER
                   MOVE "Y" TO WS-WARN-FLAG
                   DISPLAY "*** Reject " WS-REJ-SEQ ": reject ledger "
                       "CALCRLG could not be updated (status "
                       RJL-STATUS-ARG ") ***"
           END-EVALUATE.

       FIND-CORRECTION.
           MOVE 0 TO WS-FIX-IX
           PERFORM VARYING WS-FIX-SUB FROM 1 BY 1

       WRITE-DECK-CARD.
           IF DK-CTL-ID NOT = "STO" AND DK-CTL-ID NOT = "CLR"
               AND DK-CTL-ID NOT = "REV"
               ADD 1 TO WS-DETAIL-COUNT
               PERFORM ACCUMULATE-HASH-TOTALS
               PERFORM CHECK-CARD-NUMERICS
