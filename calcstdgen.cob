       DATA DIVISION.
       FILE SECTION.
       FD  STD-FILE.
       COPY STDREC.

       FD  KEYED-FILE.
       01  KEYED-RECORD            PIC X(36).
       77  WS-DUE-FLAG             PIC X VALUE "N".
       77  WS-GEN-COUNT            PIC 9(7) VALUE ZERO.
       77  WS-KEYED-COUNT          PIC 9(7) VALUE ZERO.
       77  WS-SUSPENDED-COUNT      PIC 9(7) VALUE ZERO.
       77  WS-WARN-FLAG            PIC X VALUE "N".
       77  WS-DETAIL-COUNT         PIC 9(7) VALUE ZERO.
       77  WS-HASH-WORK            PIC 9(7)V99 VALUE ZERO.
               IF RETURN-CODE = 0
                   DISPLAY "Generated cards: " WS-GEN-COUNT
                   DISPLAY "Keyed cards:     " WS-KEYED-COUNT
                   DISPLAY "Suspended:       " WS-SUSPENDED-COUNT
                   DISPLAY "Deck controls: count " WS-DETAIL-COUNT
                       " hash1 " WS-HASH-NUM1
                       " hash2 " WS-HASH-NUM2

       CHECK-INSTRUCTION-DUE.
           MOVE "N" TO WS-DUE-FLAG
           IF SI-SUSPENDED
               ADD 1 TO WS-SUSPENDED-COUNT
           ELSE
               PERFORM CHECK-ACTIVE-INSTRUCTION
           END-IF.

       CHECK-ACTIVE-INSTRUCTION.
           IF SI-EFF-DATE IS NOT NUMERIC
               OR SI-EXP-DATE IS NOT NUMERIC
               MOVE "Y" TO WS-WARN-FLAG

       WRITE-DECK-CARD.
           IF DK-CTL-ID NOT = "STO" AND DK-CTL-ID NOT = "CLR"
               AND DK-CTL-ID NOT = "REV"
               ADD 1 TO WS-DETAIL-COUNT
               PERFORM ACCUMULATE-HASH-TOTALS
           END-IF
