           88  END-OF-AUDIT                VALUE "Y".
       77  WS-FILTER-DATE          PIC X(8) VALUE SPACES.
       77  WS-GL-ACCOUNT           PIC X(4) VALUE SPACES.
       77  WS-GL-KIND              PIC X VALUE SPACE.
       77  WS-GL-AMOUNT            PIC +9(7).99.
       77  WS-GL-TOTAL             PIC +9(11).99.
       77  WS-GL-COUNT             PIC 9(7) VALUE ZERO.
           END-READ.

       EXTRACT-AUDIT-RECORD.
           IF (AUD-STATUS NOT = "OK" AND AUD-STATUS NOT = "REV ")
               OR AUD-RESULT IS NOT NUMERIC
               OR (WS-FILTER-DATE NOT = SPACES
               AND AUD-TIMESTAMP(1:8) NOT = WS-FILTER-DATE)
           ADD 1 TO WS-GL-COUNT
           ADD AUD-RESULT TO WS-TOTAL-SUM
           MOVE AUD-RESULT TO WS-GL-AMOUNT
           IF AUD-STATUS = "REV "
               MOVE "R" TO WS-GL-KIND
           ELSE
               MOVE "P" TO WS-GL-KIND
           END-IF
           MOVE SPACES TO GL-LINE
           STRING "DTL|" AUD-TIMESTAMP(1:4) "-" AUD-TIMESTAMP(5:2)
               "-" AUD-TIMESTAMP(7:2) "|" WS-GL-ACCOUNT "|"
               WS-GL-AMOUNT "|" AUD-CURRENCY-CODE "|" AUD-SERIAL
               "|" AUD-DEPT "|" WS-GL-KIND
               DELIMITED BY SIZE INTO GL-LINE
           WRITE GL-LINE.

