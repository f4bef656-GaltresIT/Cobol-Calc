
       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD.
           05  EXC-AUD-IMAGE       PIC X(112).
           05  FILLER              PIC X VALUE SPACE.
           05  EXC-REASON          PIC X(6).
           05  FILLER              PIC X VALUE SPACE.
               MOVE AUD-NUM2 TO NUM2
               MOVE AUD-CHOICE TO CHOICE
               PERFORM RECOMPUTE-RESULT
               IF AUD-STATUS = "REV " AND WS-EXP-STATUS = "OK"
                   MOVE "REV " TO WS-EXP-STATUS
                   COMPUTE RESULT = 0 - RESULT
               END-IF
               IF AUD-STATUS NOT = WS-EXP-STATUS
                   MOVE "STATUS" TO WS-EXC-REASON
                   PERFORM WRITE-EXCEPTION-RECORD
               ELSE
                   IF (WS-EXP-STATUS = "OK" OR WS-EXP-STATUS = "REV ")
                       AND (AUD-RESULT IS NOT NUMERIC
                       OR AUD-RESULT NOT = RESULT)
                       MOVE "RESULT" TO WS-EXC-REASON
