       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcRejLdg.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "CALCRLG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RLG-KEY
               FILE STATUS IS WS-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       COPY RJLEDGER.

       WORKING-STORAGE SECTION.
       77  WS-LEDGER-STATUS        PIC XX VALUE SPACES.
       77  WS-FILE-OPEN            PIC X VALUE "N".
           88  LEDGER-FILE-OPEN            VALUE "Y".
       77  WS-LDG-EOF-FLAG         PIC X VALUE "N".
           88  END-OF-LEDGER               VALUE "Y".
       77  WS-ENTRY-FOUND          PIC X VALUE "N".
       77  WS-FOUND-KEY            PIC X(20) VALUE SPACES.
       77  WS-FALLBACK-KEY         PIC X(20) VALUE SPACES.
       77  WS-NOW-TS               PIC X(21) VALUE SPACES.

       LINKAGE SECTION.
       COPY RJLPARM.

       PROCEDURE DIVISION USING REJLEDGER-AREA.
       MAIN-LOGIC.
           IF NOT LEDGER-FILE-OPEN
               PERFORM OPEN-LEDGER-FILE
           END-IF
           IF NOT LEDGER-FILE-OPEN
               MOVE "FERR" TO RJL-STATUS-ARG
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-NOW-TS
               EVALUATE RJL-FUNCTION
                   WHEN "REJ"
                       PERFORM RECORD-REJECT
                   WHEN "PST"
                       PERFORM CLEAR-ON-POSTING
                   WHEN "WOF"
                       PERFORM WRITE-OFF-REJECT
                   WHEN "RSB"
                       PERFORM MARK-RESUBMITTED
                   WHEN OTHER
                       MOVE "FERR" TO RJL-STATUS-ARG
               END-EVALUATE
           END-IF
           GOBACK.

       OPEN-LEDGER-FILE.
           OPEN I-O LEDGER-FILE
           IF WS-LEDGER-STATUS = "35"
               OPEN OUTPUT LEDGER-FILE
               IF WS-LEDGER-STATUS = "00"
                   CLOSE LEDGER-FILE
                   OPEN I-O LEDGER-FILE
               END-IF
           END-IF
           IF WS-LEDGER-STATUS = "00"
               MOVE "Y" TO WS-FILE-OPEN
           END-IF.

       RECORD-REJECT.
           MOVE "N" TO WS-ENTRY-FOUND
           IF RJL-FRESH-ARG = "N"
               PERFORM FIND-OPEN-ENTRY
           END-IF
           IF WS-ENTRY-FOUND = "N"
               MOVE RJL-KEY-ARG TO RLG-KEY
               READ LEDGER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-ENTRY-FOUND
               END-READ
           END-IF
           IF WS-ENTRY-FOUND = "Y"
               IF NOT RLG-OPEN
                   MOVE "O" TO RLG-STATUS
                   MOVE SPACES TO RLG-CLOSED-TS
                   MOVE SPACES TO RLG-CLOSED-BY
                   MOVE SPACES TO RLG-CLOSE-REASON
                   MOVE SPACES TO RLG-CLOSE-NOTE
               END-IF
               MOVE SPACES TO RLG-RESUB-DECK
               MOVE RJL-REASON-ARG TO RLG-REASON
               IF RLG-REJECT-COUNT IS NUMERIC
                   AND RLG-REJECT-COUNT < 999
                   ADD 1 TO RLG-REJECT-COUNT
               END-IF
               MOVE RJL-IMAGE-ARG TO RLG-CARD-IMAGE
               MOVE WS-NOW-TS TO RLG-LAST-TS
               REWRITE LEDGER-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               MOVE SPACES TO LEDGER-RECORD
               MOVE RJL-KEY-ARG TO RLG-KEY
               MOVE "O" TO RLG-STATUS
               MOVE RJL-REASON-ARG TO RLG-FIRST-REASON
               MOVE RJL-REASON-ARG TO RLG-REASON
               MOVE 1 TO RLG-REJECT-COUNT
               MOVE RJL-IMAGE-ARG TO RLG-CARD-IMAGE
               MOVE WS-NOW-TS TO RLG-OPENED-TS
               MOVE RJL-CALLER-ARG TO RLG-OPENED-BY
               MOVE WS-NOW-TS TO RLG-LAST-TS
               WRITE LEDGER-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF
           IF WS-LEDGER-STATUS = "00"
               MOVE RLG-KEY TO RJL-KEY-ARG
               MOVE "OK" TO RJL-STATUS-ARG
           ELSE
               MOVE "FERR" TO RJL-STATUS-ARG
           END-IF.

       CLEAR-ON-POSTING.
           PERFORM FIND-OPEN-ENTRY
           IF WS-ENTRY-FOUND = "N"
               MOVE "NFND" TO RJL-STATUS-ARG
           ELSE
               MOVE "C" TO RLG-STATUS
               MOVE "POST" TO RLG-CLOSE-REASON
               MOVE SPACES TO RLG-CLOSE-NOTE
               STRING "posted in deck " RJL-DECK-DATE-ARG
                   DELIMITED BY SIZE INTO RLG-CLOSE-NOTE
               PERFORM CLOSE-ENTRY
           END-IF.

       WRITE-OFF-REJECT.
           MOVE RJL-KEY-ARG TO RLG-KEY
           READ LEDGER-FILE
               INVALID KEY
                   MOVE "NFND" TO RJL-STATUS-ARG
               NOT INVALID KEY
                   IF NOT RLG-OPEN
                       MOVE "CLSD" TO RJL-STATUS-ARG
                   ELSE
                       MOVE "W" TO RLG-STATUS
                       MOVE RJL-REASON-ARG TO RLG-CLOSE-REASON
                       MOVE RJL-NOTE-ARG TO RLG-CLOSE-NOTE
                       PERFORM CLOSE-ENTRY
                   END-IF
           END-READ.

       MARK-RESUBMITTED.
           MOVE RJL-KEY-ARG TO RLG-KEY
           READ LEDGER-FILE
               INVALID KEY
                   MOVE "NFND" TO RJL-STATUS-ARG
               NOT INVALID KEY
                   IF NOT RLG-OPEN
                       MOVE "CLSD" TO RJL-STATUS-ARG
                   ELSE
                       MOVE RJL-RESUB-DECK-ARG TO RLG-RESUB-DECK
                       MOVE RJL-IMAGE-ARG TO RLG-CARD-IMAGE
                       MOVE WS-NOW-TS TO RLG-LAST-TS
                       REWRITE LEDGER-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
                       IF WS-LEDGER-STATUS = "00"
                           MOVE "OK" TO RJL-STATUS-ARG
                       ELSE
                           MOVE "FERR" TO RJL-STATUS-ARG
                       END-IF
                   END-IF
           END-READ.

       CLOSE-ENTRY.
           MOVE WS-NOW-TS TO RLG-CLOSED-TS
           MOVE RJL-CALLER-ARG TO RLG-CLOSED-BY
           REWRITE LEDGER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF WS-LEDGER-STATUS = "00"
               MOVE RLG-KEY TO RJL-KEY-ARG
               MOVE "OK" TO RJL-STATUS-ARG
           ELSE
               MOVE "FERR" TO RJL-STATUS-ARG
           END-IF.

       FIND-OPEN-ENTRY.
           MOVE "N" TO WS-ENTRY-FOUND
           MOVE "N" TO WS-LDG-EOF-FLAG
           MOVE SPACES TO WS-FOUND-KEY
           MOVE SPACES TO WS-FALLBACK-KEY
           MOVE LOW-VALUES TO RLG-KEY
           MOVE RJL-SERIAL-ARG TO RLG-SERIAL
           START LEDGER-FILE KEY NOT < RLG-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LDG-EOF-FLAG
           END-START
           PERFORM READ-NEXT-LEDGER
           PERFORM UNTIL END-OF-LEDGER
               PERFORM EXAMINE-LEDGER-ENTRY
               PERFORM READ-NEXT-LEDGER
           END-PERFORM
           IF WS-FOUND-KEY = SPACES
               MOVE WS-FALLBACK-KEY TO WS-FOUND-KEY
           END-IF
           IF WS-FOUND-KEY NOT = SPACES
               MOVE WS-FOUND-KEY TO RLG-KEY
               READ LEDGER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-ENTRY-FOUND
               END-READ
           END-IF.

       READ-NEXT-LEDGER.
           IF NOT END-OF-LEDGER
               READ LEDGER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-LDG-EOF-FLAG
                   NOT AT END
                       IF WS-LEDGER-STATUS NOT = "00"
                           OR RLG-SERIAL NOT = RJL-SERIAL-ARG
                           MOVE "Y" TO WS-LDG-EOF-FLAG
                       END-IF
               END-READ
           END-IF.

       EXAMINE-LEDGER-ENTRY.
           IF RLG-OPEN
               AND RLG-KIND = RJL-KIND-ARG
               IF RLG-RESUB-DECK = RJL-DECK-DATE-ARG
                   AND RLG-CARD-IMAGE(1:30) = RJL-IMAGE-ARG(1:30)
                   AND RLG-CARD-IMAGE(34:3) = RJL-IMAGE-ARG(34:3)
                   AND (RLG-CARD-IMAGE(31:3) = RJL-IMAGE-ARG(31:3)
                       OR RLG-CARD-IMAGE(31:3) = SPACES)
                   MOVE RLG-KEY TO WS-FOUND-KEY
               ELSE
                   IF RLG-KIND NOT = "STO"
                       AND RLG-KIND NOT = "CLR"
                       AND RLG-DEPT = RJL-DEPT-ARG
                       MOVE RLG-KEY TO WS-FALLBACK-KEY
                   END-IF
               END-IF
           END-IF.
