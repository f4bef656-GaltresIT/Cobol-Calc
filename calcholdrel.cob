       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcHoldRel.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO "CALCHLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT DECISION-FILE ASSIGN TO "CALCREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECISION-STATUS.
           SELECT DECK-FILE ASSIGN TO "TRANSOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECK-STATUS.
           SELECT REJECT-FILE ASSIGN TO "CALCREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CALCHRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
       COPY HOLDREC.

       FD  DECISION-FILE.
       01  DECISION-RECORD.
           05  DEC-DECK-DATE       PIC X(8).
           05  FILLER              PIC X.
           05  DEC-SERIAL          PIC X(6).
           05  FILLER              PIC X.
           05  DEC-DEPT            PIC X(3).
           05  FILLER              PIC X.
           05  DEC-ACTION          PIC X.
           05  FILLER              PIC X.
           05  DEC-USER            PIC X(8).
           05  FILLER              PIC X.
           05  DEC-REASON          PIC X(4).
           05  FILLER              PIC X.
           05  DEC-NOTE            PIC X(30).

       FD  DECK-FILE.
       01  DECK-RECORD.
           05  DK-CARD.
               10  DK-DETAIL.
                   15  DK-NUM1     PIC S9(7)V99
                                    SIGN IS TRAILING SEPARATE.
                   15  DK-NUM2     PIC S9(7)V99
                                    SIGN IS TRAILING SEPARATE.
                   15  DK-CHOICE   PIC 9.
                   15  DK-CURRENCY-CODE
                                   PIC X(3).
               10  DK-SERIAL       PIC X(6).
               10  DK-DEPT         PIC X(3).
               10  DK-OVERRIDE     PIC X.
               10  FILLER          PIC X(2).
           05  DK-CONTROL REDEFINES DK-CARD.
               10  DK-CTL-ID       PIC X(3).
               10  DK-HDR-DATE     PIC 9(8).
               10  FILLER          PIC X(25).
           05  DK-TRAILER REDEFINES DK-CARD.
               10  FILLER          PIC X(3).
               10  DK-TRL-COUNT    PIC 9(7).
               10  DK-TRL-HASH1    PIC 9(11)V99.
               10  DK-TRL-HASH2    PIC 9(11)V99.

       FD  REJECT-FILE.
       COPY REJREC.

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-HOLD-STATUS          PIC XX VALUE SPACES.
       77  WS-DECISION-STATUS      PIC XX VALUE SPACES.
       77  WS-DECK-STATUS          PIC XX VALUE SPACES.
       77  WS-REJECT-STATUS        PIC XX VALUE SPACES.
       77  WS-REPORT-STATUS        PIC XX VALUE SPACES.
       77  WS-EOF-FLAG             PIC X VALUE "N".
           88  END-OF-DECISIONS            VALUE "Y".
       77  WS-HLD-EOF-FLAG         PIC X VALUE "N".
           88  END-OF-HOLDS                VALUE "Y".
       77  WS-DECISIONS-OPEN       PIC X VALUE "N".
       77  WS-DECK-DATE            PIC X(8) VALUE SPACES.
       77  WS-AGE-LIMIT            PIC 9(2) VALUE 5.
       77  WS-RUN-DATE             PIC 9(8) VALUE ZERO.
       77  WS-HELD-DATE            PIC 9(8) VALUE ZERO.
       77  WS-AGE-DAYS             PIC 9(5) VALUE ZERO.
       77  WS-DECISION-COUNT       PIC 9(7) VALUE ZERO.
       77  WS-APPROVED-COUNT       PIC 9(7) VALUE ZERO.
       77  WS-DECLINED-COUNT       PIC 9(7) VALUE ZERO.
       77  WS-IGNORED-COUNT        PIC 9(7) VALUE ZERO.
       77  WS-OVERDUE-COUNT        PIC 9(7) VALUE ZERO.
       77  WS-OUTSTANDING-COUNT    PIC 9(7) VALUE ZERO.
       77  WS-DETAIL-COUNT         PIC 9(7) VALUE ZERO.
       77  WS-HASH-WORK            PIC 9(7)V99 VALUE ZERO.
       77  WS-HASH-NUM1            PIC 9(11)V99 VALUE ZERO.
       77  WS-HASH-NUM2            PIC 9(11)V99 VALUE ZERO.
       77  WS-DECLINE-REASON       PIC X(4) VALUE SPACES.
       77  WS-STATUS-TEXT          PIC X(18) VALUE SPACES.
       77  WS-RESULT-DISPLAY       PIC $$$,$$$,$$9.99-.
       77  WS-BASE-DISPLAY         PIC $$$,$$$,$$9.99-.
       77  WS-LEDGER-WARNED        PIC X VALUE "N".
       COPY RJLPARM.

       LINKAGE SECTION.
       01  LS-PARM.
           05  LS-PARM-LEN          PIC S9(4) COMP.
           05  LS-PARM-TEXT         PIC X(11).

       PROCEDURE DIVISION USING LS-PARM.
       MAIN-LOGIC.
           DISPLAY "Authorisation hold release"
           EVALUATE TRUE
               WHEN LS-PARM-LEN = 8
                   AND LS-PARM-TEXT(1:8) IS NUMERIC
                   MOVE LS-PARM-TEXT(1:8) TO WS-DECK-DATE
               WHEN LS-PARM-LEN = 11
                   AND LS-PARM-TEXT(1:8) IS NUMERIC
                   AND LS-PARM-TEXT(9:1) = ","
                   AND LS-PARM-TEXT(10:2) IS NUMERIC
                   MOVE LS-PARM-TEXT(1:8) TO WS-DECK-DATE
                   MOVE LS-PARM-TEXT(10:2) TO WS-AGE-LIMIT
               WHEN OTHER
                   DISPLAY "*** PARM must be the release deck date "
                       "YYYYMMDD, optionally followed by ,NN ageing "
                       "days - nothing released ***"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           IF RETURN-CODE = 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
               PERFORM OPEN-FILES
           END-IF
           IF RETURN-CODE = 0
               PERFORM RELEASE-HOLDS
               PERFORM LIST-AGED-HOLDS
               PERFORM WRITE-TOTALS
               IF WS-IGNORED-COUNT > 0 OR WS-OVERDUE-COUNT > 0
                   OR WS-LEDGER-WARNED = "Y"
                   MOVE 4 TO RETURN-CODE
               END-IF
               PERFORM CLOSE-FILES
           END-IF
           STOP RUN.

       OPEN-FILES.
           OPEN I-O HOLD-FILE
           OPEN OUTPUT DECK-FILE
           OPEN OUTPUT REPORT-FILE
           OPEN EXTEND REJECT-FILE
           IF WS-REJECT-STATUS = "35"
               OPEN OUTPUT REJECT-FILE
           END-IF
           IF WS-HOLD-STATUS NOT = "00"
               OR WS-DECK-STATUS NOT = "00"
               OR WS-REPORT-STATUS NOT = "00"
               OR WS-REJECT-STATUS NOT = "00"
               DISPLAY "*** File open failure (CALCHLD "
                   WS-HOLD-STATUS ", TRANSOUT " WS-DECK-STATUS
                   ", CALCHRP " WS-REPORT-STATUS ", CALCREJ "
                   WS-REJECT-STATUS ") - nothing released ***"
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT DECISION-FILE
               IF WS-DECISION-STATUS = "00"
                   MOVE "Y" TO WS-DECISIONS-OPEN
               ELSE
                   MOVE "Y" TO WS-EOF-FLAG
                   IF WS-DECISION-STATUS NOT = "35"
                       DISPLAY "*** Decision file CALCREL could not "
                           "be opened (status " WS-DECISION-STATUS
                           ") - nothing released ***"
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       RELEASE-HOLDS.
           MOVE SPACES TO REPORT-LINE
           STRING "Authorisation hold release - release deck dated "
               WS-DECK-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO DECK-RECORD
           MOVE "HDR" TO DK-CTL-ID
           MOVE WS-DECK-DATE TO DK-HDR-DATE
           WRITE DECK-RECORD
           PERFORM READ-DECISION-FILE
           PERFORM UNTIL END-OF-DECISIONS
               PERFORM APPLY-DECISION
               PERFORM READ-DECISION-FILE
           END-PERFORM
           MOVE SPACES TO DECK-RECORD
           MOVE "TRL" TO DK-CTL-ID
           MOVE WS-DETAIL-COUNT TO DK-TRL-COUNT
           MOVE WS-HASH-NUM1 TO DK-TRL-HASH1
           MOVE WS-HASH-NUM2 TO DK-TRL-HASH2
           WRITE DECK-RECORD.

       READ-DECISION-FILE.
           IF NOT END-OF-DECISIONS
               READ DECISION-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-DECISION-STATUS NOT = "00"
                           MOVE "Y" TO WS-EOF-FLAG
                       END-IF
               END-READ
           END-IF.

       APPLY-DECISION.
           ADD 1 TO WS-DECISION-COUNT
           IF DEC-DECK-DATE IS NOT NUMERIC
               OR DEC-SERIAL = SPACES
               OR (DEC-ACTION NOT = "A" AND DEC-ACTION NOT = "D")
               OR DEC-USER = SPACES
               ADD 1 TO WS-IGNORED-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "*** Decision ignored - deck date, serial, "
                   "A/D action and user ID are all required: "
                   DECISION-RECORD(1:30) " ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM EMIT-LINE
           ELSE
               MOVE DEC-DECK-DATE TO HLD-DECK-DATE
               MOVE DEC-SERIAL TO HLD-SERIAL
               MOVE DEC-DEPT TO HLD-DEPT
               READ HOLD-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               EVALUATE TRUE
                   WHEN WS-HOLD-STATUS NOT = "00"
                       ADD 1 TO WS-IGNORED-COUNT
                       MOVE SPACES TO REPORT-LINE
                       STRING "*** No hold on file for deck "
                           DEC-DECK-DATE " txn " DEC-SERIAL " dept "
                           DEC-DEPT " - decision ignored ***"
                           DELIMITED BY SIZE INTO REPORT-LINE
                       PERFORM EMIT-LINE
                   WHEN NOT HLD-HELD
                       ADD 1 TO WS-IGNORED-COUNT
                       MOVE SPACES TO REPORT-LINE
                       STRING "*** Hold for deck " DEC-DECK-DATE
                           " txn " DEC-SERIAL " was already decided ("
                           HLD-STATUS " by " HLD-DECIDED-BY
                           ") - decision ignored ***"
                           DELIMITED BY SIZE INTO REPORT-LINE
                       PERFORM EMIT-LINE
                   WHEN DEC-ACTION = "A"
                       PERFORM APPROVE-HOLD
                   WHEN OTHER
                       PERFORM DECLINE-HOLD
               END-EVALUATE
           END-IF.

       APPROVE-HOLD.
           MOVE "A" TO HLD-STATUS
           MOVE DEC-USER TO HLD-DECIDED-BY
           MOVE FUNCTION CURRENT-DATE TO HLD-DECIDED-TS
           MOVE SPACES TO HLD-REASON
           MOVE DEC-NOTE TO HLD-NOTE
           REWRITE HOLD-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF WS-HOLD-STATUS NOT = "00"
               PERFORM REPORT-REWRITE-FAILURE
           ELSE
               ADD 1 TO WS-APPROVED-COUNT
               MOVE SPACES TO DECK-RECORD
               MOVE HLD-CARD-IMAGE TO DK-CARD
               MOVE "A" TO DK-OVERRIDE
               PERFORM WRITE-DECK-CARD
               MOVE HLD-RESULT TO WS-RESULT-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING "Approved  deck " HLD-DECK-DATE " txn "
                   HLD-SERIAL " dept " HLD-DEPT " "
                   WS-RESULT-DISPLAY " " HLD-CURRENCY-CODE
                   " by " HLD-DECIDED-BY " at "
                   HLD-DECIDED-TS(1:12)
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM EMIT-LINE
           END-IF.

       DECLINE-HOLD.
           IF DEC-REASON = SPACES
               MOVE "HDEC" TO WS-DECLINE-REASON
           ELSE
               MOVE DEC-REASON TO WS-DECLINE-REASON
           END-IF
           MOVE "D" TO HLD-STATUS
           MOVE DEC-USER TO HLD-DECIDED-BY
           MOVE FUNCTION CURRENT-DATE TO HLD-DECIDED-TS
           MOVE WS-DECLINE-REASON TO HLD-REASON
           MOVE DEC-NOTE TO HLD-NOTE
           REWRITE HOLD-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF WS-HOLD-STATUS NOT = "00"
               PERFORM REPORT-REWRITE-FAILURE
           ELSE
               ADD 1 TO WS-DECLINED-COUNT
               PERFORM RECORD-LEDGER-REJECT
               MOVE SPACES TO REJECT-RECORD
               MOVE HLD-CARD-IMAGE TO REJ-TRANS-IMAGE
               MOVE WS-DECLINE-REASON TO REJ-REASON-CODE
               MOVE RJL-KEY-ARG TO REJ-LDG-KEY
               WRITE REJECT-RECORD
               MOVE HLD-RESULT TO WS-RESULT-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING "Declined  deck " HLD-DECK-DATE " txn "
                   HLD-SERIAL " dept " HLD-DEPT " "
                   WS-RESULT-DISPLAY " " HLD-CURRENCY-CODE
                   " by " HLD-DECIDED-BY " reason "
                   WS-DECLINE-REASON
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM EMIT-LINE
           END-IF.

       RECORD-LEDGER-REJECT.
           MOVE SPACES TO REJLEDGER-AREA
           MOVE "REJ" TO RJL-FUNCTION
           MOVE HLD-SERIAL TO RJL-SERIAL-ARG
           MOVE HLD-DECK-DATE TO RJL-DECK-DATE-ARG
           MOVE HLD-DEPT TO RJL-DEPT-ARG
           MOVE "DTL" TO RJL-KIND-ARG
           IF HLD-CARD-IMAGE(35:1) = "P"
               MOVE "Y" TO RJL-FRESH-ARG
           ELSE
               MOVE "N" TO RJL-FRESH-ARG
           END-IF
           MOVE WS-DECLINE-REASON TO RJL-REASON-ARG
           MOVE HLD-CARD-IMAGE TO RJL-IMAGE-ARG
           MOVE DEC-USER TO RJL-CALLER-ARG
           CALL "CalcRejLdg" USING REJLEDGER-AREA
           IF RJL-STATUS-ARG NOT = "OK"
               AND WS-LEDGER-WARNED = "N"
               MOVE "Y" TO WS-LEDGER-WARNED
               MOVE "*** Warning: reject ledger CALCRLG could not be "
                   & "updated - reconcile it from CALCREJ ***"
                   TO REPORT-LINE
               PERFORM EMIT-LINE
           END-IF.

       REPORT-REWRITE-FAILURE.
           ADD 1 TO WS-IGNORED-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "*** Hold for deck " HLD-DECK-DATE " txn "
               HLD-SERIAL " could not be updated (status "
               WS-HOLD-STATUS ") - decision not applied ***"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM EMIT-LINE.

       WRITE-DECK-CARD.
           ADD 1 TO WS-DETAIL-COUNT
           IF DK-NUM1 IS NUMERIC
               MOVE DK-NUM1 TO WS-HASH-WORK
               ADD WS-HASH-WORK TO WS-HASH-NUM1
           END-IF
           IF DK-NUM2 IS NUMERIC
               MOVE DK-NUM2 TO WS-HASH-WORK
               ADD WS-HASH-WORK TO WS-HASH-NUM2
           END-IF
           WRITE DECK-RECORD.

       LIST-AGED-HOLDS.
           MOVE SPACES TO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Holds outstanding more than " WS-AGE-LIMIT
               " days as at " WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE "Held on  Deck date Serial Dept Ccy          Result"
               & "     Base amount  Age Status" TO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE "N" TO WS-HLD-EOF-FLAG
           MOVE LOW-VALUES TO HLD-KEY
           START HOLD-FILE KEY NOT < HLD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-HLD-EOF-FLAG
           END-START
           PERFORM READ-NEXT-HOLD
           PERFORM UNTIL END-OF-HOLDS
               IF HLD-HELD OR HLD-APPROVED
                   PERFORM CHECK-HOLD-AGE
               END-IF
               PERFORM READ-NEXT-HOLD
           END-PERFORM
           IF WS-OVERDUE-COUNT = 0
               MOVE "  (none)" TO REPORT-LINE
               PERFORM EMIT-LINE
           END-IF.

       READ-NEXT-HOLD.
           IF NOT END-OF-HOLDS
               READ HOLD-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-HLD-EOF-FLAG
                   NOT AT END
                       IF WS-HOLD-STATUS NOT = "00"
                           MOVE "Y" TO WS-HLD-EOF-FLAG
                       END-IF
               END-READ
           END-IF.

       CHECK-HOLD-AGE.
           ADD 1 TO WS-OUTSTANDING-COUNT
           MOVE ZERO TO WS-AGE-DAYS
           IF HLD-HELD-TS(1:8) IS NUMERIC
               MOVE HLD-HELD-TS(1:8) TO WS-HELD-DATE
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-HELD-DATE)
           END-IF
           IF WS-AGE-DAYS > WS-AGE-LIMIT
               ADD 1 TO WS-OVERDUE-COUNT
               IF HLD-HELD
                   MOVE "awaiting decision" TO WS-STATUS-TEXT
               ELSE
                   MOVE "approved, unposted" TO WS-STATUS-TEXT
               END-IF
               MOVE HLD-RESULT TO WS-RESULT-DISPLAY
               MOVE HLD-BASE-RESULT TO WS-BASE-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING HLD-HELD-TS(1:8) " " HLD-DECK-DATE " "
                   HLD-SERIAL " " HLD-DEPT "  " HLD-CURRENCY-CODE
                   " " WS-RESULT-DISPLAY " " WS-BASE-DISPLAY " "
                   WS-AGE-DAYS " " WS-STATUS-TEXT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM EMIT-LINE
           END-IF.

       WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Decisions read: " WS-DECISION-COUNT
               "  approved: " WS-APPROVED-COUNT
               "  declined: " WS-DECLINED-COUNT
               "  ignored: " WS-IGNORED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Holds still outstanding: " WS-OUTSTANDING-COUNT
               "  of which over " WS-AGE-LIMIT " days: "
               WS-OVERDUE-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Release deck controls: count " WS-DETAIL-COUNT
               " hash1 " WS-HASH-NUM1 " hash2 " WS-HASH-NUM2
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM EMIT-LINE.

       EMIT-LINE.
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.

       CLOSE-FILES.
           CLOSE HOLD-FILE
           CLOSE DECK-FILE
           CLOSE REJECT-FILE
           CLOSE REPORT-FILE
           IF WS-DECISIONS-OPEN = "Y"
               CLOSE DECISION-FILE
           END-IF.
