       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcIntake.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INTAKE-FILE ASSIGN TO "CALCDKI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTAKE-STATUS.
           SELECT DECK-FILE ASSIGN TO "TRANSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECK-STATUS.
           SELECT QUARANTINE-FILE ASSIGN TO "CALCQDK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUAR-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CALCIRC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INTAKE-FILE.
       01  INTAKE-RECORD.
           05  DI-CARD.
               10  DI-DETAIL.
                   15  DI-NUM1     PIC S9(7)V99
                                    SIGN IS TRAILING SEPARATE.
                   15  DI-NUM2     PIC S9(7)V99
                                    SIGN IS TRAILING SEPARATE.
                   15  DI-CHOICE   PIC 9.
                   15  DI-CURRENCY-CODE
                                   PIC X(3).
               10  DI-SERIAL       PIC X(6).
               10  DI-DEPT         PIC X(3).
               10  FILLER          PIC X(3).
           05  DI-CONTROL REDEFINES DI-CARD.
               10  DI-CTL-ID       PIC X(3).
               10  DI-HDR-DATE     PIC X(8).
               10  DI-HDR-DEPT     PIC X(3).
               10  FILLER          PIC X(22).
           05  DI-TRAILER REDEFINES DI-CARD.
               10  FILLER          PIC X(3).
               10  DI-TRL-COUNT    PIC 9(7).
               10  DI-TRL-HASH1    PIC 9(11)V99.
               10  DI-TRL-HASH2    PIC 9(11)V99.

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
               10  FILLER          PIC X(3).
           05  DK-CONTROL REDEFINES DK-CARD.
               10  DK-CTL-ID       PIC X(3).
               10  DK-HDR-DATE     PIC X(8).
               10  FILLER          PIC X(25).
           05  DK-TRAILER REDEFINES DK-CARD.
               10  FILLER          PIC X(3).
               10  DK-TRL-COUNT    PIC 9(7).
               10  DK-TRL-HASH1    PIC 9(11)V99.
               10  DK-TRL-HASH2    PIC 9(11)V99.

       FD  QUARANTINE-FILE.
       01  QUARANTINE-RECORD       PIC X(36).

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-INTAKE-STATUS        PIC XX VALUE SPACES.
       77  WS-DECK-STATUS          PIC XX VALUE SPACES.
       77  WS-QUAR-STATUS          PIC XX VALUE SPACES.
       77  WS-REPORT-STATUS        PIC XX VALUE SPACES.
       77  WS-EOF-FLAG             PIC X VALUE "N".
           88  END-OF-INTAKE               VALUE "Y".
       77  WS-NIGHT-DATE           PIC X(8) VALUE SPACES.
       77  WS-REC-NUM              PIC 9(7) VALUE ZERO.
       77  WS-DECK-OPEN            PIC X VALUE "N".
       77  WS-DECK-COUNT           PIC 9(3) COMP VALUE ZERO.
       77  WS-DECK-MAX             PIC 9(3) COMP VALUE 200.
       77  WS-DECK-SUB             PIC 9(3) COMP VALUE ZERO.
       77  WS-DECK-IX              PIC 9(3) COMP VALUE ZERO.
       77  WS-DECK-OVERFLOW        PIC X VALUE "N".
       77  WS-HASH-WORK            PIC 9(7)V99 VALUE ZERO.
       77  WS-ACCEPTED             PIC 9(3) VALUE ZERO.
       77  WS-QUARANTINED          PIC 9(3) VALUE ZERO.
       77  WS-MRG-DETAILS          PIC 9(7) VALUE ZERO.
       77  WS-MRG-CONTROLS         PIC 9(7) VALUE ZERO.
       77  WS-MRG-HASH1            PIC 9(11)V99 VALUE ZERO.
       77  WS-MRG-HASH2            PIC 9(11)V99 VALUE ZERO.
       77  WS-STAMPED              PIC 9(7) VALUE ZERO.
       77  WS-QDK-CARDS            PIC 9(7) VALUE ZERO.
       77  WS-REASON-TEXT          PIC X(40) VALUE SPACES.
       77  WS-RESULT-TEXT          PIC X(11) VALUE SPACES.
       77  WS-DISP-DECK            PIC ZZ9.
       77  WS-DISP-CARDS           PIC Z(6)9.
       77  WS-DISP-EXP             PIC Z(6)9.
       77  WS-DISP-CTL             PIC Z(6)9.
       77  WS-DISP-HASH1           PIC Z(10)9.99.
       77  WS-DISP-HASH2           PIC Z(10)9.99.
       01  WS-DECK-TABLE.
           05  WS-DECK-ENTRY OCCURS 200 TIMES.
               10  WS-TBL-FIRST    PIC 9(7).
               10  WS-TBL-LAST     PIC 9(7).
               10  WS-TBL-DEPT     PIC X(3).
               10  WS-TBL-DATE     PIC X(8).
               10  WS-TBL-HDR-SEEN PIC X.
               10  WS-TBL-TRL-SEEN PIC X.
               10  WS-TBL-TRL-OK   PIC X.
               10  WS-TBL-CARDS    PIC 9(7).
               10  WS-TBL-CONTROLS PIC 9(7).
               10  WS-TBL-HASH1    PIC 9(11)V99.
               10  WS-TBL-HASH2    PIC 9(11)V99.
               10  WS-TBL-EXP-COUNT
                                   PIC 9(7).
               10  WS-TBL-EXP-HASH1
                                   PIC 9(11)V99.
               10  WS-TBL-EXP-HASH2
                                   PIC 9(11)V99.
               10  WS-TBL-STATUS   PIC X.
               10  WS-TBL-REASON   PIC X(4).

       LINKAGE SECTION.
       01  LS-PARM.
           05  LS-PARM-LEN          PIC S9(4) COMP.
           05  LS-PARM-TEXT         PIC X(8).

       PROCEDURE DIVISION USING LS-PARM.
       MAIN-LOGIC.
           DISPLAY "Deck intake - proving and merging department "
               "decks from CALCDKI"
           EVALUATE TRUE
               WHEN LS-PARM-LEN = 0
                   CONTINUE
               WHEN LS-PARM-LEN = 8
                   AND LS-PARM-TEXT(1:8) IS NUMERIC
                   MOVE LS-PARM-TEXT(1:8) TO WS-NIGHT-DATE
               WHEN OTHER
                   DISPLAY "*** PARM must be omitted or the night's "
                       "deck date (YYYYMMDD) - no deck built ***"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           IF RETURN-CODE = 0
               OPEN OUTPUT REPORT-FILE
               IF WS-REPORT-STATUS NOT = "00"
                   DISPLAY "*** Intake receipt file could not be "
                       "opened (status " WS-REPORT-STATUS ") - no "
                       "deck built ***"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF RETURN-CODE = 0
               PERFORM SCAN-DECKS
           END-IF
           IF RETURN-CODE = 0
               PERFORM VARYING WS-DECK-SUB FROM 1 BY 1
                       UNTIL WS-DECK-SUB > WS-DECK-COUNT
                   PERFORM PROVE-DECK
               END-PERFORM
               IF WS-NIGHT-DATE = SPACES
                   MOVE FUNCTION CURRENT-DATE(1:8) TO WS-NIGHT-DATE
               END-IF
               PERFORM MERGE-DECKS
           END-IF
           IF RETURN-CODE = 0
               PERFORM PRINT-RECEIPT
               IF WS-ACCEPTED = 0
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-QUARANTINED > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           IF WS-REPORT-STATUS = "00"
               CLOSE REPORT-FILE
           END-IF
           STOP RUN.

       SCAN-DECKS.
           OPEN INPUT INTAKE-FILE
           IF WS-INTAKE-STATUS NOT = "00"
               DISPLAY "*** Department decks CALCDKI could not be "
                   "opened (status " WS-INTAKE-STATUS ") - no deck "
                   "built ***"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM READ-INTAKE-FILE
               PERFORM UNTIL END-OF-INTAKE OR WS-DECK-OVERFLOW = "Y"
                   EVALUATE DI-CTL-ID
                       WHEN "HDR"
                           PERFORM SCAN-HEADER
                       WHEN "TRL"
                           PERFORM SCAN-TRAILER
                       WHEN OTHER
                           PERFORM SCAN-CARD
                   END-EVALUATE
                   PERFORM READ-INTAKE-FILE
               END-PERFORM
               IF WS-DECK-OPEN = "Y"
                   MOVE WS-REC-NUM TO WS-TBL-LAST(WS-DECK-COUNT)
                   MOVE "N" TO WS-DECK-OPEN
               END-IF
               CLOSE INTAKE-FILE
               IF WS-DECK-OVERFLOW = "Y"
                   DISPLAY "*** More than " WS-DECK-MAX " decks on "
                       "CALCDKI - split the intake; no deck built ***"
                   MOVE 8 TO RETURN-CODE
               END-IF
               IF WS-DECK-COUNT = 0
                   DISPLAY "*** No department decks on CALCDKI - "
                       "nothing to merge ***"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       READ-INTAKE-FILE.
           READ INTAKE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF WS-INTAKE-STATUS NOT = "00"
                       MOVE "Y" TO WS-EOF-FLAG
                   ELSE
                       ADD 1 TO WS-REC-NUM
                   END-IF
           END-READ.

       SCAN-HEADER.
           IF WS-DECK-OPEN = "Y"
               COMPUTE WS-TBL-LAST(WS-DECK-COUNT) = WS-REC-NUM - 1
               MOVE "N" TO WS-DECK-OPEN
           END-IF
           PERFORM START-DECK
           IF WS-DECK-OVERFLOW = "N"
               MOVE "Y" TO WS-TBL-HDR-SEEN(WS-DECK-COUNT)
               MOVE DI-HDR-DATE TO WS-TBL-DATE(WS-DECK-COUNT)
               MOVE DI-HDR-DEPT TO WS-TBL-DEPT(WS-DECK-COUNT)
           END-IF.

       SCAN-TRAILER.
           IF WS-DECK-OPEN = "N"
               PERFORM START-DECK
           END-IF
           IF WS-DECK-OVERFLOW = "N"
               MOVE "Y" TO WS-TBL-TRL-SEEN(WS-DECK-COUNT)
               IF DI-TRL-COUNT IS NUMERIC
                   AND DI-TRL-HASH1 IS NUMERIC
                   AND DI-TRL-HASH2 IS NUMERIC
                   MOVE "Y" TO WS-TBL-TRL-OK(WS-DECK-COUNT)
                   MOVE DI-TRL-COUNT
                       TO WS-TBL-EXP-COUNT(WS-DECK-COUNT)
                   MOVE DI-TRL-HASH1
                       TO WS-TBL-EXP-HASH1(WS-DECK-COUNT)
                   MOVE DI-TRL-HASH2
                       TO WS-TBL-EXP-HASH2(WS-DECK-COUNT)
               END-IF
               MOVE WS-REC-NUM TO WS-TBL-LAST(WS-DECK-COUNT)
               MOVE "N" TO WS-DECK-OPEN
           END-IF.

       SCAN-CARD.
           IF WS-DECK-OPEN = "N"
               PERFORM START-DECK
           END-IF
           IF WS-DECK-OVERFLOW = "N"
               IF DI-CTL-ID = "STO" OR DI-CTL-ID = "CLR"
                   OR DI-CTL-ID = "REV"
                   ADD 1 TO WS-TBL-CONTROLS(WS-DECK-COUNT)
               ELSE
                   ADD 1 TO WS-TBL-CARDS(WS-DECK-COUNT)
                   PERFORM ACCUMULATE-HASH-TOTALS
               END-IF
           END-IF.

       START-DECK.
           IF WS-DECK-COUNT < WS-DECK-MAX
               ADD 1 TO WS-DECK-COUNT
               INITIALIZE WS-DECK-ENTRY(WS-DECK-COUNT)
               MOVE WS-REC-NUM TO WS-TBL-FIRST(WS-DECK-COUNT)
               MOVE "Y" TO WS-DECK-OPEN
           ELSE
               MOVE "Y" TO WS-DECK-OVERFLOW
           END-IF.

       ACCUMULATE-HASH-TOTALS.
           IF DI-NUM1 IS NUMERIC
               MOVE DI-NUM1 TO WS-HASH-WORK
               ADD WS-HASH-WORK TO WS-TBL-HASH1(WS-DECK-COUNT)
           END-IF
           IF DI-NUM2 IS NUMERIC
               MOVE DI-NUM2 TO WS-HASH-WORK
               ADD WS-HASH-WORK TO WS-TBL-HASH2(WS-DECK-COUNT)
           END-IF.

       PROVE-DECK.
           MOVE SPACES TO WS-TBL-REASON(WS-DECK-SUB)
           EVALUATE TRUE
               WHEN WS-TBL-HDR-SEEN(WS-DECK-SUB) NOT = "Y"
                   MOVE "NHDR" TO WS-TBL-REASON(WS-DECK-SUB)
               WHEN WS-TBL-TRL-SEEN(WS-DECK-SUB) NOT = "Y"
                   MOVE "NTRL" TO WS-TBL-REASON(WS-DECK-SUB)
               WHEN WS-TBL-TRL-OK(WS-DECK-SUB) NOT = "Y"
                   MOVE "TNUM" TO WS-TBL-REASON(WS-DECK-SUB)
               WHEN WS-TBL-CARDS(WS-DECK-SUB)
                       NOT = WS-TBL-EXP-COUNT(WS-DECK-SUB)
                   MOVE "CNT " TO WS-TBL-REASON(WS-DECK-SUB)
               WHEN WS-TBL-HASH1(WS-DECK-SUB)
                       NOT = WS-TBL-EXP-HASH1(WS-DECK-SUB)
                   MOVE "HSH1" TO WS-TBL-REASON(WS-DECK-SUB)
               WHEN WS-TBL-HASH2(WS-DECK-SUB)
                       NOT = WS-TBL-EXP-HASH2(WS-DECK-SUB)
                   MOVE "HSH2" TO WS-TBL-REASON(WS-DECK-SUB)
               WHEN WS-TBL-DATE(WS-DECK-SUB) IS NOT NUMERIC
                   MOVE "BDTE" TO WS-TBL-REASON(WS-DECK-SUB)
               WHEN WS-NIGHT-DATE NOT = SPACES
                   AND WS-TBL-DATE(WS-DECK-SUB) NOT = WS-NIGHT-DATE
                   MOVE "DATE" TO WS-TBL-REASON(WS-DECK-SUB)
               WHEN OTHER
                   IF WS-NIGHT-DATE = SPACES
                       MOVE WS-TBL-DATE(WS-DECK-SUB) TO WS-NIGHT-DATE
                   END-IF
           END-EVALUATE
           IF WS-TBL-REASON(WS-DECK-SUB) = SPACES
               MOVE "A" TO WS-TBL-STATUS(WS-DECK-SUB)
               ADD 1 TO WS-ACCEPTED
           ELSE
               MOVE "Q" TO WS-TBL-STATUS(WS-DECK-SUB)
               ADD 1 TO WS-QUARANTINED
           END-IF.

       MERGE-DECKS.
           OPEN INPUT INTAKE-FILE
           OPEN OUTPUT DECK-FILE
           OPEN OUTPUT QUARANTINE-FILE
           IF WS-INTAKE-STATUS NOT = "00"
               OR WS-DECK-STATUS NOT = "00"
               OR WS-QUAR-STATUS NOT = "00"
               DISPLAY "*** File open failure (CALCDKI "
                   WS-INTAKE-STATUS ", TRANSIN " WS-DECK-STATUS
                   ", CALCQDK " WS-QUAR-STATUS ") - no deck built ***"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO DECK-RECORD
               MOVE "HDR" TO DK-CTL-ID
               MOVE WS-NIGHT-DATE TO DK-HDR-DATE
               WRITE DECK-RECORD
               MOVE ZERO TO WS-REC-NUM
               MOVE "N" TO WS-EOF-FLAG
               MOVE 1 TO WS-DECK-IX
               PERFORM READ-INTAKE-FILE
               PERFORM UNTIL END-OF-INTAKE
                   PERFORM ROUTE-CARD
                   PERFORM READ-INTAKE-FILE
               END-PERFORM
               MOVE SPACES TO DECK-RECORD
               MOVE "TRL" TO DK-CTL-ID
               MOVE WS-MRG-DETAILS TO DK-TRL-COUNT
               MOVE WS-MRG-HASH1 TO DK-TRL-HASH1
               MOVE WS-MRG-HASH2 TO DK-TRL-HASH2
               WRITE DECK-RECORD
           END-IF
           CLOSE INTAKE-FILE
           CLOSE DECK-FILE
           CLOSE QUARANTINE-FILE.

       ROUTE-CARD.
           PERFORM UNTIL WS-DECK-IX > WS-DECK-COUNT
                   OR WS-REC-NUM <= WS-TBL-LAST(WS-DECK-IX)
               ADD 1 TO WS-DECK-IX
           END-PERFORM
           IF WS-DECK-IX <= WS-DECK-COUNT
               IF WS-TBL-STATUS(WS-DECK-IX) = "A"
                   IF DI-CTL-ID NOT = "HDR" AND DI-CTL-ID NOT = "TRL"
                       PERFORM WRITE-MERGED-CARD
                   END-IF
               ELSE
                   MOVE INTAKE-RECORD TO QUARANTINE-RECORD
                   WRITE QUARANTINE-RECORD
                   ADD 1 TO WS-QDK-CARDS
               END-IF
           END-IF.

       WRITE-MERGED-CARD.
           MOVE INTAKE-RECORD TO DECK-RECORD
           IF DK-CTL-ID = "STO" OR DK-CTL-ID = "CLR"
               OR DK-CTL-ID = "REV"
               ADD 1 TO WS-MRG-CONTROLS
           ELSE
               IF DK-DEPT = SPACES
                   AND WS-TBL-DEPT(WS-DECK-IX) NOT = SPACES
                   MOVE WS-TBL-DEPT(WS-DECK-IX) TO DK-DEPT
                   ADD 1 TO WS-STAMPED
               END-IF
               ADD 1 TO WS-MRG-DETAILS
               IF DK-NUM1 IS NUMERIC
                   MOVE DK-NUM1 TO WS-HASH-WORK
                   ADD WS-HASH-WORK TO WS-MRG-HASH1
               END-IF
               IF DK-NUM2 IS NUMERIC
                   MOVE DK-NUM2 TO WS-HASH-WORK
                   ADD WS-HASH-WORK TO WS-MRG-HASH2
               END-IF
           END-IF
           WRITE DECK-RECORD.

       PRINT-RECEIPT.
           MOVE SPACES TO REPORT-LINE
           STRING "Deck intake receipt - deck date " WS-NIGHT-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE "Deck Dept Deck date   Cards Trailer       NUM1 hash"
               & "       NUM2 hash Result" TO REPORT-LINE
           PERFORM EMIT-LINE
           PERFORM VARYING WS-DECK-SUB FROM 1 BY 1
                   UNTIL WS-DECK-SUB > WS-DECK-COUNT
               PERFORM PRINT-DECK-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE WS-DECK-COUNT TO WS-DISP-DECK
           MOVE SPACES TO REPORT-LINE
           STRING "Decks received: " WS-DISP-DECK
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE WS-ACCEPTED TO WS-DISP-DECK
           MOVE SPACES TO REPORT-LINE
           STRING "Accepted:       " WS-DISP-DECK
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE WS-QUARANTINED TO WS-DISP-DECK
           MOVE WS-QDK-CARDS TO WS-DISP-CARDS
           MOVE SPACES TO REPORT-LINE
           STRING "Quarantined:    " WS-DISP-DECK " (" WS-DISP-CARDS
               " cards on CALCQDK)"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE WS-MRG-DETAILS TO WS-DISP-CARDS
           MOVE WS-MRG-HASH1 TO WS-DISP-HASH1
           MOVE WS-MRG-HASH2 TO WS-DISP-HASH2
           MOVE SPACES TO REPORT-LINE
           STRING "Merged TRANSIN trailer: count " WS-DISP-CARDS
               "  NUM1 hash " WS-DISP-HASH1 "  NUM2 hash "
               WS-DISP-HASH2
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE WS-MRG-CONTROLS TO WS-DISP-CTL
           MOVE SPACES TO REPORT-LINE
           STRING "Register/reversal cards merged: " WS-DISP-CTL
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE WS-STAMPED TO WS-DISP-CARDS
           MOVE SPACES TO REPORT-LINE
           STRING "Cards given their deck's HDR department: "
               WS-DISP-CARDS
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM EMIT-LINE
           IF WS-ACCEPTED = 0
               MOVE "*** No deck was accepted - the batch run must "
                   & "not go ahead on this intake ***" TO REPORT-LINE
               PERFORM EMIT-LINE
           ELSE
               IF WS-QUARANTINED > 0
                   MOVE "*** Return the quarantined decks to their "
                       & "departments for correction ***"
                       TO REPORT-LINE
                   PERFORM EMIT-LINE
               END-IF
           END-IF.

       PRINT-DECK-LINE.
           MOVE WS-DECK-SUB TO WS-DISP-DECK
           MOVE WS-TBL-CARDS(WS-DECK-SUB) TO WS-DISP-CARDS
           MOVE WS-TBL-HASH1(WS-DECK-SUB) TO WS-DISP-HASH1
           MOVE WS-TBL-HASH2(WS-DECK-SUB) TO WS-DISP-HASH2
           IF WS-TBL-TRL-OK(WS-DECK-SUB) = "Y"
               MOVE WS-TBL-EXP-COUNT(WS-DECK-SUB) TO WS-DISP-EXP
           ELSE
               MOVE ZERO TO WS-DISP-EXP
           END-IF
           IF WS-TBL-STATUS(WS-DECK-SUB) = "A"
               MOVE "ACCEPTED" TO WS-RESULT-TEXT
           ELSE
               MOVE "QUARANTINED" TO WS-RESULT-TEXT
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING " " WS-DISP-DECK " " WS-TBL-DEPT(WS-DECK-SUB) "  "
               WS-TBL-DATE(WS-DECK-SUB) " " WS-DISP-CARDS " "
               WS-DISP-EXP " " WS-DISP-HASH1 " " WS-DISP-HASH2 " "
               WS-RESULT-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM EMIT-LINE
           IF WS-TBL-STATUS(WS-DECK-SUB) = "Q"
               PERFORM DESCRIBE-REASON
               MOVE SPACES TO REPORT-LINE
               STRING "     " WS-TBL-REASON(WS-DECK-SUB) " - "
                   WS-REASON-TEXT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM EMIT-LINE
               IF WS-TBL-TRL-OK(WS-DECK-SUB) = "Y"
                   MOVE WS-TBL-EXP-HASH1(WS-DECK-SUB)
                       TO WS-DISP-HASH1
                   MOVE WS-TBL-EXP-HASH2(WS-DECK-SUB)
                       TO WS-DISP-HASH2
                   MOVE SPACES TO REPORT-LINE
                   STRING "     trailer says            " WS-DISP-EXP
                       " " WS-DISP-HASH1 " " WS-DISP-HASH2
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM EMIT-LINE
               END-IF
           END-IF
           IF WS-TBL-CONTROLS(WS-DECK-SUB) > 0
               MOVE WS-TBL-CONTROLS(WS-DECK-SUB) TO WS-DISP-CTL
               MOVE SPACES TO REPORT-LINE
               STRING "     plus " WS-DISP-CTL " register/reversal "
                   "cards (not counted or hashed)"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM EMIT-LINE
           END-IF.

       DESCRIBE-REASON.
           EVALUATE WS-TBL-REASON(WS-DECK-SUB)
               WHEN "NHDR"
                   MOVE "cards with no HDR card in front of them"
                       TO WS-REASON-TEXT
               WHEN "NTRL"
                   MOVE "HDR but no TRL - deck may be truncated"
                       TO WS-REASON-TEXT
               WHEN "TNUM"
                   MOVE "trailer record is not numeric"
                       TO WS-REASON-TEXT
               WHEN "CNT "
                   MOVE "trailer count does not match the cards"
                       TO WS-REASON-TEXT
               WHEN "HSH1"
                   MOVE "NUM1 hash total mismatch" TO WS-REASON-TEXT
               WHEN "HSH2"
                   MOVE "NUM2 hash total mismatch" TO WS-REASON-TEXT
               WHEN "BDTE"
                   MOVE "HDR deck date is not numeric"
                       TO WS-REASON-TEXT
               WHEN "DATE"
                   MOVE "HDR deck date is not tonight's deck date"
                       TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-REASON-TEXT
           END-EVALUATE.

       EMIT-LINE.
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.
