       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcRegRoll.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-FILE ASSIGN TO "CALCPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.
           SELECT TYPE-FILE ASSIGN TO "CALCRTP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TYPE-STATUS.
           SELECT BALANCE-FILE ASSIGN TO "CALCRBH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "CALCREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-KEY
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "CALCRJL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CALCRRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-FILE.
       COPY PERDREC.

       FD  TYPE-FILE.
       01  TYPE-RECORD.
           05  RTP-REG-NAME        PIC X(8).
           05  FILLER              PIC X.
           05  RTP-REG-TYPE        PIC X.

       FD  BALANCE-FILE.
       COPY REGBAL.

       FD  REGISTER-FILE.
       01  REGISTER-RECORD.
           05  REG-KEY             PIC X(8).
           05  REG-VALUE           PIC S9(7)V99
                                    SIGN IS TRAILING SEPARATE.

       FD  JOURNAL-FILE.
       COPY REGJRNL.

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-PERIOD-STATUS        PIC XX VALUE SPACES.
       77  WS-TYPE-STATUS          PIC XX VALUE SPACES.
       77  WS-BALANCE-STATUS       PIC XX VALUE SPACES.
       77  WS-REGISTER-STATUS      PIC XX VALUE SPACES.
       77  WS-JOURNAL-STATUS       PIC XX VALUE SPACES.
       77  WS-REPORT-STATUS        PIC XX VALUE SPACES.
       77  WS-EOF-FLAG             PIC X VALUE "N".
           88  END-OF-FILE                 VALUE "Y".
       77  WS-ASK-PERIOD           PIC 9(6) VALUE ZERO.
       77  WS-ROLL-FLAG            PIC X VALUE "N".
       77  WS-PERIOD-CLOSED        PIC X VALUE "N".
       77  WS-ALREADY-ROLLED       PIC X VALUE "N".
       77  WS-LATER-PERIOD         PIC 9(6) VALUE ZERO.
       77  WS-PRIOR-PERIOD         PIC 9(6) VALUE ZERO.
       77  WS-PRIOR-TS             PIC X(21) VALUE SPACES.
       77  WS-SNAP-TS              PIC X(21) VALUE SPACES.
       77  WS-CLOSE-CALLER         PIC X(8) VALUE "PERDCLOS".
       77  WS-WARN-FLAG            PIC X VALUE "N".
       77  WS-BREAK-COUNT          PIC 9(3) VALUE ZERO.
       77  WS-RESET-COUNT          PIC 9(3) VALUE ZERO.
       77  WS-RESET-FAILED         PIC 9(3) VALUE ZERO.
       77  WS-TYPE-COUNT           PIC 9(3) COMP VALUE ZERO.
       77  WS-TYPE-MAX             PIC 9(3) COMP VALUE 100.
       77  WS-TYPE-SUB             PIC 9(3) COMP VALUE ZERO.
       77  WS-REG-COUNT            PIC 9(3) COMP VALUE ZERO.
       77  WS-REG-MAX              PIC 9(3) COMP VALUE 100.
       77  WS-REG-IX               PIC 9(3) COMP VALUE ZERO.
       77  WS-REG-SUB              PIC 9(3) COMP VALUE ZERO.
       77  WS-REG-OVERFLOW         PIC X VALUE "N".
       77  WS-LOOK-NAME            PIC X(8) VALUE SPACES.
       77  WS-EXPECTED             PIC S9(9)V99 VALUE ZERO.
       77  WS-CHECK-RESULT         PIC X(9) VALUE SPACES.
       77  WS-OPEN-EDIT            PIC -(8)9.99.
       77  WS-MOVE-EDIT            PIC -(10)9.99.
       77  WS-CLOSE-EDIT           PIC -(8)9.99.
       77  WS-COUNT-EDIT           PIC Z(4)9.
       01  WS-TYPE-TABLE.
           05  WS-TYPE-ENTRY OCCURS 100 TIMES.
               10  WS-TTB-REG-NAME PIC X(8).
               10  WS-TTB-REG-TYPE PIC X.
       01  WS-REG-TABLE.
           05  WS-REG-ENTRY OCCURS 100 TIMES.
               10  WS-TBL-REG-NAME PIC X(8).
               10  WS-TBL-REG-TYPE PIC X.
               10  WS-TBL-OPEN-SET PIC X.
               10  WS-TBL-OPENING  PIC S9(7)V99.
               10  WS-TBL-MOVES    PIC 9(5).
               10  WS-TBL-MOVEMENT PIC S9(9)V99.
               10  WS-TBL-CLOSING  PIC S9(7)V99.
               10  WS-TBL-CARRIED  PIC S9(7)V99.
               10  WS-TBL-RESET    PIC X.
       COPY REGPARM.

       LINKAGE SECTION.
       01  LS-PARM.
           05  LS-PARM-LEN          PIC S9(4) COMP.
           05  LS-PARM-TEXT         PIC X(12).

       PROCEDURE DIVISION USING LS-PARM.
       MAIN-LOGIC.
           DISPLAY "Period-end register roll-forward"
           EVALUATE TRUE
               WHEN LS-PARM-LEN = 12
                   AND LS-PARM-TEXT(1:6) = "CLOSE,"
                   AND LS-PARM-TEXT(7:6) IS NUMERIC
                   MOVE "Y" TO WS-ROLL-FLAG
                   MOVE LS-PARM-TEXT(7:6) TO WS-ASK-PERIOD
               WHEN LS-PARM-LEN = 11
                   AND LS-PARM-TEXT(1:5) = "OPEN,"
                   AND LS-PARM-TEXT(6:6) IS NUMERIC
                   DISPLAY "Period " LS-PARM-TEXT(6:6) " reopened - "
                       "registers are not rolled forward on a reopen"
               WHEN OTHER
                   DISPLAY "*** PARM must be CLOSE,YYYYMM or "
                       "OPEN,YYYYMM - registers not rolled forward "
                       "***"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           IF WS-ROLL-FLAG = "Y"
               PERFORM CHECK-PERIOD-CLOSED
           END-IF
           IF WS-ROLL-FLAG = "Y" AND RETURN-CODE = 0
               PERFORM LOAD-BALANCE-HISTORY
           END-IF
           IF WS-ROLL-FLAG = "Y" AND RETURN-CODE = 0
               PERFORM LOAD-REGISTER-TYPES
               PERFORM LOAD-PRIOR-BALANCES
               PERFORM LOAD-REGISTER-VALUES
           END-IF
           IF WS-ROLL-FLAG = "Y" AND RETURN-CODE < 8
               PERFORM ADD-JOURNAL-MOVEMENTS
               PERFORM SET-MISSING-OPENINGS
               OPEN OUTPUT REPORT-FILE
               IF WS-REPORT-STATUS NOT = "00"
                   DISPLAY "*** Roll-forward report could not be "
                       "opened (status " WS-REPORT-STATUS ") - "
                       "registers not rolled forward ***"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM RESET-ACCUMULATORS
                   PERFORM WRITE-BALANCE-SNAPSHOT
                   PERFORM PRINT-ROLL-REPORT
                   CLOSE REPORT-FILE
               END-IF
           END-IF
           IF RETURN-CODE = 0 AND WS-WARN-FLAG = "Y"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF RETURN-CODE < 8 AND WS-BREAK-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       CHECK-PERIOD-CLOSED.
           OPEN INPUT PERIOD-FILE
           IF WS-PERIOD-STATUS NOT = "00"
               DISPLAY "*** Period-control file could not be opened "
                   "(status " WS-PERIOD-STATUS ") - registers not "
                   "rolled forward ***"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-PERIOD-FILE
               PERFORM UNTIL END-OF-FILE
                   IF PRD-PERIOD = WS-ASK-PERIOD
                       IF PRD-STATUS = "C"
                           MOVE "Y" TO WS-PERIOD-CLOSED
                       ELSE
                           MOVE "N" TO WS-PERIOD-CLOSED
                       END-IF
                   END-IF
                   PERFORM READ-PERIOD-FILE
               END-PERFORM
               CLOSE PERIOD-FILE
               IF WS-PERIOD-CLOSED = "N"
                   DISPLAY "*** Period " WS-ASK-PERIOD " is not "
                       "CLOSED on CALCPER - registers not rolled "
                       "forward ***"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       READ-PERIOD-FILE.
           READ PERIOD-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF WS-PERIOD-STATUS NOT = "00"
                       MOVE "Y" TO WS-EOF-FLAG
                   END-IF
           END-READ.

       LOAD-BALANCE-HISTORY.
           OPEN INPUT BALANCE-FILE
           IF WS-BALANCE-STATUS = "35"
               DISPLAY "Register balance history not found - this "
                   "is the first period-close snapshot"
           ELSE
               IF WS-BALANCE-STATUS NOT = "00"
                   DISPLAY "*** Register balance history could not "
                       "be opened (status " WS-BALANCE-STATUS ") - "
                       "registers not rolled forward ***"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE "N" TO WS-EOF-FLAG
                   PERFORM READ-BALANCE-FILE
                   PERFORM UNTIL END-OF-FILE
                       PERFORM NOTE-HISTORY-PERIOD
                       PERFORM READ-BALANCE-FILE
                   END-PERFORM
                   CLOSE BALANCE-FILE
               END-IF
           END-IF
           IF WS-ALREADY-ROLLED = "Y"
               DISPLAY "*** Period " WS-ASK-PERIOD " has already "
                   "been rolled forward - registers not reset "
                   "again ***"
               MOVE 4 TO RETURN-CODE
               MOVE "N" TO WS-ROLL-FLAG
           ELSE
               IF WS-LATER-PERIOD > 0
                   DISPLAY "*** Period " WS-LATER-PERIOD " is "
                       "already rolled forward - period "
                       WS-ASK-PERIOD " cannot be rolled after it "
                       "***"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       READ-BALANCE-FILE.
           READ BALANCE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF WS-BALANCE-STATUS NOT = "00"
                       MOVE "Y" TO WS-EOF-FLAG
                   END-IF
           END-READ.

       NOTE-HISTORY-PERIOD.
           IF RBH-PERIOD IS NUMERIC
               EVALUATE TRUE
                   WHEN RBH-PERIOD = WS-ASK-PERIOD
                       MOVE "Y" TO WS-ALREADY-ROLLED
                   WHEN RBH-PERIOD > WS-ASK-PERIOD
                       MOVE RBH-PERIOD TO WS-LATER-PERIOD
                   WHEN RBH-PERIOD > WS-PRIOR-PERIOD
                       MOVE RBH-PERIOD TO WS-PRIOR-PERIOD
                       MOVE RBH-SNAP-TS TO WS-PRIOR-TS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       LOAD-REGISTER-TYPES.
           OPEN INPUT TYPE-FILE
           IF WS-TYPE-STATUS NOT = "00"
               DISPLAY "*** Register type file CALCRTP could not be "
                   "opened (status " WS-TYPE-STATUS ") - every "
                   "register is treated as a balance and none is "
                   "reset ***"
               MOVE "Y" TO WS-WARN-FLAG
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-TYPE-FILE
               PERFORM UNTIL END-OF-FILE
                   PERFORM STORE-REGISTER-TYPE
                   PERFORM READ-TYPE-FILE
               END-PERFORM
               CLOSE TYPE-FILE
           END-IF.

       READ-TYPE-FILE.
           READ TYPE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF WS-TYPE-STATUS NOT = "00"
                       MOVE "Y" TO WS-EOF-FLAG
                   END-IF
           END-READ.

       STORE-REGISTER-TYPE.
           IF RTP-REG-NAME NOT = SPACES
               IF RTP-REG-TYPE NOT = "A" AND RTP-REG-TYPE NOT = "B"
                   DISPLAY "*** CALCRTP type '" RTP-REG-TYPE "' for "
                       "register " RTP-REG-NAME " is not A or B - "
                       "treated as a balance ***"
                   MOVE "Y" TO WS-WARN-FLAG
               ELSE
                   IF WS-TYPE-COUNT < WS-TYPE-MAX
                       ADD 1 TO WS-TYPE-COUNT
                       MOVE RTP-REG-NAME
                           TO WS-TTB-REG-NAME(WS-TYPE-COUNT)
                       MOVE RTP-REG-TYPE
                           TO WS-TTB-REG-TYPE(WS-TYPE-COUNT)
                   ELSE
                       DISPLAY "*** CALCRTP holds more registers "
                           "than can be typed - " RTP-REG-NAME
                           " treated as a balance ***"
                       MOVE "Y" TO WS-WARN-FLAG
                   END-IF
               END-IF
           END-IF.

       LOAD-PRIOR-BALANCES.
           IF WS-PRIOR-PERIOD > 0
               OPEN INPUT BALANCE-FILE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-BALANCE-FILE
               PERFORM UNTIL END-OF-FILE
                   IF RBH-PERIOD = WS-PRIOR-PERIOD
                       MOVE RBH-REG-NAME TO WS-LOOK-NAME
                       PERFORM FIND-REGISTER-ENTRY
                       IF WS-REG-IX > 0
                           MOVE "Y" TO WS-TBL-OPEN-SET(WS-REG-IX)
                           MOVE RBH-CARRIED-VALUE
                               TO WS-TBL-OPENING(WS-REG-IX)
                       END-IF
                   END-IF
                   PERFORM READ-BALANCE-FILE
               END-PERFORM
               CLOSE BALANCE-FILE
           END-IF.

       LOAD-REGISTER-VALUES.
           MOVE FUNCTION CURRENT-DATE TO WS-SNAP-TS
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = "00"
               DISPLAY "*** Register file CALCREG could not be "
                   "opened (status " WS-REGISTER-STATUS ") - "
                   "registers not rolled forward ***"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-REGISTER-FILE
               PERFORM UNTIL END-OF-FILE
                   MOVE REG-KEY TO WS-LOOK-NAME
                   PERFORM FIND-REGISTER-ENTRY
                   IF WS-REG-IX > 0
                       MOVE REG-VALUE TO WS-TBL-CLOSING(WS-REG-IX)
                   END-IF
                   PERFORM READ-REGISTER-FILE
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF.

       READ-REGISTER-FILE.
           READ REGISTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF WS-REGISTER-STATUS NOT = "00"
                       MOVE "Y" TO WS-EOF-FLAG
                   END-IF
           END-READ.

       ADD-JOURNAL-MOVEMENTS.
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "*** Register journal could not be opened "
                   "(status " WS-JOURNAL-STATUS ") - movements "
                   "cannot be proved ***"
               MOVE "Y" TO WS-WARN-FLAG
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-JOURNAL-FILE
               PERFORM UNTIL END-OF-FILE
                   IF JRN-TIMESTAMP(1:16) > WS-PRIOR-TS(1:16)
                       AND JRN-TIMESTAMP(1:16) <= WS-SNAP-TS(1:16)
                       AND JRN-CALLER NOT = WS-CLOSE-CALLER
                       AND (JRN-FUNCTION = "PUT"
                           OR JRN-FUNCTION = "CLR")
                       PERFORM ADD-ONE-MOVEMENT
                   END-IF
                   PERFORM READ-JOURNAL-FILE
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

       READ-JOURNAL-FILE.
           READ JOURNAL-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   IF WS-JOURNAL-STATUS NOT = "00"
                       MOVE "Y" TO WS-EOF-FLAG
                   END-IF
           END-READ.

       ADD-ONE-MOVEMENT.
           MOVE JRN-REG-NAME TO WS-LOOK-NAME
           PERFORM FIND-REGISTER-ENTRY
           IF WS-REG-IX > 0
               IF WS-TBL-OPEN-SET(WS-REG-IX) = "N"
                   AND WS-PRIOR-PERIOD = 0
                   MOVE "Y" TO WS-TBL-OPEN-SET(WS-REG-IX)
                   MOVE JRN-BEFORE-VALUE TO WS-TBL-OPENING(WS-REG-IX)
               END-IF
               ADD 1 TO WS-TBL-MOVES(WS-REG-IX)
               COMPUTE WS-TBL-MOVEMENT(WS-REG-IX) =
                   WS-TBL-MOVEMENT(WS-REG-IX)
                   + JRN-AFTER-VALUE - JRN-BEFORE-VALUE
           END-IF.

       SET-MISSING-OPENINGS.
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                   UNTIL WS-REG-SUB > WS-REG-COUNT
               IF WS-TBL-OPEN-SET(WS-REG-SUB) = "N"
                   IF WS-PRIOR-PERIOD = 0
                       MOVE WS-TBL-CLOSING(WS-REG-SUB)
                           TO WS-TBL-OPENING(WS-REG-SUB)
                   ELSE
                       MOVE ZERO TO WS-TBL-OPENING(WS-REG-SUB)
                   END-IF
               END-IF
           END-PERFORM.

       FIND-REGISTER-ENTRY.
           MOVE 0 TO WS-REG-IX
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                   UNTIL WS-REG-SUB > WS-REG-COUNT
               IF WS-TBL-REG-NAME(WS-REG-SUB) = WS-LOOK-NAME
                   MOVE WS-REG-SUB TO WS-REG-IX
               END-IF
           END-PERFORM
           IF WS-REG-IX = 0
               IF WS-REG-COUNT < WS-REG-MAX
                   ADD 1 TO WS-REG-COUNT
                   MOVE WS-REG-COUNT TO WS-REG-IX
                   MOVE WS-LOOK-NAME TO WS-TBL-REG-NAME(WS-REG-IX)
                   MOVE "B" TO WS-TBL-REG-TYPE(WS-REG-IX)
                   PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                           UNTIL WS-TYPE-SUB > WS-TYPE-COUNT
                       IF WS-TTB-REG-NAME(WS-TYPE-SUB) = WS-LOOK-NAME
                           MOVE WS-TTB-REG-TYPE(WS-TYPE-SUB)
                               TO WS-TBL-REG-TYPE(WS-REG-IX)
                       END-IF
                   END-PERFORM
                   MOVE "N" TO WS-TBL-OPEN-SET(WS-REG-IX)
                   MOVE ZERO TO WS-TBL-OPENING(WS-REG-IX)
                   MOVE ZERO TO WS-TBL-MOVES(WS-REG-IX)
                   MOVE ZERO TO WS-TBL-MOVEMENT(WS-REG-IX)
                   MOVE ZERO TO WS-TBL-CLOSING(WS-REG-IX)
                   MOVE ZERO TO WS-TBL-CARRIED(WS-REG-IX)
                   MOVE "N" TO WS-TBL-RESET(WS-REG-IX)
               ELSE
                   IF WS-REG-OVERFLOW = "N"
                       DISPLAY "*** More registers than the roll-"
                           "forward can hold - " WS-LOOK-NAME
                           " and later registers left out ***"
                   END-IF
                   MOVE "Y" TO WS-REG-OVERFLOW
                   MOVE "Y" TO WS-WARN-FLAG
               END-IF
           END-IF.

       RESET-ACCUMULATORS.
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                   UNTIL WS-REG-SUB > WS-REG-COUNT
               MOVE WS-TBL-CLOSING(WS-REG-SUB)
                   TO WS-TBL-CARRIED(WS-REG-SUB)
               IF WS-TBL-REG-TYPE(WS-REG-SUB) = "A"
                   AND WS-TBL-CLOSING(WS-REG-SUB) NOT = ZERO
                   PERFORM RESET-ONE-REGISTER
               END-IF
           END-PERFORM.

       RESET-ONE-REGISTER.
           MOVE SPACES TO REGISTER-AREA
           MOVE "PUT" TO REG-FUNCTION
           MOVE WS-TBL-REG-NAME(WS-REG-SUB) TO REG-NAME-ARG
           MOVE ZERO TO REG-VALUE-ARG
           MOVE WS-CLOSE-CALLER TO REG-CALLER-ARG
           CALL "CalcRegs" USING REGISTER-AREA
           IF REG-STATUS-ARG = "OK"
               MOVE ZERO TO WS-TBL-CARRIED(WS-REG-SUB)
               MOVE "Y" TO WS-TBL-RESET(WS-REG-SUB)
               ADD 1 TO WS-RESET-COUNT
           ELSE
               MOVE "F" TO WS-TBL-RESET(WS-REG-SUB)
               ADD 1 TO WS-RESET-FAILED
               MOVE 8 TO RETURN-CODE
           END-IF.

       WRITE-BALANCE-SNAPSHOT.
           OPEN EXTEND BALANCE-FILE
           IF WS-BALANCE-STATUS = "35"
               OPEN OUTPUT BALANCE-FILE
           END-IF
           IF WS-BALANCE-STATUS NOT = "00"
               DISPLAY "*** Register balance history could not be "
                   "written (status " WS-BALANCE-STATUS ") - the "
                   "closing balances are on CALCRRP only ***"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                       UNTIL WS-REG-SUB > WS-REG-COUNT
                   MOVE SPACES TO BALANCE-RECORD
                   MOVE WS-ASK-PERIOD TO RBH-PERIOD
                   MOVE WS-TBL-REG-NAME(WS-REG-SUB) TO RBH-REG-NAME
                   MOVE WS-TBL-REG-TYPE(WS-REG-SUB) TO RBH-REG-TYPE
                   MOVE WS-TBL-OPENING(WS-REG-SUB)
                       TO RBH-OPENING-VALUE
                   MOVE WS-TBL-MOVEMENT(WS-REG-SUB) TO RBH-MOVEMENT
                   MOVE WS-TBL-CLOSING(WS-REG-SUB)
                       TO RBH-CLOSING-VALUE
                   MOVE WS-TBL-CARRIED(WS-REG-SUB)
                       TO RBH-CARRIED-VALUE
                   MOVE WS-SNAP-TS TO RBH-SNAP-TS
                   MOVE WS-CLOSE-CALLER TO RBH-CLOSED-BY
                   WRITE BALANCE-RECORD
               END-PERFORM
               CLOSE BALANCE-FILE
           END-IF.

       PRINT-ROLL-REPORT.
           MOVE SPACES TO REPORT-LINE
           STRING "Register roll-forward for period " WS-ASK-PERIOD
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-PRIOR-PERIOD = 0
               MOVE "Opening balances taken from the journal - no "
                   & "earlier period-close snapshot" TO REPORT-LINE
           ELSE
               STRING "Opening balances carried from the close of "
                   "period " WS-PRIOR-PERIOD
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           PERFORM EMIT-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE "Register T      Opening Moves       Movement      "
               & "Closing Check      Carried fwd" TO REPORT-LINE
           PERFORM EMIT-LINE
           IF WS-REG-COUNT = 0
               MOVE "  No registers on file or moved in the period."
                   TO REPORT-LINE
               PERFORM EMIT-LINE
           ELSE
               PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                       UNTIL WS-REG-SUB > WS-REG-COUNT
                   PERFORM PRINT-REGISTER-LINE
               END-PERFORM
           END-IF
           MOVE SPACES TO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE WS-RESET-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING "Accumulators reset to zero: " WS-COUNT-EDIT
               " (journalled by " WS-CLOSE-CALLER ")"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM EMIT-LINE
           IF WS-RESET-FAILED > 0
               MOVE WS-RESET-FAILED TO WS-COUNT-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "*** Accumulators that could not be reset: "
                   WS-COUNT-EDIT " - they still hold their closing "
                   "value ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM EMIT-LINE
           END-IF
           IF WS-BREAK-COUNT = 0
               MOVE "Every register agrees: closing = opening + "
                   & "movements." TO REPORT-LINE
           ELSE
               MOVE WS-BREAK-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "*** " WS-COUNT-EDIT " register(s) do not "
                   "agree - see the journal (CALCRJL) ***"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           PERFORM EMIT-LINE.

       PRINT-REGISTER-LINE.
           COMPUTE WS-EXPECTED = WS-TBL-OPENING(WS-REG-SUB)
               + WS-TBL-MOVEMENT(WS-REG-SUB)
           IF WS-EXPECTED = WS-TBL-CLOSING(WS-REG-SUB)
               MOVE "agrees" TO WS-CHECK-RESULT
           ELSE
               MOVE "*** BREAK" TO WS-CHECK-RESULT
               ADD 1 TO WS-BREAK-COUNT
           END-IF
           MOVE WS-TBL-OPENING(WS-REG-SUB) TO WS-OPEN-EDIT
           MOVE WS-TBL-MOVES(WS-REG-SUB) TO WS-COUNT-EDIT
           MOVE WS-TBL-MOVEMENT(WS-REG-SUB) TO WS-MOVE-EDIT
           MOVE WS-TBL-CLOSING(WS-REG-SUB) TO WS-CLOSE-EDIT
           MOVE SPACES TO REPORT-LINE
           STRING WS-TBL-REG-NAME(WS-REG-SUB) " "
               WS-TBL-REG-TYPE(WS-REG-SUB) " " WS-OPEN-EDIT " "
               WS-COUNT-EDIT " " WS-MOVE-EDIT " " WS-CLOSE-EDIT " "
               WS-CHECK-RESULT
               DELIMITED BY SIZE INTO REPORT-LINE
           MOVE WS-TBL-CARRIED(WS-REG-SUB) TO WS-CLOSE-EDIT
           EVALUATE WS-TBL-RESET(WS-REG-SUB)
               WHEN "Y"
                   MOVE WS-CLOSE-EDIT TO REPORT-LINE(69:12)
                   MOVE "reset" TO REPORT-LINE(82:5)
               WHEN "F"
                   MOVE "*** RESET FAILED" TO REPORT-LINE(69:16)
               WHEN OTHER
                   MOVE WS-CLOSE-EDIT TO REPORT-LINE(69:12)
           END-EVALUATE
           PERFORM EMIT-LINE.

       EMIT-LINE.
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.
