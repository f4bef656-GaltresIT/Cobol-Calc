               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-KEY
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT BALANCE-FILE ASSIGN TO "CALCRBH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-STATUS.
           SELECT STMT-FILE ASSIGN TO "CALCSTM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.
           05  REG-VALUE           PIC S9(7)V99
                                    SIGN IS TRAILING SEPARATE.

       FD  BALANCE-FILE.
       COPY REGBAL.

       FD  STMT-FILE.
       01  STMT-LINE               PIC X(80).

       77  WS-JOURNAL-STATUS       PIC XX VALUE SPACES.
       77  WS-REGISTER-STATUS      PIC XX VALUE SPACES.
       77  WS-STMT-STATUS          PIC XX VALUE SPACES.
       77  WS-BALANCE-STATUS       PIC XX VALUE SPACES.
       77  WS-EOF-FLAG             PIC X VALUE "N".
           88  END-OF-JOURNAL              VALUE "Y".
       77  WS-FROM-DATE            PIC X(8) VALUE SPACES.
       77  WS-REG-OVERFLOW         PIC X VALUE "N".
       77  WS-MOVE-COUNT           PIC 9(7) VALUE ZERO.
       77  WS-VALUE-DISPLAY        PIC $$$,$$$,$$9.99-.
       77  WS-ASK-PERIOD           PIC X(6) VALUE SPACES.
       77  WS-PRIOR-PERIOD         PIC X(6) VALUE SPACES.
       77  WS-PRIOR-TS             PIC X(21) VALUE SPACES.
       77  WS-SNAP-TS              PIC X(21) VALUE SPACES.
       77  WS-CLOSE-CALLER         PIC X(8) VALUE "PERDCLOS".
       77  WS-BREAK-COUNT          PIC 9(3) VALUE ZERO.
       77  WS-EXPECTED             PIC S9(9)V99 VALUE ZERO.
       77  WS-CHECK-RESULT         PIC X(9) VALUE SPACES.
       77  WS-OPEN-EDIT            PIC -(8)9.99.
       77  WS-MOVE-EDIT            PIC -(10)9.99.
       77  WS-CLOSE-EDIT           PIC -(8)9.99.
       77  WS-COUNT-EDIT           PIC Z(4)9.
       01  WS-REG-TABLE.
           05  WS-REG-ENTRY OCCURS 100 TIMES.
               10  WS-TBL-REG-NAME PIC X(8).
       01  WS-PERIOD-TABLE.
           05  WS-PRD-ENTRY OCCURS 100 TIMES.
               10  WS-PTB-REG-NAME PIC X(8).
               10  WS-PTB-REG-TYPE PIC X.
               10  WS-PTB-OPENING  PIC S9(7)V99.
               10  WS-PTB-MOVES    PIC 9(5).
               10  WS-PTB-MOVEMENT PIC S9(9)V99.
               10  WS-PTB-CLOSING  PIC S9(7)V99.
               10  WS-PTB-CARRIED  PIC S9(7)V99.

       LINKAGE SECTION.
       01  LS-PARM.
       MAIN-LOGIC.
           PERFORM GET-DATE-RANGE
           IF RETURN-CODE = 0
               IF WS-ASK-PERIOD = SPACES
                   PERFORM BUILD-REGISTER-LIST
               ELSE
                   PERFORM LOAD-PERIOD-BALANCES
               END-IF
           END-IF
           IF RETURN-CODE = 0
               OPEN OUTPUT STMT-FILE
                       "produced ***"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-ASK-PERIOD = SPACES
                       PERFORM WRITE-STATEMENT
                   ELSE
                       PERFORM ADD-PERIOD-MOVEMENTS
                       PERFORM WRITE-PERIOD-STATEMENT
                   END-IF
                   CLOSE STMT-FILE
               END-IF
           END-IF
               WHEN LS-PARM-LEN = 0
                   MOVE SPACES TO WS-FROM-DATE
                   MOVE "99999999" TO WS-TO-DATE
               WHEN LS-PARM-LEN = 6
                   AND LS-PARM-TEXT(1:6) IS NUMERIC
                   MOVE LS-PARM-TEXT(1:6) TO WS-ASK-PERIOD
               WHEN LS-PARM-LEN = 8
                   AND LS-PARM-TEXT(1:8) IS NUMERIC
                   MOVE LS-PARM-TEXT(1:8) TO WS-FROM-DATE
                   MOVE LS-PARM-TEXT(9:8) TO WS-TO-DATE
               WHEN OTHER
                   DISPLAY "*** PARM '" LS-PARM-TEXT "' is not a "
                       "YYYYMMDD date, a YYYYMMDDYYYYMMDD range or a "
                       "YYYYMM closed period - no statement produced "
                       "***"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

                   END-IF
           END-READ.

       LOAD-PERIOD-BALANCES.
           OPEN INPUT BALANCE-FILE
           IF WS-BALANCE-STATUS NOT = "00"
               DISPLAY "*** Register balance history could not be "
                   "opened (status " WS-BALANCE-STATUS ") - no "
                   "statement produced ***"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM READ-BALANCE-FILE
               PERFORM UNTIL END-OF-JOURNAL
                   IF RBH-PERIOD = WS-ASK-PERIOD
                       PERFORM STORE-PERIOD-BALANCE
                   ELSE
                       IF RBH-PERIOD < WS-ASK-PERIOD
                           AND RBH-PERIOD > WS-PRIOR-PERIOD
                           MOVE RBH-PERIOD TO WS-PRIOR-PERIOD
                           MOVE RBH-SNAP-TS TO WS-PRIOR-TS
                       END-IF
                   END-IF
                   PERFORM READ-BALANCE-FILE
               END-PERFORM
               CLOSE BALANCE-FILE
               MOVE "N" TO WS-EOF-FLAG
               IF WS-SNAP-TS = SPACES
                   DISPLAY "*** Period " WS-ASK-PERIOD " has no "
                       "period-close snapshot on CALCRBH - no "
                       "statement produced ***"
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

       STORE-PERIOD-BALANCE.
           MOVE RBH-SNAP-TS TO WS-SNAP-TS
           IF WS-REG-COUNT < WS-REG-MAX
               ADD 1 TO WS-REG-COUNT
               MOVE RBH-REG-NAME TO WS-PTB-REG-NAME(WS-REG-COUNT)
               MOVE RBH-REG-TYPE TO WS-PTB-REG-TYPE(WS-REG-COUNT)
               MOVE RBH-OPENING-VALUE
                   TO WS-PTB-OPENING(WS-REG-COUNT)
               MOVE ZERO TO WS-PTB-MOVES(WS-REG-COUNT)
               MOVE ZERO TO WS-PTB-MOVEMENT(WS-REG-COUNT)
               MOVE RBH-CLOSING-VALUE
                   TO WS-PTB-CLOSING(WS-REG-COUNT)
               MOVE RBH-CARRIED-VALUE
                   TO WS-PTB-CARRIED(WS-REG-COUNT)
           ELSE
               MOVE "Y" TO WS-REG-OVERFLOW
           END-IF.

       ADD-PERIOD-MOVEMENTS.
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               MOVE "  (register journal unavailable - movements "
                   & "cannot be proved)" TO STMT-LINE
               PERFORM EMIT-LINE
           ELSE
               PERFORM READ-JOURNAL-FILE
               PERFORM UNTIL END-OF-JOURNAL
                   IF JRN-TIMESTAMP(1:16) > WS-PRIOR-TS(1:16)
                       AND JRN-TIMESTAMP(1:16) <= WS-SNAP-TS(1:16)
                       AND JRN-CALLER NOT = WS-CLOSE-CALLER
                       AND (JRN-FUNCTION = "PUT"
                           OR JRN-FUNCTION = "CLR")
                       PERFORM ADD-PERIOD-MOVEMENT
                   END-IF
                   PERFORM READ-JOURNAL-FILE
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

       ADD-PERIOD-MOVEMENT.
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                   UNTIL WS-REG-SUB > WS-REG-COUNT
               IF WS-PTB-REG-NAME(WS-REG-SUB) = JRN-REG-NAME
                   ADD 1 TO WS-PTB-MOVES(WS-REG-SUB)
                   COMPUTE WS-PTB-MOVEMENT(WS-REG-SUB) =
                       WS-PTB-MOVEMENT(WS-REG-SUB)
                       + JRN-AFTER-VALUE - JRN-BEFORE-VALUE
               END-IF
           END-PERFORM.

       WRITE-PERIOD-STATEMENT.
           MOVE SPACES TO STMT-LINE
           STRING "Register balances for closed period " WS-ASK-PERIOD
               DELIMITED BY SIZE INTO STMT-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO STMT-LINE
           IF WS-PRIOR-PERIOD = SPACES
               MOVE "Opening balances taken from the journal at the "
                   & "first period close" TO STMT-LINE
           ELSE
               STRING "Opening balances carried from the close of "
                   "period " WS-PRIOR-PERIOD
                   DELIMITED BY SIZE INTO STMT-LINE
           END-IF
           PERFORM EMIT-LINE
           MOVE SPACES TO STMT-LINE
           PERFORM EMIT-LINE
           MOVE "Register T      Opening Moves       Movement      "
               & "Closing Check      Carried fwd" TO STMT-LINE
           PERFORM EMIT-LINE
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                   UNTIL WS-REG-SUB > WS-REG-COUNT
               PERFORM WRITE-PERIOD-REGISTER-LINE
           END-PERFORM
           MOVE SPACES TO STMT-LINE
           PERFORM EMIT-LINE
           IF WS-BREAK-COUNT = 0
               MOVE "Every register agrees: closing = opening + "
                   & "movements." TO STMT-LINE
           ELSE
               MOVE WS-BREAK-COUNT TO WS-COUNT-EDIT
               MOVE SPACES TO STMT-LINE
               STRING "*** " WS-COUNT-EDIT " register(s) do not "
                   "agree with the journal ***"
                   DELIMITED BY SIZE INTO STMT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM EMIT-LINE
           IF WS-REG-OVERFLOW = "Y"
               MOVE "  ** More registers than the statement can "
                   & "break out - statement incomplete **"
                   TO STMT-LINE
               PERFORM EMIT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.

       WRITE-PERIOD-REGISTER-LINE.
           COMPUTE WS-EXPECTED = WS-PTB-OPENING(WS-REG-SUB)
               + WS-PTB-MOVEMENT(WS-REG-SUB)
           IF WS-EXPECTED = WS-PTB-CLOSING(WS-REG-SUB)
               MOVE "agrees" TO WS-CHECK-RESULT
           ELSE
               MOVE "*** BREAK" TO WS-CHECK-RESULT
               ADD 1 TO WS-BREAK-COUNT
           END-IF
           MOVE WS-PTB-OPENING(WS-REG-SUB) TO WS-OPEN-EDIT
           MOVE WS-PTB-MOVES(WS-REG-SUB) TO WS-COUNT-EDIT
           MOVE WS-PTB-MOVEMENT(WS-REG-SUB) TO WS-MOVE-EDIT
           MOVE WS-PTB-CLOSING(WS-REG-SUB) TO WS-CLOSE-EDIT
           MOVE SPACES TO STMT-LINE
           STRING WS-PTB-REG-NAME(WS-REG-SUB) " "
               WS-PTB-REG-TYPE(WS-REG-SUB) " " WS-OPEN-EDIT " "
               WS-COUNT-EDIT " " WS-MOVE-EDIT " " WS-CLOSE-EDIT " "
               WS-CHECK-RESULT
               DELIMITED BY SIZE INTO STMT-LINE
           MOVE WS-PTB-CARRIED(WS-REG-SUB) TO WS-CLOSE-EDIT
           MOVE WS-CLOSE-EDIT TO STMT-LINE(69:12)
           PERFORM EMIT-LINE.

       EMIT-LINE.
           WRITE STMT-LINE
           DISPLAY STMT-LINE.
