       IDENTIFICATION DIVISION.
       PROGRAM-ID. CalcStdMaint.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STD-FILE ASSIGN TO "CALCSTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STD-STATUS.
           SELECT TXN-FILE ASSIGN TO "CALCSTT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-STATUS.
           SELECT HISTORY-FILE ASSIGN TO "CALCSTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT REGISTER-FILE ASSIGN TO "CALCREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS REG-KEY
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT REPORT-FILE ASSIGN TO "CALCSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STD-FILE.
       COPY STDREC.

       FD  TXN-FILE.
       01  TXN-RECORD.
           05  STM-IMAGE.
               10  STM-CARD        PIC X(36).
               10  FILLER          PIC X.
               10  STM-FREQ        PIC X.
               10  FILLER          PIC X.
               10  STM-DOW         PIC X.
               10  FILLER          PIC X.
               10  STM-EFF-DATE    PIC X(8).
               10  FILLER          PIC X.
               10  STM-EXP-DATE    PIC X(8).
               10  FILLER          PIC X.
               10  STM-ID          PIC X(6).
               10  FILLER          PIC X.
               10  STM-STATUS      PIC X.
           05  FILLER              PIC X.
           05  STM-ACTION          PIC X.
           05  FILLER              PIC X.
           05  STM-USER            PIC X(8).

       FD  HISTORY-FILE.
       COPY STDHIST.

       FD  REGISTER-FILE.
       01  REGISTER-RECORD.
           05  REG-KEY             PIC X(8).
           05  REG-VALUE           PIC S9(7)V99
                                    SIGN IS TRAILING SEPARATE.

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-STD-STATUS           PIC XX VALUE SPACES.
       77  WS-TXN-STATUS           PIC XX VALUE SPACES.
       77  WS-HISTORY-STATUS       PIC XX VALUE SPACES.
       77  WS-REGISTER-STATUS      PIC XX VALUE SPACES.
       77  WS-REPORT-STATUS        PIC XX VALUE SPACES.
       77  WS-STD-EOF-FLAG         PIC X VALUE "N".
           88  END-OF-STD                  VALUE "Y".
       77  WS-TXN-EOF-FLAG         PIC X VALUE "N".
           88  END-OF-TXNS                 VALUE "Y".
       77  WS-REGISTERS-OPEN       PIC X VALUE "N".
       77  WS-HISTORY-OPEN         PIC X VALUE "N".
       77  WS-WARN-FLAG            PIC X VALUE "N".
       77  WS-CHANGED              PIC X VALUE "N".
       77  WS-TODAY                PIC 9(8) VALUE ZERO.
       77  WS-FC-MONTH             PIC 9(6) VALUE ZERO.
       77  WS-FC-YEAR              PIC 9(4) VALUE ZERO.
       77  WS-FC-MM                PIC 99 VALUE ZERO.
       77  WS-FC-FIRST-INT         PIC 9(7) VALUE ZERO.
       77  WS-FC-LAST-INT          PIC 9(7) VALUE ZERO.
       77  WS-FC-NEXT-FIRST        PIC 9(8) VALUE ZERO.
       77  WS-FC-DAY-INT           PIC 9(7) VALUE ZERO.
       77  WS-FC-DATE              PIC 9(8) VALUE ZERO.
       77  WS-FC-DOW               PIC 9 VALUE ZERO.
       77  WS-FC-MONTH-END         PIC X VALUE "N".
       77  WS-FC-DAY-COUNT         PIC 9(5) VALUE ZERO.
       77  WS-FC-SLOT-SUB          PIC 9(3) COMP VALUE ZERO.
       77  WS-FC-FIRST-LINE        PIC X VALUE "Y".
       77  WS-DUE-FLAG             PIC X VALUE "N".
       77  WS-STD-COUNT            PIC 9(3) COMP VALUE ZERO.
       77  WS-STD-MAX              PIC 9(3) COMP VALUE 500.
       77  WS-STD-IX               PIC 9(3) COMP VALUE ZERO.
       77  WS-STD-SUB              PIC 9(3) COMP VALUE ZERO.
       77  WS-NEXT-ID              PIC 9(6) VALUE ZERO.
       77  WS-TXN-SEQ              PIC 9(5) VALUE ZERO.
       77  WS-TXN-ACCEPTED         PIC 9(5) VALUE ZERO.
       77  WS-TXN-REJECTED         PIC 9(5) VALUE ZERO.
       77  WS-LISTED               PIC 9(5) VALUE ZERO.
       77  WS-REJECT-TEXT          PIC X(70) VALUE SPACES.
       77  WS-HIST-ACTION          PIC X(3) VALUE SPACES.
       77  WS-HIST-USER            PIC X(8) VALUE SPACES.
       77  WS-BEFORE-IMAGE         PIC X(67) VALUE SPACES.
       77  WS-CHECK-DATE           PIC X(8) VALUE SPACES.
       77  WS-CHECK-NUM            PIC 9(8) VALUE ZERO.
       77  WS-DATE-OK              PIC X VALUE "N".
       77  WS-DAY-INT              PIC 9(8) COMP VALUE ZERO.
       77  WS-LOOKUP-NAME          PIC X(8) VALUE SPACES.
       77  WS-DISP-COUNT           PIC Z(4)9.
       01  WS-SI-INSTR.
           05  WS-SI-CARD.
               10  WS-SI-NUM1      PIC S9(7)V99
                                    SIGN IS TRAILING SEPARATE.
               10  WS-SI-OPERAND1 REDEFINES WS-SI-NUM1.
                   15  WS-SI-OP1-TYPE
                                   PIC X.
                   15  WS-SI-OP1-NAME
                                   PIC X(8).
                   15  FILLER      PIC X.
               10  WS-SI-NUM2      PIC S9(7)V99
                                    SIGN IS TRAILING SEPARATE.
               10  WS-SI-OPERAND2 REDEFINES WS-SI-NUM2.
                   15  WS-SI-OP2-TYPE
                                   PIC X.
                   15  WS-SI-OP2-NAME
                                   PIC X(8).
                   15  FILLER      PIC X.
               10  WS-SI-CHOICE    PIC X.
               10  WS-SI-CURRENCY  PIC X(3).
               10  WS-SI-SERIAL    PIC X(6).
               10  WS-SI-DEPT      PIC X(3).
               10  FILLER          PIC X(3).
           05  WS-SI-CONTROL REDEFINES WS-SI-CARD.
               10  WS-SI-CTL-ID    PIC X(3).
               10  WS-SI-CTL-NAME  PIC X(8).
               10  FILLER          PIC X(25).
           05  FILLER              PIC X.
           05  WS-SI-FREQ          PIC X.
           05  FILLER              PIC X.
           05  WS-SI-DOW           PIC X.
           05  FILLER              PIC X.
           05  WS-SI-EFF-DATE      PIC X(8).
           05  FILLER              PIC X.
           05  WS-SI-EXP-DATE      PIC X(8).
           05  FILLER              PIC X.
           05  WS-SI-ID            PIC X(6).
           05  FILLER              PIC X.
           05  WS-SI-STATUS        PIC X.
       01  WS-STD-TABLE.
           05  WS-STD-ENTRY OCCURS 500 TIMES.
               10  WS-TBL-IMAGE    PIC X(67).
               10  WS-TBL-DELETED  PIC X.
       01  WS-DAY-NAME-LIST        PIC X(21)
                                    VALUE "MonTueWedThuFriSatSun".
       01  WS-DAY-NAMES REDEFINES WS-DAY-NAME-LIST.
           05  WS-DAY-NAME         PIC X(3) OCCURS 7 TIMES.
       01  WS-FC-LINE.
           05  WS-FC-LEAD          PIC X(16).
           05  WS-FC-SLOT          PIC X(7) OCCURS 10 TIMES.

       LINKAGE SECTION.
       01  LS-PARM.
           05  LS-PARM-LEN          PIC S9(4) COMP.
           05  LS-PARM-TEXT         PIC X(6).

       PROCEDURE DIVISION USING LS-PARM.
       MAIN-LOGIC.
           DISPLAY "Standing-instruction maintenance"
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           EVALUATE TRUE
               WHEN LS-PARM-LEN = 0
                   MOVE WS-TODAY(1:4) TO WS-FC-YEAR
                   MOVE WS-TODAY(5:2) TO WS-FC-MM
                   IF WS-FC-MM = 12
                       ADD 1 TO WS-FC-YEAR
                       MOVE 1 TO WS-FC-MM
                   ELSE
                       ADD 1 TO WS-FC-MM
                   END-IF
               WHEN LS-PARM-LEN = 6
                   AND LS-PARM-TEXT(1:6) IS NUMERIC
                   AND LS-PARM-TEXT(5:2) >= "01"
                   AND LS-PARM-TEXT(5:2) <= "12"
                   MOVE LS-PARM-TEXT(1:4) TO WS-FC-YEAR
                   MOVE LS-PARM-TEXT(5:2) TO WS-FC-MM
               WHEN OTHER
                   DISPLAY "*** PARM must be omitted or the YYYYMM "
                       "month to forecast - nothing changed ***"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           COMPUTE WS-FC-MONTH = WS-FC-YEAR * 100 + WS-FC-MM
           IF RETURN-CODE = 0
               OPEN OUTPUT REPORT-FILE
               IF WS-REPORT-STATUS NOT = "00"
                   DISPLAY "*** Maintenance report file could not be "
                       "opened (status " WS-REPORT-STATUS ") - "
                       "nothing changed ***"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF RETURN-CODE = 0
               PERFORM LOAD-INSTRUCTIONS
           END-IF
           IF RETURN-CODE = 0
               PERFORM OPEN-SUPPORT-FILES
           END-IF
           IF RETURN-CODE = 0
               PERFORM ASSIGN-MISSING-IDS
               PERFORM APPLY-TRANSACTIONS
           END-IF
           IF RETURN-CODE = 0 AND WS-CHANGED = "Y"
               PERFORM REWRITE-STD-FILE
           END-IF
           IF RETURN-CODE = 0
               PERFORM PRINT-FORECAST
               PERFORM PRINT-TOTALS
               IF WS-TXN-REJECTED > 0 OR WS-WARN-FLAG = "Y"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-REGISTERS-OPEN = "Y"
               CLOSE REGISTER-FILE
           END-IF
           IF WS-HISTORY-OPEN = "Y"
               CLOSE HISTORY-FILE
           END-IF
           IF WS-REPORT-STATUS = "00"
               CLOSE REPORT-FILE
           END-IF
           STOP RUN.

       LOAD-INSTRUCTIONS.
           OPEN INPUT STD-FILE
           IF WS-STD-STATUS = "35"
               DISPLAY "Standing-instruction file not found - "
                   "starting a fresh one"
           ELSE
               IF WS-STD-STATUS NOT = "00"
                   DISPLAY "*** Standing-instruction file CALCSTD "
                       "could not be opened (status " WS-STD-STATUS
                       ") - nothing changed ***"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM READ-STD-FILE
                   PERFORM UNTIL END-OF-STD
                       PERFORM STORE-INSTRUCTION
                       PERFORM READ-STD-FILE
                   END-PERFORM
                   CLOSE STD-FILE
               END-IF
           END-IF.

       READ-STD-FILE.
           READ STD-FILE
               AT END
                   MOVE "Y" TO WS-STD-EOF-FLAG
               NOT AT END
                   IF WS-STD-STATUS NOT = "00"
                       MOVE "Y" TO WS-STD-EOF-FLAG
                   END-IF
           END-READ.

       STORE-INSTRUCTION.
           IF WS-STD-COUNT < WS-STD-MAX
               IF SI-ID NOT = SPACES
                   MOVE SI-ID TO WS-SI-ID
                   PERFORM FIND-INSTRUCTION
                   IF WS-STD-IX > 0
                       MOVE "Y" TO WS-WARN-FLAG
                       MOVE SPACES TO REPORT-LINE
                       STRING "*** Instruction ID " SI-ID " is on "
                           "CALCSTD more than once - maintenance "
                           "acts on the first ***"
                           DELIMITED BY SIZE INTO REPORT-LINE
                       PERFORM EMIT-LINE
                   END-IF
                   IF SI-ID IS NUMERIC AND SI-ID > WS-NEXT-ID
                       MOVE SI-ID TO WS-NEXT-ID
                   END-IF
               END-IF
               ADD 1 TO WS-STD-COUNT
               MOVE STD-RECORD TO WS-TBL-IMAGE(WS-STD-COUNT)
               MOVE "N" TO WS-TBL-DELETED(WS-STD-COUNT)
           ELSE
               DISPLAY "*** Standing-instruction table is full - "
                   "nothing changed ***"
               MOVE 8 TO RETURN-CODE
           END-IF.

       OPEN-SUPPORT-FILES.
           OPEN INPUT REGISTER-FILE
           EVALUATE WS-REGISTER-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-REGISTERS-OPEN
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "*** Register file CALCREG could not be "
                       "opened (status " WS-REGISTER-STATUS ") - "
                       "nothing changed ***"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           IF RETURN-CODE = 0
               OPEN EXTEND HISTORY-FILE
               IF WS-HISTORY-STATUS = "35"
                   OPEN OUTPUT HISTORY-FILE
               END-IF
               IF WS-HISTORY-STATUS = "00"
                   MOVE "Y" TO WS-HISTORY-OPEN
               ELSE
                   DISPLAY "*** Change history CALCSTH could not be "
                       "opened (status " WS-HISTORY-STATUS ") - "
                       "nothing changed ***"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       ASSIGN-MISSING-IDS.
           PERFORM VARYING WS-STD-SUB FROM 1 BY 1
                   UNTIL WS-STD-SUB > WS-STD-COUNT
               MOVE WS-TBL-IMAGE(WS-STD-SUB) TO WS-SI-INSTR
               IF WS-SI-ID = SPACES
                   MOVE WS-SI-INSTR TO WS-BEFORE-IMAGE
                   ADD 1 TO WS-NEXT-ID
                   MOVE WS-NEXT-ID TO WS-SI-ID
                   IF WS-SI-STATUS = SPACES
                       MOVE "A" TO WS-SI-STATUS
                   END-IF
                   MOVE WS-SI-INSTR TO WS-TBL-IMAGE(WS-STD-SUB)
                   MOVE "IDN" TO WS-HIST-ACTION
                   MOVE "STDMAINT" TO WS-HIST-USER
                   PERFORM WRITE-HISTORY
                   MOVE SPACES TO REPORT-LINE
                   STRING "Instruction ID " WS-SI-ID " assigned to "
                       "unnumbered instruction " WS-SI-CARD
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM EMIT-LINE
               END-IF
           END-PERFORM.

       APPLY-TRANSACTIONS.
           OPEN INPUT TXN-FILE
           IF WS-TXN-STATUS NOT = "00"
               DISPLAY "*** Maintenance transactions CALCSTT could "
                   "not be opened (status " WS-TXN-STATUS ") - "
                   "nothing changed ***"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO REPORT-LINE
               PERFORM EMIT-LINE
               MOVE "Maintenance transactions" TO REPORT-LINE
               PERFORM EMIT-LINE
               PERFORM READ-TXN-FILE
               PERFORM UNTIL END-OF-TXNS
                   PERFORM APPLY-TRANSACTION
                   PERFORM READ-TXN-FILE
               END-PERFORM
               CLOSE TXN-FILE
               IF WS-TXN-SEQ = 0
                   MOVE "  None." TO REPORT-LINE
                   PERFORM EMIT-LINE
               END-IF
           END-IF.

       READ-TXN-FILE.
           READ TXN-FILE
               AT END
                   MOVE "Y" TO WS-TXN-EOF-FLAG
               NOT AT END
                   IF WS-TXN-STATUS NOT = "00"
                       MOVE "Y" TO WS-TXN-EOF-FLAG
                   ELSE
                       ADD 1 TO WS-TXN-SEQ
                   END-IF
           END-READ.

       APPLY-TRANSACTION.
           MOVE SPACES TO WS-REJECT-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "Txn " WS-TXN-SEQ "  " STM-ACTION "  " STM-ID "  "
               STM-USER
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE STM-ID TO WS-SI-ID
           EVALUATE TRUE
               WHEN STM-ACTION = "L"
                   PERFORM LIST-INSTRUCTIONS
               WHEN STM-USER = SPACES
                   MOVE "no requesting user in cols 71-78"
                       TO WS-REJECT-TEXT
               WHEN STM-ID = SPACES
                   MOVE "no instruction ID in cols 60-65"
                       TO WS-REJECT-TEXT
               WHEN OTHER
                   PERFORM FIND-INSTRUCTION
                   MOVE STM-USER TO WS-HIST-USER
                   EVALUATE STM-ACTION
                       WHEN "A"
                           PERFORM ADD-INSTRUCTION
                       WHEN "C"
                           PERFORM CHANGE-INSTRUCTION
                       WHEN "S"
                           PERFORM SUSPEND-INSTRUCTION
                       WHEN "R"
                           PERFORM RESUME-INSTRUCTION
                       WHEN "D"
                           PERFORM DELETE-INSTRUCTION
                       WHEN OTHER
                           MOVE "action in col 69 is not A, C, S, R, "
                               & "D or L" TO WS-REJECT-TEXT
                   END-EVALUATE
           END-EVALUATE
           IF WS-REJECT-TEXT = SPACES
               ADD 1 TO WS-TXN-ACCEPTED
           ELSE
               ADD 1 TO WS-TXN-REJECTED
               MOVE SPACES TO REPORT-LINE
               STRING "    REJECTED - " WS-REJECT-TEXT
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM EMIT-LINE
           END-IF.

       FIND-INSTRUCTION.
           MOVE 0 TO WS-STD-IX
           PERFORM VARYING WS-STD-SUB FROM 1 BY 1
                   UNTIL WS-STD-SUB > WS-STD-COUNT
                   OR WS-STD-IX > 0
               IF WS-TBL-DELETED(WS-STD-SUB) = "N"
                   AND WS-TBL-IMAGE(WS-STD-SUB)(60:6) = WS-SI-ID
                   MOVE WS-STD-SUB TO WS-STD-IX
               END-IF
           END-PERFORM.

       ADD-INSTRUCTION.
           IF WS-STD-IX > 0
               MOVE "instruction ID is already on file"
                   TO WS-REJECT-TEXT
           ELSE
               MOVE STM-IMAGE TO WS-SI-INSTR
               MOVE "A" TO WS-SI-STATUS
               IF WS-SI-EXP-DATE = SPACES
                   MOVE ZEROS TO WS-SI-EXP-DATE
               END-IF
               PERFORM EDIT-INSTRUCTION
               IF WS-REJECT-TEXT = SPACES
                   IF WS-STD-COUNT < WS-STD-MAX
                       ADD 1 TO WS-STD-COUNT
                       MOVE WS-SI-INSTR
                           TO WS-TBL-IMAGE(WS-STD-COUNT)
                       MOVE "N" TO WS-TBL-DELETED(WS-STD-COUNT)
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       MOVE "ADD" TO WS-HIST-ACTION
                       PERFORM WRITE-HISTORY
                       PERFORM PRINT-AFTER-IMAGE
                   ELSE
                       MOVE "standing-instruction table is full"
                           TO WS-REJECT-TEXT
                   END-IF
               END-IF
           END-IF.

       CHANGE-INSTRUCTION.
           IF WS-STD-IX = 0
               MOVE "instruction ID is not on file" TO WS-REJECT-TEXT
           ELSE
               MOVE WS-TBL-IMAGE(WS-STD-IX) TO WS-SI-INSTR
               MOVE WS-SI-INSTR TO WS-BEFORE-IMAGE
               IF STM-CARD NOT = SPACES
                   MOVE STM-CARD TO WS-SI-CARD
               END-IF
               IF STM-FREQ NOT = SPACE
                   MOVE STM-FREQ TO WS-SI-FREQ
               END-IF
               IF STM-DOW NOT = SPACE
                   MOVE STM-DOW TO WS-SI-DOW
               END-IF
               IF STM-EFF-DATE NOT = SPACES
                   MOVE STM-EFF-DATE TO WS-SI-EFF-DATE
               END-IF
               IF STM-EXP-DATE NOT = SPACES
                   MOVE STM-EXP-DATE TO WS-SI-EXP-DATE
               END-IF
               IF WS-SI-INSTR = WS-BEFORE-IMAGE
                   MOVE "no field on the card differs from the "
                       & "instruction" TO WS-REJECT-TEXT
               ELSE
                   PERFORM EDIT-INSTRUCTION
               END-IF
               IF WS-REJECT-TEXT = SPACES
                   MOVE WS-SI-INSTR TO WS-TBL-IMAGE(WS-STD-IX)
                   MOVE "CHG" TO WS-HIST-ACTION
                   PERFORM WRITE-HISTORY
                   PERFORM PRINT-BEFORE-IMAGE
                   PERFORM PRINT-AFTER-IMAGE
               END-IF
           END-IF.

       SUSPEND-INSTRUCTION.
           IF WS-STD-IX = 0
               MOVE "instruction ID is not on file" TO WS-REJECT-TEXT
           ELSE
               MOVE WS-TBL-IMAGE(WS-STD-IX) TO WS-SI-INSTR
               IF WS-SI-STATUS = "S"
                   MOVE "instruction is already suspended"
                       TO WS-REJECT-TEXT
               ELSE
                   MOVE WS-SI-INSTR TO WS-BEFORE-IMAGE
                   MOVE "S" TO WS-SI-STATUS
                   MOVE WS-SI-INSTR TO WS-TBL-IMAGE(WS-STD-IX)
                   MOVE "SUS" TO WS-HIST-ACTION
                   PERFORM WRITE-HISTORY
                   PERFORM PRINT-AFTER-IMAGE
               END-IF
           END-IF.

       RESUME-INSTRUCTION.
           IF WS-STD-IX = 0
               MOVE "instruction ID is not on file" TO WS-REJECT-TEXT
           ELSE
               MOVE WS-TBL-IMAGE(WS-STD-IX) TO WS-SI-INSTR
               IF WS-SI-STATUS NOT = "S"
                   MOVE "instruction is not suspended"
                       TO WS-REJECT-TEXT
               ELSE
                   MOVE WS-SI-INSTR TO WS-BEFORE-IMAGE
                   MOVE "A" TO WS-SI-STATUS
                   PERFORM EDIT-INSTRUCTION
                   IF WS-REJECT-TEXT = SPACES
                       MOVE WS-SI-INSTR TO WS-TBL-IMAGE(WS-STD-IX)
                       MOVE "RES" TO WS-HIST-ACTION
                       PERFORM WRITE-HISTORY
                       PERFORM PRINT-AFTER-IMAGE
                   END-IF
               END-IF
           END-IF.

       DELETE-INSTRUCTION.
           IF WS-STD-IX = 0
               MOVE "instruction ID is not on file" TO WS-REJECT-TEXT
           ELSE
               MOVE WS-TBL-IMAGE(WS-STD-IX) TO WS-BEFORE-IMAGE
               MOVE "Y" TO WS-TBL-DELETED(WS-STD-IX)
               MOVE SPACES TO WS-SI-INSTR
               MOVE "DEL" TO WS-HIST-ACTION
               PERFORM WRITE-HISTORY
               PERFORM PRINT-BEFORE-IMAGE
           END-IF.

       EDIT-INSTRUCTION.
           MOVE SPACES TO WS-REJECT-TEXT
           EVALUATE TRUE
               WHEN WS-SI-CTL-ID = "STO" OR WS-SI-CTL-ID = "CLR"
                   IF WS-SI-CTL-NAME = SPACES
                       MOVE "STO/CLR card names no register"
                           TO WS-REJECT-TEXT
                   END-IF
               WHEN WS-SI-CTL-ID = "HDR" OR WS-SI-CTL-ID = "TRL"
                   OR WS-SI-CTL-ID = "REV"
                   MOVE "card image must be a detail, STO or CLR "
                       & "card" TO WS-REJECT-TEXT
               WHEN OTHER
                   PERFORM EDIT-DETAIL-CARD
           END-EVALUATE
           IF WS-REJECT-TEXT = SPACES
               PERFORM EDIT-SCHEDULE
           END-IF.

       EDIT-DETAIL-CARD.
           IF WS-SI-NUM1 IS NOT NUMERIC
               IF WS-SI-OP1-TYPE = "R" AND WS-SI-OP1-NAME NOT = SPACES
                   MOVE WS-SI-OP1-NAME TO WS-LOOKUP-NAME
                   PERFORM CHECK-REGISTER
               ELSE
                   IF NOT (WS-SI-OP1-TYPE = "C"
                       AND WS-SI-OP1-NAME = SPACES)
                       MOVE "NUM1 is not numeric, an R-type register "
                           & "or a C chain operand" TO WS-REJECT-TEXT
                   END-IF
               END-IF
           END-IF
           IF WS-REJECT-TEXT = SPACES
               AND WS-SI-NUM2 IS NOT NUMERIC
               IF WS-SI-OP2-TYPE = "R" AND WS-SI-OP2-NAME NOT = SPACES
                   MOVE WS-SI-OP2-NAME TO WS-LOOKUP-NAME
                   PERFORM CHECK-REGISTER
               ELSE
                   MOVE "NUM2 is not numeric or an R-type register"
                       TO WS-REJECT-TEXT
               END-IF
           END-IF
           IF WS-REJECT-TEXT = SPACES
               AND (WS-SI-CHOICE < "1" OR WS-SI-CHOICE > "7")
               MOVE "CHOICE in col 21 must be 1-7" TO WS-REJECT-TEXT
           END-IF
           IF WS-REJECT-TEXT = SPACES
               AND WS-SI-CURRENCY = SPACES
               MOVE "currency code in cols 22-24 is blank"
                   TO WS-REJECT-TEXT
           END-IF
           IF WS-REJECT-TEXT = SPACES
               AND WS-SI-SERIAL NOT = SPACES
               MOVE "serial in cols 25-30 must be blank - CalcBatch "
                   & "assigns serials" TO WS-REJECT-TEXT
           END-IF
           IF WS-REJECT-TEXT = SPACES
               AND WS-SI-DEPT = SPACES
               MOVE "department in cols 31-33 is blank"
                   TO WS-REJECT-TEXT
           END-IF.

       CHECK-REGISTER.
           IF WS-REGISTERS-OPEN = "N"
               MOVE SPACES TO WS-REJECT-TEXT
               STRING "register " WS-LOOKUP-NAME " is not on CALCREG"
                   DELIMITED BY SIZE INTO WS-REJECT-TEXT
           ELSE
               MOVE WS-LOOKUP-NAME TO REG-KEY
               READ REGISTER-FILE
                   INVALID KEY
                       MOVE SPACES TO WS-REJECT-TEXT
                       STRING "register " WS-LOOKUP-NAME
                           " is not on CALCREG"
                           DELIMITED BY SIZE INTO WS-REJECT-TEXT
               END-READ
           END-IF.

       EDIT-SCHEDULE.
           IF WS-SI-FREQ NOT = "D" AND WS-SI-FREQ NOT = "W"
               AND WS-SI-FREQ NOT = "M"
               MOVE "frequency in col 38 must be D, W or M"
                   TO WS-REJECT-TEXT
           END-IF
           IF WS-REJECT-TEXT = SPACES
               AND WS-SI-FREQ = "W"
               AND (WS-SI-DOW < "1" OR WS-SI-DOW > "7")
               MOVE "weekly instruction needs a day of week 1-7 in "
                   & "col 40" TO WS-REJECT-TEXT
           END-IF
           IF WS-REJECT-TEXT = SPACES
               AND WS-SI-FREQ NOT = "W"
               MOVE "0" TO WS-SI-DOW
           END-IF
           IF WS-REJECT-TEXT = SPACES
               MOVE WS-SI-EFF-DATE TO WS-CHECK-DATE
               PERFORM CHECK-CALENDAR-DATE
               IF WS-DATE-OK = "N"
                   MOVE "effective date in cols 42-49 is not a valid "
                       & "YYYYMMDD date" TO WS-REJECT-TEXT
               END-IF
           END-IF
           IF WS-REJECT-TEXT = SPACES
               AND WS-SI-EXP-DATE NOT = "00000000"
               MOVE WS-SI-EXP-DATE TO WS-CHECK-DATE
               PERFORM CHECK-CALENDAR-DATE
               IF WS-DATE-OK = "N"
                   MOVE "expiry date in cols 51-58 is not a valid "
                       & "YYYYMMDD date or zeros" TO WS-REJECT-TEXT
               ELSE
                   IF WS-SI-EXP-DATE < WS-SI-EFF-DATE
                       MOVE "expiry date is before the effective "
                           & "date" TO WS-REJECT-TEXT
                   END-IF
               END-IF
           END-IF.

       CHECK-CALENDAR-DATE.
           MOVE "N" TO WS-DATE-OK
           IF WS-CHECK-DATE IS NUMERIC
               MOVE WS-CHECK-DATE TO WS-CHECK-NUM
               IF WS-CHECK-NUM >= 16010101
                   AND WS-CHECK-DATE(5:2) >= "01"
                   AND WS-CHECK-DATE(5:2) <= "12"
                   AND WS-CHECK-DATE(7:2) >= "01"
                   AND WS-CHECK-DATE(7:2) <= "31"
                   COMPUTE WS-DAY-INT =
                       FUNCTION INTEGER-OF-DATE(WS-CHECK-NUM)
                       ON SIZE ERROR
                           MOVE ZERO TO WS-DAY-INT
                   END-COMPUTE
                   IF WS-DAY-INT > 0
                       MOVE "Y" TO WS-DATE-OK
                   END-IF
               END-IF
           END-IF.

       WRITE-HISTORY.
           MOVE SPACES TO STD-HISTORY-RECORD
           MOVE FUNCTION CURRENT-DATE TO SIH-TIMESTAMP
           MOVE WS-HIST-ACTION TO SIH-ACTION
           IF WS-HIST-ACTION = "DEL"
               MOVE WS-BEFORE-IMAGE(60:6) TO SIH-INSTR-ID
           ELSE
               MOVE WS-SI-ID TO SIH-INSTR-ID
           END-IF
           MOVE WS-HIST-USER TO SIH-USER
           MOVE WS-BEFORE-IMAGE TO SIH-BEFORE-IMAGE
           MOVE WS-SI-INSTR TO SIH-AFTER-IMAGE
           WRITE STD-HISTORY-RECORD
           IF WS-HISTORY-STATUS NOT = "00"
               MOVE "Y" TO WS-WARN-FLAG
               DISPLAY "*** Warning: change history record not "
                   "written (status " WS-HISTORY-STATUS ") ***"
           END-IF
           MOVE "Y" TO WS-CHANGED.

       PRINT-BEFORE-IMAGE.
           MOVE SPACES TO REPORT-LINE
           STRING "    before: " WS-BEFORE-IMAGE
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM EMIT-LINE.

       PRINT-AFTER-IMAGE.
           MOVE SPACES TO REPORT-LINE
           STRING "    after:  " WS-SI-INSTR
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM EMIT-LINE.

       LIST-INSTRUCTIONS.
           MOVE "    ID     St F D Effective Expiry   Card image"
               TO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE ZERO TO WS-LISTED
           PERFORM VARYING WS-STD-SUB FROM 1 BY 1
                   UNTIL WS-STD-SUB > WS-STD-COUNT
               IF WS-TBL-DELETED(WS-STD-SUB) = "N"
                   AND (STM-ID = SPACES
                       OR WS-TBL-IMAGE(WS-STD-SUB)(60:6) = STM-ID)
                   MOVE WS-TBL-IMAGE(WS-STD-SUB) TO WS-SI-INSTR
                   MOVE SPACES TO REPORT-LINE
                   STRING "    " WS-SI-ID " " WS-SI-STATUS "  "
                       WS-SI-FREQ " " WS-SI-DOW " " WS-SI-EFF-DATE
                       "  " WS-SI-EXP-DATE " " WS-SI-CARD
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM EMIT-LINE
                   ADD 1 TO WS-LISTED
               END-IF
           END-PERFORM
           IF WS-LISTED = 0
               IF STM-ID = SPACES
                   MOVE "    No instructions on file." TO REPORT-LINE
                   PERFORM EMIT-LINE
               ELSE
                   MOVE "instruction ID is not on file"
                       TO WS-REJECT-TEXT
               END-IF
           END-IF.

       REWRITE-STD-FILE.
           OPEN OUTPUT STD-FILE
           IF WS-STD-STATUS NOT = "00"
               DISPLAY "*** Standing-instruction file CALCSTD could "
                   "not be rewritten (status " WS-STD-STATUS ") - "
                   "the history on CALCSTH shows changes that were "
                   "not made ***"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-STD-SUB FROM 1 BY 1
                       UNTIL WS-STD-SUB > WS-STD-COUNT
                   IF WS-TBL-DELETED(WS-STD-SUB) = "N"
                       MOVE WS-TBL-IMAGE(WS-STD-SUB) TO STD-RECORD
                       WRITE STD-RECORD
                   END-IF
               END-PERFORM
               CLOSE STD-FILE
           END-IF.

       PRINT-FORECAST.
           MOVE SPACES TO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "Forecast for " WS-FC-MONTH " - instruction IDs "
               "CalcStdGen will generate on each deck date"
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM EMIT-LINE
           COMPUTE WS-FC-DATE = WS-FC-MONTH * 100 + 1
           COMPUTE WS-FC-FIRST-INT =
               FUNCTION INTEGER-OF-DATE(WS-FC-DATE)
           IF WS-FC-MM = 12
               COMPUTE WS-FC-NEXT-FIRST =
                   (WS-FC-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-FC-NEXT-FIRST = WS-FC-DATE + 100
           END-IF
           COMPUTE WS-FC-LAST-INT =
               FUNCTION INTEGER-OF-DATE(WS-FC-NEXT-FIRST) - 1
           PERFORM VARYING WS-FC-DAY-INT FROM WS-FC-FIRST-INT BY 1
                   UNTIL WS-FC-DAY-INT > WS-FC-LAST-INT
               PERFORM FORECAST-DAY
           END-PERFORM.

       FORECAST-DAY.
           COMPUTE WS-FC-DATE =
               FUNCTION DATE-OF-INTEGER(WS-FC-DAY-INT)
           COMPUTE WS-FC-DOW = FUNCTION MOD(WS-FC-DAY-INT, 7)
           IF WS-FC-DOW = 0
               MOVE 7 TO WS-FC-DOW
           END-IF
           IF WS-FC-DAY-INT = WS-FC-LAST-INT
               MOVE "Y" TO WS-FC-MONTH-END
           ELSE
               MOVE "N" TO WS-FC-MONTH-END
           END-IF
           MOVE ZERO TO WS-FC-DAY-COUNT
           MOVE "Y" TO WS-FC-FIRST-LINE
           MOVE SPACES TO WS-FC-LINE
           MOVE 0 TO WS-FC-SLOT-SUB
           PERFORM VARYING WS-STD-SUB FROM 1 BY 1
                   UNTIL WS-STD-SUB > WS-STD-COUNT
               IF WS-TBL-DELETED(WS-STD-SUB) = "N"
                   MOVE WS-TBL-IMAGE(WS-STD-SUB) TO WS-SI-INSTR
                   PERFORM CHECK-FORECAST-DUE
                   IF WS-DUE-FLAG = "Y"
                       PERFORM ADD-FORECAST-SLOT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FC-DAY-COUNT = 0
               MOVE "-" TO WS-FC-SLOT(1)
           END-IF
           IF WS-FC-DAY-COUNT = 0 OR WS-FC-SLOT-SUB > 0
               PERFORM EMIT-FORECAST-LINE
           END-IF.

       CHECK-FORECAST-DUE.
           MOVE "N" TO WS-DUE-FLAG
           IF WS-SI-STATUS NOT = "S"
               AND WS-SI-EFF-DATE IS NUMERIC
               AND WS-SI-EXP-DATE IS NUMERIC
               IF WS-FC-DATE >= WS-SI-EFF-DATE
                   AND (WS-SI-EXP-DATE = "00000000"
                       OR WS-FC-DATE <= WS-SI-EXP-DATE)
                   EVALUATE WS-SI-FREQ
                       WHEN "D"
                           MOVE "Y" TO WS-DUE-FLAG
                       WHEN "W"
                           IF WS-SI-DOW = WS-FC-DOW
                               MOVE "Y" TO WS-DUE-FLAG
                           END-IF
                       WHEN "M"
                           IF WS-FC-MONTH-END = "Y"
                               MOVE "Y" TO WS-DUE-FLAG
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF.

       ADD-FORECAST-SLOT.
           ADD 1 TO WS-FC-DAY-COUNT
           IF WS-FC-SLOT-SUB = 10
               PERFORM EMIT-FORECAST-LINE
               MOVE SPACES TO WS-FC-LINE
               MOVE 0 TO WS-FC-SLOT-SUB
           END-IF
           ADD 1 TO WS-FC-SLOT-SUB
           MOVE WS-SI-ID TO WS-FC-SLOT(WS-FC-SLOT-SUB).

       EMIT-FORECAST-LINE.
           IF WS-FC-FIRST-LINE = "Y"
               MOVE "N" TO WS-FC-FIRST-LINE
               STRING "  " WS-FC-DATE " " WS-DAY-NAME(WS-FC-DOW)
                   DELIMITED BY SIZE INTO WS-FC-LEAD
           END-IF
           MOVE WS-FC-LINE TO REPORT-LINE
           PERFORM EMIT-LINE.

       PRINT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE WS-TXN-SEQ TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Transactions read:     " WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE WS-TXN-ACCEPTED TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Transactions accepted: " WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM EMIT-LINE
           MOVE WS-TXN-REJECTED TO WS-DISP-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "Transactions rejected: " WS-DISP-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           PERFORM EMIT-LINE
           IF WS-CHANGED = "N"
               MOVE "CALCSTD unchanged." TO REPORT-LINE
               PERFORM EMIT-LINE
           END-IF.

       EMIT-LINE.
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE.
