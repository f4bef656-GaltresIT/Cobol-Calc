       01  BALANCE-RECORD.
           05  RBH-PERIOD          PIC 9(6).
           05  FILLER              PIC X VALUE SPACE.
           05  RBH-REG-NAME        PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  RBH-REG-TYPE        PIC X.
           05  FILLER              PIC X VALUE SPACE.
           05  RBH-OPENING-VALUE   PIC S9(7)V99
                                    SIGN IS TRAILING SEPARATE.
           05  FILLER              PIC X VALUE SPACE.
           05  RBH-MOVEMENT        PIC S9(9)V99
                                    SIGN IS TRAILING SEPARATE.
           05  FILLER              PIC X VALUE SPACE.
           05  RBH-CLOSING-VALUE   PIC S9(7)V99
                                    SIGN IS TRAILING SEPARATE.
           05  FILLER              PIC X VALUE SPACE.
           05  RBH-CARRIED-VALUE   PIC S9(7)V99
                                    SIGN IS TRAILING SEPARATE.
           05  FILLER              PIC X VALUE SPACE.
           05  RBH-SNAP-TS         PIC X(21).
           05  FILLER              PIC X VALUE SPACE.
           05  RBH-CLOSED-BY       PIC X(8).
