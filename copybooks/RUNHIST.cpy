           05  HIS-START-TS        PIC X(21).
           05  FILLER              PIC X VALUE SPACE.
           05  HIS-END-TS          PIC X(21).
           05  FILLER              PIC X VALUE SPACE.
           05  HIS-POSTED-COUNT    PIC 9(7).
           05  FILLER              PIC X VALUE SPACE.
           05  HIS-POSTED-SUM      PIC S9(11)V99
                                    SIGN IS TRAILING SEPARATE.
           05  FILLER              PIC X VALUE SPACE.
           05  HIS-FAILED-COUNT    PIC 9(7).
           05  FILLER              PIC X VALUE SPACE.
           05  HIS-HELD-COUNT      PIC 9(7).
           05  FILLER              PIC X VALUE SPACE.
           05  HIS-REGISTER-COUNT  PIC 9(7).
           05  FILLER              PIC X VALUE SPACE.
           05  HIS-SKIPPED-COUNT   PIC 9(7).
