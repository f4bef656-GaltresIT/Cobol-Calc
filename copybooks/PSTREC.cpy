       01  POSTING-RECORD.
           05  PST-KEY.
               10  PST-POST-DATE   PIC X(8).
               10  PST-SERIAL      PIC X(6).
               10  PST-DEPT        PIC X(3).
               10  PST-KIND        PIC X.
               10  PST-ACCOUNT     PIC X(4).
               10  PST-CURRENCY-CODE
                                   PIC X(3).
               10  PST-SENT-AMOUNT PIC S9(7)V99
                                    SIGN IS TRAILING SEPARATE.
           05  FILLER              PIC X VALUE SPACE.
           05  PST-STATUS          PIC X.
               88  PST-POSTED              VALUE "P".
               88  PST-REJECTED            VALUE "R".
               88  PST-UNACKNOWLEDGED      VALUE "N".
           05  FILLER              PIC X VALUE SPACE.
           05  PST-LEDGER-AMOUNT   PIC S9(7)V99
                                    SIGN IS TRAILING SEPARATE.
           05  FILLER              PIC X VALUE SPACE.
           05  PST-REASON          PIC X(4).
           05  FILLER              PIC X VALUE SPACE.
           05  PST-REASON-TEXT     PIC X(40).
           05  FILLER              PIC X VALUE SPACE.
           05  PST-UPDATED-TS      PIC X(21).
