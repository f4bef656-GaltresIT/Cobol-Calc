       01  HOLD-RECORD.
           05  HLD-KEY.
               10  HLD-DECK-DATE   PIC 9(8).
               10  HLD-SERIAL      PIC X(6).
               10  HLD-DEPT        PIC X(3).
           05  FILLER              PIC X VALUE SPACE.
           05  HLD-STATUS          PIC X.
               88  HLD-HELD                VALUE "H".
               88  HLD-APPROVED            VALUE "A".
               88  HLD-DECLINED            VALUE "D".
               88  HLD-POSTED              VALUE "P".
           05  FILLER              PIC X VALUE SPACE.
           05  HLD-CARD-IMAGE      PIC X(36).
           05  HLD-CARD REDEFINES HLD-CARD-IMAGE.
               10  HLD-NUM1        PIC S9(7)V99
                                    SIGN IS TRAILING SEPARATE.
               10  HLD-NUM2        PIC S9(7)V99
                                    SIGN IS TRAILING SEPARATE.
               10  HLD-CHOICE      PIC 9.
               10  HLD-CURRENCY-CODE
                                   PIC X(3).
               10  HLD-CARD-SERIAL PIC X(6).
               10  HLD-CARD-DEPT   PIC X(3).
               10  HLD-CARD-OVERRIDE
                                   PIC X.
               10  FILLER          PIC X(2).
           05  FILLER              PIC X VALUE SPACE.
           05  HLD-RESULT          PIC S9(7)V99
                                    SIGN IS TRAILING SEPARATE.
           05  FILLER              PIC X VALUE SPACE.
           05  HLD-BASE-RESULT     PIC S9(7)V99
                                    SIGN IS TRAILING SEPARATE.
           05  FILLER              PIC X VALUE SPACE.
           05  HLD-BASE-CCY        PIC X(3).
           05  FILLER              PIC X VALUE SPACE.
           05  HLD-RATE-STATUS     PIC X(4).
           05  FILLER              PIC X VALUE SPACE.
           05  HLD-LIMIT           PIC S9(9)V99
                                    SIGN IS TRAILING SEPARATE.
           05  FILLER              PIC X VALUE SPACE.
           05  HLD-RUN-ID          PIC X(6).
           05  FILLER              PIC X VALUE SPACE.
           05  HLD-HELD-TS         PIC X(21).
           05  FILLER              PIC X VALUE SPACE.
           05  HLD-DECIDED-BY      PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  HLD-DECIDED-TS      PIC X(21).
           05  FILLER              PIC X VALUE SPACE.
           05  HLD-REASON          PIC X(4).
           05  FILLER              PIC X VALUE SPACE.
           05  HLD-NOTE            PIC X(30).
           05  FILLER              PIC X VALUE SPACE.
           05  HLD-POSTED-TS       PIC X(21).
