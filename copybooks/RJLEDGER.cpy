       01  LEDGER-RECORD.
           05  RLG-KEY.
               10  RLG-SERIAL      PIC X(6).
               10  RLG-DECK-DATE   PIC X(8).
               10  RLG-DEPT        PIC X(3).
               10  RLG-KIND        PIC X(3).
           05  FILLER              PIC X VALUE SPACE.
           05  RLG-STATUS          PIC X.
               88  RLG-OPEN                VALUE "O".
               88  RLG-CLEARED             VALUE "C".
               88  RLG-WRITTEN-OFF         VALUE "W".
           05  FILLER              PIC X VALUE SPACE.
           05  RLG-FIRST-REASON    PIC X(4).
           05  FILLER              PIC X VALUE SPACE.
           05  RLG-REASON          PIC X(4).
           05  FILLER              PIC X VALUE SPACE.
           05  RLG-REJECT-COUNT    PIC 9(3).
           05  FILLER              PIC X VALUE SPACE.
           05  RLG-CARD-IMAGE      PIC X(36).
           05  FILLER              PIC X VALUE SPACE.
           05  RLG-OPENED-TS       PIC X(21).
           05  FILLER              PIC X VALUE SPACE.
           05  RLG-OPENED-BY       PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  RLG-LAST-TS         PIC X(21).
           05  FILLER              PIC X VALUE SPACE.
           05  RLG-CLOSED-TS       PIC X(21).
           05  FILLER              PIC X VALUE SPACE.
           05  RLG-CLOSED-BY       PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  RLG-CLOSE-REASON    PIC X(4).
           05  FILLER              PIC X VALUE SPACE.
           05  RLG-CLOSE-NOTE      PIC X(30).
           05  FILLER              PIC X VALUE SPACE.
           05  RLG-RESUB-DECK      PIC X(8).
