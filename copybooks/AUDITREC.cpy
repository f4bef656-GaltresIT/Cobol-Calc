           05  AUD-SERIAL          PIC X(6).
           05  FILLER              PIC X VALUE SPACE.
           05  AUD-DEPT            PIC X(3).
           05  FILLER              PIC X VALUE SPACE.
           05  AUD-ORIG-DATE       PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  AUD-DECK-DATE       PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  AUD-SERIAL-SRC      PIC X.
