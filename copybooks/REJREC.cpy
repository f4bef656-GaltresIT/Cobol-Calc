       01  REJECT-RECORD.
           05  REJ-TRANS-IMAGE     PIC X(36).
           05  FILLER              PIC X VALUE SPACE.
           05  REJ-REASON-CODE     PIC X(4).
           05  FILLER              PIC X VALUE SPACE.
           05  REJ-LDG-KEY.
               10  REJ-LDG-SERIAL  PIC X(6).
               10  REJ-LDG-DECK-DATE
                                   PIC X(8).
               10  REJ-LDG-DEPT    PIC X(3).
               10  REJ-LDG-KIND    PIC X(3).
