       01  STD-HISTORY-RECORD.
           05  SIH-TIMESTAMP       PIC X(21).
           05  FILLER              PIC X VALUE SPACE.
           05  SIH-ACTION          PIC X(3).
           05  FILLER              PIC X VALUE SPACE.
           05  SIH-INSTR-ID        PIC X(6).
           05  FILLER              PIC X VALUE SPACE.
           05  SIH-USER            PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  SIH-BEFORE-IMAGE    PIC X(67).
           05  FILLER              PIC X VALUE SPACE.
           05  SIH-AFTER-IMAGE     PIC X(67).
