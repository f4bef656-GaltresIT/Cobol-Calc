       01  STD-RECORD.
           05  SI-CARD             PIC X(36).
           05  FILLER              PIC X.
           05  SI-FREQ             PIC X.
           05  FILLER              PIC X.
           05  SI-DOW              PIC 9.
           05  FILLER              PIC X.
           05  SI-EFF-DATE         PIC 9(8).
           05  FILLER              PIC X.
           05  SI-EXP-DATE         PIC 9(8).
           05  FILLER              PIC X.
           05  SI-ID               PIC X(6).
           05  FILLER              PIC X.
           05  SI-STATUS           PIC X.
               88  SI-SUSPENDED            VALUE "S".
