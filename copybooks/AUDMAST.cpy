               10  AXM-DATE        PIC X(8).
               10  AXM-SEQ         PIC 9(6).
           05  FILLER              PIC X VALUE SPACE.
           05  AXM-AUDIT-IMAGE     PIC X(112).
