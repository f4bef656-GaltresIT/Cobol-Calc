           05  FILLER              PIC X(25).
           05  ARC-RESULT          PIC S9(7)V99
                                    SIGN IS TRAILING SEPARATE.
           05  FILLER              PIC X(56).

       FD  KEEP-FILE.
       01  KEEP-RECORD             PIC X(112).

       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD.
