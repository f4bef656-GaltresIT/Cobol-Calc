       01  REJLEDGER-AREA.
           05  RJL-FUNCTION        PIC X(3).
           05  RJL-KEY-ARG.
               10  RJL-SERIAL-ARG  PIC X(6).
               10  RJL-DECK-DATE-ARG
                                   PIC X(8).
               10  RJL-DEPT-ARG    PIC X(3).
               10  RJL-KIND-ARG    PIC X(3).
           05  RJL-FRESH-ARG       PIC X.
           05  RJL-REASON-ARG      PIC X(4).
           05  RJL-IMAGE-ARG       PIC X(36).
           05  RJL-NOTE-ARG        PIC X(30).
           05  RJL-CALLER-ARG      PIC X(8).
           05  RJL-STATUS-ARG      PIC X(4).
           05  RJL-RESUB-DECK-ARG  PIC X(8).
