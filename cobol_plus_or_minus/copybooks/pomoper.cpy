01 POMOPER-RECORD.
    05 OP-USER-ID         PIC X(10).
    05 OP-NAME            PIC X(20).
    05 OP-STATUS          PIC X(1).
    05 OP-AUTH-PAYOUT     PIC X(1).
    05 OP-AUTH-PLAYER     PIC X(1).
    05 OP-AUTH-CONTROL    PIC X(1).
    05 OP-AUTH-APPROVE    PIC X(1).
    05 OP-AUTH-OPERATOR   PIC X(1).
    05 OP-ADDED-DATE      PIC 9(8).
    05 OP-CHANGED-BY      PIC X(10).
