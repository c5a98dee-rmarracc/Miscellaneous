01 POMOTRN-RECORD.
    05 OT-USER-ID         PIC X(10).
    05 OT-ACTION          PIC X(6).
    05 OT-OPER-ID         PIC X(10).
    05 OT-NAME            PIC X(20).
    05 OT-AUTH-PAYOUT     PIC X(1).
    05 OT-AUTH-PLAYER     PIC X(1).
    05 OT-AUTH-CONTROL    PIC X(1).
    05 OT-AUTH-APPROVE    PIC X(1).
    05 OT-AUTH-OPERATOR   PIC X(1).
    05 OT-APPROVER-ID     PIC X(10).
