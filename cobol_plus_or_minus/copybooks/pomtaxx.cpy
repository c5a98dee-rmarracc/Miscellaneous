01 POMTAXX-RECORD.
    05 TX-TAX-YEAR        PIC 9(4).
    05 TX-PLAYER-ID       PIC X(10).
    05 TX-PAYOUT-COUNT    PIC 9(5).
    05 TX-TOTAL-AMOUNT    PIC 9(7)V99.
    05 TX-THRESHOLD       PIC 9(6).
    05 TX-EXTRACT-DATE    PIC 9(8).
