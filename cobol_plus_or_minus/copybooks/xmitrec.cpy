    05 XM-XMIT-NO         PIC 9(6).
    05 XM-STATUS          PIC X(1).
    05 XM-SETTLED-DATE    PIC 9(8).
    05 XM-CAMPAIGN-CODE   PIC X(6).
    05 XM-BONUS           PIC 9(5)V99.
    05 XM-DEFERRED        PIC X(1).
