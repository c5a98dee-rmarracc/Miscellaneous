01 POMCAMP-RECORD.
    05 CP-CAMPAIGN-CODE   PIC X(6).
    05 CP-START-DATE      PIC 9(8).
    05 CP-END-DATE        PIC 9(8).
    05 CP-BONUS-TYPE      PIC X(1).
    05 CP-MULTIPLIER      PIC 9(2)V99.
    05 CP-FLAT-BONUS      PIC 9(5)V99.
    05 CP-LOW-ATTEMPTS    PIC 9(3).
    05 CP-HIGH-ATTEMPTS   PIC 9(3).
    05 CP-DESCRIPTION     PIC X(30).
