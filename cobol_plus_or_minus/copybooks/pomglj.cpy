01 POMGLJ-RECORD.
    05 GJ-BATCH-NO        PIC 9(6).
    05 GJ-ENTRY-NO        PIC 9(7).
    05 GJ-JOURNAL-DATE    PIC 9(8).
    05 GJ-ACCOUNT         PIC X(8).
    05 GJ-DR-CR           PIC X(1).
    05 GJ-AMOUNT          PIC 9(7)V99.
    05 GJ-EVENT           PIC X(6).
    05 GJ-GAME-ID         PIC 9(12).
    05 GJ-PLAYER-ID       PIC X(10).
