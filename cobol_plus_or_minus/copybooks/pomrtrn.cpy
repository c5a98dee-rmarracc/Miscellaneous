01 POMRTRN-RECORD.
    05 RS-ACTION          PIC X(6).
    05 RS-GAME-ID         PIC 9(12).
    05 RS-NEW-AMOUNT      PIC 9(5)V99.
    05 RS-NEW-PLAYER-ID   PIC X(10).
    05 RS-REASON          PIC X(4).
    05 RS-USER-ID         PIC X(10).
    05 RS-APPROVER-ID     PIC X(10).
