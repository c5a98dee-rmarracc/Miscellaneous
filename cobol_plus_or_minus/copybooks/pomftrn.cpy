    05 FT-ACTION          PIC X(6).
    05 FT-GAME-ID         PIC 9(12).
    05 FT-REASON          PIC X(4).
    05 FT-USER-ID         PIC X(10).
    05 FT-APPROVER-ID     PIC X(10).
