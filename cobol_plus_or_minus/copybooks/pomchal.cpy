01 POMCHAL-RECORD.
    05 CH-CHALLENGE-DATE  PIC 9(8).
    05 CH-PLAYER-ID       PIC X(10).
    05 CH-GAME-ID         PIC 9(12).
    05 CH-SEED            PIC 9(10).
    05 CH-ATTEMPTS        PIC 9(3).
    05 CH-TIMESTAMP       PIC 9(14).
    05 CH-OUTCOME         PIC X(4).
