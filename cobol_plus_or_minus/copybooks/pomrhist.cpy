01 POMRHIST-RECORD.
    05 RH-GAME-ID         PIC 9(12).
    05 RH-TIMESTAMP       PIC 9(14).
    05 RH-ACTION          PIC X(6).
    05 RH-RESUB-COUNT     PIC 9(3).
    05 RH-OLD-PLAYER-ID   PIC X(10).
    05 RH-NEW-PLAYER-ID   PIC X(10).
    05 RH-OLD-AMOUNT      PIC 9(5)V99.
    05 RH-NEW-AMOUNT      PIC 9(5)V99.
    05 RH-OLD-XMIT-NO     PIC 9(6).
    05 RH-REASON          PIC X(4).
    05 RH-USER-ID         PIC X(10).
    05 RH-APPROVER-ID     PIC X(10).
