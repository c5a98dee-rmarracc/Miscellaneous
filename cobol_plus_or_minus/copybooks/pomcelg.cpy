01 POMCELG-RECORD.
    05 CE-CAMPAIGN-CODE   PIC X(6).
    05 CE-PLAYER-ID       PIC X(10).
