01 POMDSEED-RECORD.
    05 DS-CHALLENGE-DATE  PIC 9(8).
    05 DS-SEED            PIC 9(10).
