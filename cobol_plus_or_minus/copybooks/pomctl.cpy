    05 CTL-RETENTION-DAYS PIC 9(3).
    05 CTL-ACK-AGE-DAYS   PIC 9(3).
    05 CTL-MAX-ATTEMPTS   PIC 9(3).
    05 CTL-TAX-THRESHOLD  PIC 9(6).
    05 CTL-DAILY-BUDGET   PIC 9(7).
    05 CTL-PLAYER-CAP     PIC 9(5).
