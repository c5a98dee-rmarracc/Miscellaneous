    05 CT-RETENTION-DAYS  PIC 9(3).
    05 CT-ACK-AGE-DAYS    PIC 9(3).
    05 CT-MAX-ATTEMPTS    PIC 9(3).
    05 CT-TAX-THRESHOLD   PIC 9(6).
    05 CT-APPROVER-ID     PIC X(10).
    05 CT-DAILY-BUDGET    PIC 9(7).
    05 CT-PLAYER-CAP      PIC 9(5).
