    05 TR-ACTION          PIC X(6).
    05 TR-PLAYER-ID       PIC X(10).
    05 TR-NEW-ID          PIC X(10).
    05 TR-USER-ID         PIC X(10).
    05 TR-APPROVER-ID     PIC X(10).
