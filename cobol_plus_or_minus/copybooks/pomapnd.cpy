01 POMAPND-RECORD.
    05 AP-TIMESTAMP       PIC 9(14).
    05 AP-PROGRAM-ID      PIC X(8).
    05 AP-RESULT          PIC X(8).
    05 AP-ACTION          PIC X(6).
    05 AP-KEY             PIC X(12).
    05 AP-USER-ID         PIC X(10).
    05 AP-APPROVER-ID     PIC X(10).
    05 AP-REASON          PIC X(40).
