01 POMSNAP-RECORD.
    05 SN-SNAP-ID.
        10 SN-SNAP-DATE   PIC 9(8).
        10 SN-SNAP-SEQ    PIC 9(2).
    05 SN-SNAP-TIME       PIC 9(6).
    05 SN-LIVE-FILE       PIC X(12).
    05 SN-SNAP-FILE       PIC X(21).
    05 SN-RECORD-COUNT    PIC 9(7).
    05 SN-CONTROL-TOTAL   PIC 9(13)V99.
