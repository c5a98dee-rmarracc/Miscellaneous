    05 CA-FIELD-NAME      PIC X(14).
    05 CA-OLD-VALUE       PIC 9(8).
    05 CA-NEW-VALUE       PIC 9(8).
    05 CA-APPROVER-ID     PIC X(10).
