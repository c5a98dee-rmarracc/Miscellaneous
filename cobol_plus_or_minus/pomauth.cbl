IDENTIFICATION DIVISION.
	PROGRAM-ID. POMAUTH.

ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT POMAPND-FILE ASSIGN TO "POMAPND.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ws-apnd-status.
		SELECT POMAUHWM-FILE ASSIGN TO "POMAUHWM.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ws-hwm-status.
		SELECT AUTH-REPORT ASSIGN TO "POMAUTH.RPT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ws-report-status.
		SELECT POMRUN-FILE ASSIGN TO "POMRUN.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ws-runlog-status.

DATA DIVISION.
	FILE SECTION.

	FD  POMAPND-FILE.
	COPY "pomapnd.cpy".

	FD  POMAUHWM-FILE.
	01 POMAUHWM-RECORD.
		05 AH-LAST-RUN-TS PIC 9(14).

	FD  AUTH-REPORT.
	01 AUTH-LINE PIC X(112).

	FD  POMRUN-FILE.
	COPY "runlog.cpy".

	WORKING-STORAGE SECTION.

	77 ws-apnd-status PIC XX VALUE SPACES.
	77 ws-report-status PIC XX VALUE SPACES.
	77 ws-hwm-status PIC XX VALUE SPACES.
	77 ws-from-ts PIC 9(14) VALUE 0.
	77 ws-run-ts PIC 9(14).
	77 ws-hwm-reads PIC 9(7) VALUE 0.
	77 ws-hwm-writes PIC 9(7) VALUE 0.
	77 ws-eof PIC X.
	77 ws-report-date PIC 9(8).
	77 ws-section-result PIC X(8).
	77 ws-section-count PIC 9(5).
	77 ws-pending-count PIC 9(5) VALUE 0.
	77 ws-rejected-count PIC 9(5) VALUE 0.
	77 ws-apnd-reads PIC 9(7) VALUE 0.
	77 ws-report-writes PIC 9(7) VALUE 0.
	77 ws-runlog-status PIC XX VALUE SPACES.
	77 ws-run-abend PIC X VALUE "N".
	77 ws-log-event PIC X(5).
	77 ws-log-file-name PIC X(12).
	77 ws-log-reads PIC 9(7).
	77 ws-log-writes PIC 9(7).
	77 ws-log-status PIC XX VALUE SPACES.

	01 ws-heading-1.
		05 FILLER PIC X(50) VALUE "POM pending and rejected transactions - run date ".
		05 ws-head-date PIC 9999/99/99.
	01 ws-heading-2.
		05 FILLER PIC X(23) VALUE "Entries logged since : ".
		05 ws-head-from PIC X(19).
	01 ws-head-from-ts.
		05 ws-hf-date PIC 9999/99/99.
		05 FILLER PIC X(1) VALUE SPACES.
		05 ws-hf-time PIC 99B99B99.
	01 ws-section-heading.
		05 ws-sec-title PIC X(50).
	01 ws-column-heading.
		05 FILLER PIC X(11) VALUE "DATE".
		05 FILLER PIC X(50) VALUE "TIME      PROGRAM  ACTION KEY          ENTERED BY ".
		05 FILLER PIC X(30) VALUE "APPROVER   REASON".
	01 ws-detail-line.
		05 ws-dt-date PIC 9999/99/99.
		05 FILLER PIC X(1) VALUE SPACES.
		05 ws-dt-time PIC 99B99B99.
		05 FILLER PIC X(2) VALUE SPACES.
		05 ws-dt-program PIC X(8).
		05 FILLER PIC X(1) VALUE SPACES.
		05 ws-dt-action PIC X(6).
		05 FILLER PIC X(1) VALUE SPACES.
		05 ws-dt-key PIC X(12).
		05 FILLER PIC X(1) VALUE SPACES.
		05 ws-dt-user-id PIC X(10).
		05 FILLER PIC X(1) VALUE SPACES.
		05 ws-dt-approver-id PIC X(10).
		05 FILLER PIC X(1) VALUE SPACES.
		05 ws-dt-reason PIC X(40).
	01 ws-time-split.
		05 ws-ts-date PIC 9(8).
		05 ws-ts-time PIC 9(6).
	01 ws-total-line.
		05 ws-tot-label PIC X(28).
		05 ws-tot-count PIC ZZZZ9.

PROCEDURE DIVISION.
	PERFORM LOG-RUN-START.
	DISPLAY "POM pending and rejected transactions".
	MOVE FUNCTION CURRENT-DATE (1:14) TO ws-run-ts.
	MOVE ws-run-ts (1:8) TO ws-report-date.
	PERFORM GET-HIGH-WATER-MARK.
	OPEN OUTPUT AUTH-REPORT.
	IF ws-report-status NOT = "00"
		DISPLAY "POMAUTH: cannot open POMAUTH.RPT, status " ws-report-status
		MOVE "A" TO ws-run-abend
		PERFORM LOG-RUN-END
		STOP RUN
	END-IF.
	MOVE ws-report-date TO ws-head-date.
	WRITE AUTH-LINE FROM ws-heading-1.
	ADD 1 TO ws-report-writes.
	IF ws-from-ts = 0
		MOVE "first run" TO ws-head-from
	ELSE
		MOVE ws-from-ts TO ws-time-split
		MOVE ws-ts-date TO ws-hf-date
		MOVE ws-ts-time TO ws-hf-time
		INSPECT ws-hf-time REPLACING ALL " " BY ":"
		MOVE ws-head-from-ts TO ws-head-from
	END-IF.
	WRITE AUTH-LINE FROM ws-heading-2.
	ADD 1 TO ws-report-writes.
	MOVE "PENDING " TO ws-section-result.
	MOVE "Awaiting approval by a second operator" TO ws-sec-title.
	PERFORM PRINT-SECTION.
	MOVE ws-section-count TO ws-pending-count.
	MOVE "REJECTED" TO ws-section-result.
	MOVE "Rejected as unauthorized" TO ws-sec-title.
	PERFORM PRINT-SECTION.
	MOVE ws-section-count TO ws-rejected-count.
	PERFORM PRINT-TOTALS.
	CLOSE AUTH-REPORT.
	IF ws-run-abend = "N"
		PERFORM SAVE-HIGH-WATER-MARK
	END-IF.
	DISPLAY "Awaiting approval : " ws-pending-count.
	DISPLAY "Rejected          : " ws-rejected-count.
	PERFORM LOG-RUN-END.
	STOP RUN.

LOG-RUN-START.
	MOVE "START" TO ws-log-event.
	MOVE SPACES TO ws-log-file-name.
	MOVE 0 TO ws-log-reads.
	MOVE 0 TO ws-log-writes.
	MOVE SPACES TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.

LOG-RUN-END.
	MOVE "FILE " TO ws-log-event.
	MOVE "POMAPND" TO ws-log-file-name.
	MOVE ws-apnd-reads TO ws-log-reads.
	MOVE 0 TO ws-log-writes.
	MOVE ws-apnd-status TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.
	MOVE "POMAUHWM" TO ws-log-file-name.
	MOVE ws-hwm-reads TO ws-log-reads.
	MOVE ws-hwm-writes TO ws-log-writes.
	MOVE ws-hwm-status TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.
	MOVE "POMAUTH.RPT" TO ws-log-file-name.
	MOVE 0 TO ws-log-reads.
	MOVE ws-report-writes TO ws-log-writes.
	MOVE ws-report-status TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.
	MOVE "END  " TO ws-log-event.
	MOVE SPACES TO ws-log-file-name.
	COMPUTE ws-log-reads = ws-apnd-reads + ws-hwm-reads.
	COMPUTE ws-log-writes = ws-report-writes + ws-hwm-writes.
	MOVE SPACES TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.

WRITE-RUN-RECORD.
	OPEN EXTEND POMRUN-FILE.
	IF ws-runlog-status = "35"
		OPEN OUTPUT POMRUN-FILE
	END-IF.
	IF ws-runlog-status = "00"
		MOVE "POMAUTH " TO RL-PROGRAM-ID
		MOVE ws-log-event TO RL-EVENT
		MOVE FUNCTION CURRENT-DATE (1:14) TO RL-TIMESTAMP
		MOVE ws-log-file-name TO RL-FILE-NAME
		MOVE ws-log-reads TO RL-READS
		MOVE ws-log-writes TO RL-WRITES
		MOVE ws-log-status TO RL-FILE-STATUS
		IF ws-log-event = "START"
			MOVE SPACE TO RL-COMPLETION
		ELSE
			MOVE ws-run-abend TO RL-COMPLETION
		END-IF
		WRITE POMRUN-RECORD
		IF ws-runlog-status NOT = "00"
			DISPLAY "Run log write failed - POMRUN.DAT status " ws-runlog-status
		END-IF
		CLOSE POMRUN-FILE
	ELSE
		DISPLAY "Run log not written - POMRUN.DAT status " ws-runlog-status
	END-IF.

GET-HIGH-WATER-MARK.
	OPEN INPUT POMAUHWM-FILE.
	IF ws-hwm-status = "00"
		READ POMAUHWM-FILE
			AT END
				CONTINUE
			NOT AT END
				ADD 1 TO ws-hwm-reads
				IF AH-LAST-RUN-TS IS NUMERIC
					MOVE AH-LAST-RUN-TS TO ws-from-ts
				END-IF
		END-READ
		CLOSE POMAUHWM-FILE
	END-IF.

SAVE-HIGH-WATER-MARK.
	OPEN OUTPUT POMAUHWM-FILE.
	IF ws-hwm-status = "00"
		MOVE ws-run-ts TO AH-LAST-RUN-TS
		WRITE POMAUHWM-RECORD
		IF ws-hwm-status = "00"
			ADD 1 TO ws-hwm-writes
		ELSE
			DISPLAY "POMAUTH: high-water write failed - POMAUHWM.DAT status " ws-hwm-status
			MOVE "A" TO ws-run-abend
		END-IF
		CLOSE POMAUHWM-FILE
	ELSE
		DISPLAY "POMAUTH: high-water mark not saved - POMAUHWM.DAT status " ws-hwm-status
		MOVE "A" TO ws-run-abend
	END-IF.

PRINT-SECTION.
	MOVE 0 TO ws-section-count.
	MOVE SPACES TO AUTH-LINE.
	WRITE AUTH-LINE.
	ADD 1 TO ws-report-writes.
	WRITE AUTH-LINE FROM ws-section-heading.
	ADD 1 TO ws-report-writes.
	WRITE AUTH-LINE FROM ws-column-heading.
	ADD 1 TO ws-report-writes.
	MOVE "N" TO ws-eof.
	OPEN INPUT POMAPND-FILE.
	IF ws-apnd-status NOT = "00"
		MOVE "Y" TO ws-eof
	END-IF.
	PERFORM UNTIL ws-eof = "Y"
		READ POMAPND-FILE
			AT END
				MOVE "Y" TO ws-eof
			NOT AT END
				ADD 1 TO ws-apnd-reads
				MOVE AP-TIMESTAMP TO ws-time-split
				IF AP-TIMESTAMP IS NUMERIC
				AND AP-TIMESTAMP >= ws-from-ts
				AND AP-TIMESTAMP < ws-run-ts
				AND AP-RESULT = ws-section-result
					PERFORM PRINT-ONE-EXCEPTION
				END-IF
		END-READ
	END-PERFORM.
	IF ws-apnd-status = "00" OR ws-apnd-status = "10"
		CLOSE POMAPND-FILE
	END-IF.
	IF ws-section-count = 0
		MOVE "  none" TO AUTH-LINE
		WRITE AUTH-LINE
		ADD 1 TO ws-report-writes
	END-IF.

PRINT-ONE-EXCEPTION.
	ADD 1 TO ws-section-count.
	MOVE ws-ts-date TO ws-dt-date.
	MOVE ws-ts-time TO ws-dt-time.
	INSPECT ws-dt-time REPLACING ALL " " BY ":".
	MOVE AP-PROGRAM-ID TO ws-dt-program.
	MOVE AP-ACTION TO ws-dt-action.
	MOVE AP-KEY TO ws-dt-key.
	MOVE AP-USER-ID TO ws-dt-user-id.
	MOVE AP-APPROVER-ID TO ws-dt-approver-id.
	MOVE AP-REASON TO ws-dt-reason.
	WRITE AUTH-LINE FROM ws-detail-line.
	ADD 1 TO ws-report-writes.

PRINT-TOTALS.
	MOVE SPACES TO AUTH-LINE.
	WRITE AUTH-LINE.
	ADD 1 TO ws-report-writes.
	MOVE "Awaiting approval" TO ws-tot-label.
	MOVE ws-pending-count TO ws-tot-count.
	WRITE AUTH-LINE FROM ws-total-line.
	ADD 1 TO ws-report-writes.
	MOVE "Rejected as unauthorized" TO ws-tot-label.
	MOVE ws-rejected-count TO ws-tot-count.
	WRITE AUTH-LINE FROM ws-total-line.
	ADD 1 TO ws-report-writes.
