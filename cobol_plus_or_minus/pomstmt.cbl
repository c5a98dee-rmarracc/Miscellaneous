IDENTIFICATION DIVISION.
	PROGRAM-ID. POMSTMT.

ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT POMARCH-CAT ASSIGN TO "POMARCH.CAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ws-arcat-status.
		SELECT POMXMIT-FILE ASSIGN TO DYNAMIC ws-xmit-file-name
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ws-xmit-status.
		SELECT POMCTL-FILE ASSIGN TO "POMCTL.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ws-ctl-status.
		SELECT STMT-WORK ASSIGN TO "POMSTMT.IDX"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS SK-KEY
			FILE STATUS IS ws-work-status.
		SELECT STMT-REPORT ASSIGN TO "POMSTMT.RPT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ws-report-status.
		SELECT POMTAXX-FILE ASSIGN TO "POMTAXX.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ws-taxx-status.
		SELECT POMRUN-FILE ASSIGN TO "POMRUN.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ws-runlog-status.

DATA DIVISION.
	FILE SECTION.

	FD  POMARCH-CAT.
	COPY "pomarcat.cpy".

	FD  POMXMIT-FILE.
	COPY "xmitrec.cpy".

	FD  POMCTL-FILE.
	COPY "pomctl.cpy".

	FD  STMT-WORK.
	01 STMTWK-RECORD.
		05 SK-KEY.
			10 SK-PLAYER-ID PIC X(10).
			10 SK-GAME-ID PIC 9(12).
		05 SK-ATTEMPTS PIC 9(3).
		05 SK-AMOUNT PIC 9(5)V99.
		05 SK-SETTLED-DATE PIC 9(8).

	FD  STMT-REPORT.
	01 STMT-LINE PIC X(90).

	FD  POMTAXX-FILE.
	COPY "pomtaxx.cpy".

	FD  POMRUN-FILE.
	COPY "runlog.cpy".

	WORKING-STORAGE SECTION.

	78 WS-MAX-GENS VALUE 200.
	78 WS-LOCK-RETRIES VALUE 30.
	78 WS-DEFAULT-THRESHOLD VALUE 600.
	77 ws-arcat-status PIC XX VALUE SPACES.
	77 ws-xmit-status PIC XX VALUE SPACES.
	77 ws-ctl-status PIC XX VALUE SPACES.
	77 ws-work-status PIC XX VALUE SPACES.
	77 ws-report-status PIC XX VALUE SPACES.
	77 ws-taxx-status PIC XX VALUE SPACES.
	77 ws-xmit-file-name PIC X(20).
	77 ws-lock-tries PIC 9(3).
	77 ws-lock-wait PIC 9(4) COMP VALUE 1.
	77 ws-eof PIC X.
	77 ws-ctl-eof PIC X.
	77 ws-year-input PIC X(4).
	77 ws-stmt-year PIC 9(4).
	77 ws-year-start PIC 9(8).
	77 ws-year-end PIC 9(8).
	77 ws-today PIC 9(8).
	77 ws-ctl-eff-date PIC 9(8).
	77 ws-ctl-best-date PIC 9(8).
	77 ws-tax-threshold PIC 9(6) VALUE 600.
	77 ws-gen-count PIC 9(3) VALUE 0.
	77 ws-gen-idx PIC 9(3).
	77 ws-current-player PIC X(10).
	77 ws-player-payouts PIC 9(5).
	77 ws-player-total PIC 9(7)V99.
	77 ws-grand-total PIC 9(9)V99 VALUE 0.
	77 ws-reportable-total PIC 9(9)V99 VALUE 0.
	77 ws-arcat-reads PIC 9(7) VALUE 0.
	77 ws-xmit-reads PIC 9(7) VALUE 0.
	77 ws-ctl-reads PIC 9(7) VALUE 0.
	77 ws-settled-count PIC 9(7) VALUE 0.
	77 ws-duplicate-count PIC 9(5) VALUE 0.
	77 ws-work-writes PIC 9(7) VALUE 0.
	77 ws-player-count PIC 9(5) VALUE 0.
	77 ws-reportable-count PIC 9(5) VALUE 0.
	77 ws-report-writes PIC 9(7) VALUE 0.
	77 ws-taxx-writes PIC 9(7) VALUE 0.
	77 ws-runlog-status PIC XX VALUE SPACES.
	77 ws-run-abend PIC X VALUE "N".
	77 ws-log-event PIC X(5).
	77 ws-log-file-name PIC X(12).
	77 ws-log-reads PIC 9(7).
	77 ws-log-writes PIC 9(7).
	77 ws-log-status PIC XX VALUE SPACES.

	01 ws-gen-table.
		05 ws-gen-xmit-file PIC X(20) OCCURS WS-MAX-GENS TIMES.

	01 ws-heading-1.
		05 FILLER PIC X(46) VALUE "POM year-end player earnings - run date ".
		05 ws-head-date PIC 9999/99/99.
	01 ws-heading-2.
		05 FILLER PIC X(12) VALUE "Tax year  : ".
		05 ws-head-year PIC 9(4).
		05 FILLER PIC X(25) VALUE "   reporting threshold : ".
		05 ws-head-threshold PIC ZZZZZ9.
	01 ws-player-heading.
		05 FILLER PIC X(22) VALUE "Statement for player ".
		05 ws-ph-player-id PIC X(10).
		05 FILLER PIC X(6) VALUE " year ".
		05 ws-ph-year PIC 9(4).
	01 ws-column-heading.
		05 FILLER PIC X(50) VALUE "  GAME ID       ATTEMPTS  SETTLED        AMOUNT".
	01 ws-detail-line.
		05 FILLER PIC X(2) VALUE SPACES.
		05 ws-dt-game-id PIC 9(12).
		05 FILLER PIC X(4) VALUE SPACES.
		05 ws-dt-attempts PIC ZZ9.
		05 FILLER PIC X(3) VALUE SPACES.
		05 ws-dt-settled-date PIC 9999/99/99.
		05 FILLER PIC X(3) VALUE SPACES.
		05 ws-dt-amount PIC ZZZZZ9.99.
	01 ws-player-total-line.
		05 FILLER PIC X(2) VALUE SPACES.
		05 FILLER PIC X(11) VALUE "Year total ".
		05 ws-pt-payouts PIC ZZZZ9.
		05 FILLER PIC X(9) VALUE " payouts ".
		05 FILLER PIC X(8) VALUE SPACES.
		05 ws-pt-amount PIC ZZZZZZ9.99.
		05 FILLER PIC X(2) VALUE SPACES.
		05 ws-pt-flag PIC X(20).
	01 ws-total-line.
		05 ws-tot-label PIC X(28).
		05 ws-tot-count PIC ZZZZZZ9.
	01 ws-amount-line.
		05 ws-amt-label PIC X(28).
		05 ws-amt-total PIC ZZZZZZZZ9.99.

PROCEDURE DIVISION.
	PERFORM LOG-RUN-START.
	DISPLAY "POM year-end player earnings statements".
	MOVE FUNCTION CURRENT-DATE (1:8) TO ws-today.
	PERFORM GET-STATEMENT-YEAR.
	PERFORM GET-CONTROL-RECORD.
	PERFORM LOAD-CATALOG.
	OPEN OUTPUT STMT-WORK.
	IF ws-work-status NOT = "00"
		DISPLAY "POMSTMT: cannot open POMSTMT.IDX, status " ws-work-status
		MOVE "A" TO ws-run-abend
		PERFORM LOG-RUN-END
		STOP RUN
	END-IF.
	PERFORM SCAN-XMIT-FILES.
	CLOSE STMT-WORK.
	OPEN INPUT STMT-WORK.
	IF ws-work-status NOT = "00"
		DISPLAY "POMSTMT: cannot reopen POMSTMT.IDX, status " ws-work-status
		MOVE "A" TO ws-run-abend
		PERFORM LOG-RUN-END
		STOP RUN
	END-IF.
	OPEN OUTPUT STMT-REPORT.
	IF ws-report-status NOT = "00"
		DISPLAY "POMSTMT: cannot open POMSTMT.RPT, status " ws-report-status
		MOVE "A" TO ws-run-abend
		PERFORM LOG-RUN-END
		STOP RUN
	END-IF.
	OPEN OUTPUT POMTAXX-FILE.
	IF ws-taxx-status NOT = "00"
		DISPLAY "POMSTMT: cannot open POMTAXX.DAT, status " ws-taxx-status
		MOVE "A" TO ws-run-abend
		PERFORM LOG-RUN-END
		STOP RUN
	END-IF.
	PERFORM PRINT-HEADINGS.
	PERFORM PRINT-STATEMENTS.
	PERFORM PRINT-TOTALS.
	CLOSE STMT-WORK.
	CLOSE STMT-REPORT.
	CLOSE POMTAXX-FILE.
	DISPLAY "Tax year             : " ws-stmt-year.
	DISPLAY "Settled payouts      : " ws-settled-count.
	DISPLAY "Player statements    : " ws-player-count.
	DISPLAY "Reportable players   : " ws-reportable-count.
	DISPLAY "Statements written to POMSTMT.RPT, tax extract to POMTAXX.DAT".
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
	MOVE "POMCTL" TO ws-log-file-name.
	MOVE ws-ctl-reads TO ws-log-reads.
	MOVE 0 TO ws-log-writes.
	MOVE ws-ctl-status TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.
	MOVE "POMARCH.CAT" TO ws-log-file-name.
	MOVE ws-arcat-reads TO ws-log-reads.
	MOVE 0 TO ws-log-writes.
	MOVE ws-arcat-status TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.
	MOVE "POMXMIT" TO ws-log-file-name.
	MOVE ws-xmit-reads TO ws-log-reads.
	MOVE 0 TO ws-log-writes.
	MOVE ws-xmit-status TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.
	MOVE "POMSTMT.IDX" TO ws-log-file-name.
	MOVE 0 TO ws-log-reads.
	MOVE ws-work-writes TO ws-log-writes.
	MOVE ws-work-status TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.
	MOVE "POMSTMT.RPT" TO ws-log-file-name.
	MOVE 0 TO ws-log-reads.
	MOVE ws-report-writes TO ws-log-writes.
	MOVE ws-report-status TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.
	MOVE "POMTAXX" TO ws-log-file-name.
	MOVE 0 TO ws-log-reads.
	MOVE ws-taxx-writes TO ws-log-writes.
	MOVE ws-taxx-status TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.
	MOVE "END  " TO ws-log-event.
	MOVE SPACES TO ws-log-file-name.
	COMPUTE ws-log-reads = ws-ctl-reads + ws-arcat-reads + ws-xmit-reads.
	COMPUTE ws-log-writes = ws-work-writes + ws-report-writes + ws-taxx-writes.
	MOVE SPACES TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.

WRITE-RUN-RECORD.
	OPEN EXTEND POMRUN-FILE.
	IF ws-runlog-status = "35"
		OPEN OUTPUT POMRUN-FILE
	END-IF.
	IF ws-runlog-status = "00"
		MOVE "POMSTMT " TO RL-PROGRAM-ID
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

GET-STATEMENT-YEAR.
	DISPLAY "Enter statement year (YYYY, blank for last year)".
	ACCEPT ws-year-input FROM SYSIN.
	IF ws-year-input IS NUMERIC AND ws-year-input NOT = "0000"
		MOVE ws-year-input TO ws-stmt-year
	ELSE
		COMPUTE ws-stmt-year = ws-today / 10000 - 1
	END-IF.
	COMPUTE ws-year-start = ws-stmt-year * 10000 + 0101.
	COMPUTE ws-year-end = ws-stmt-year * 10000 + 1231.

GET-CONTROL-RECORD.
	MOVE WS-DEFAULT-THRESHOLD TO ws-tax-threshold.
	MOVE 0 TO ws-ctl-best-date.
	MOVE "N" TO ws-ctl-eof.
	OPEN INPUT POMCTL-FILE.
	IF ws-ctl-status NOT = "00"
		MOVE "Y" TO ws-ctl-eof
	END-IF.
	PERFORM UNTIL ws-ctl-eof = "Y"
		READ POMCTL-FILE
			AT END
				MOVE "Y" TO ws-ctl-eof
			NOT AT END
				ADD 1 TO ws-ctl-reads
				PERFORM SELECT-CONTROL-RECORD
		END-READ
	END-PERFORM.
	IF ws-ctl-status = "00" OR ws-ctl-status = "10"
		CLOSE POMCTL-FILE
	END-IF.

SELECT-CONTROL-RECORD.
	IF CTL-EFFECTIVE-DATE IS NUMERIC
		MOVE CTL-EFFECTIVE-DATE TO ws-ctl-eff-date
	ELSE
		MOVE 0 TO ws-ctl-eff-date
	END-IF.
	IF ws-ctl-eff-date <= ws-year-end AND ws-ctl-eff-date >= ws-ctl-best-date
		MOVE ws-ctl-eff-date TO ws-ctl-best-date
		IF CTL-TAX-THRESHOLD IS NUMERIC AND CTL-TAX-THRESHOLD > 0
			MOVE CTL-TAX-THRESHOLD TO ws-tax-threshold
		ELSE
			MOVE WS-DEFAULT-THRESHOLD TO ws-tax-threshold
		END-IF
	END-IF.

LOAD-CATALOG.
	MOVE "N" TO ws-eof.
	OPEN INPUT POMARCH-CAT.
	IF ws-arcat-status NOT = "00"
		DISPLAY "POMSTMT: no archive catalog on POMARCH.CAT, status " ws-arcat-status " - current file only"
		MOVE "Y" TO ws-eof
	END-IF.
	PERFORM UNTIL ws-eof = "Y"
		READ POMARCH-CAT
			AT END
				MOVE "Y" TO ws-eof
			NOT AT END
				PERFORM STORE-GENERATION
		END-READ
	END-PERFORM.
	IF ws-arcat-status = "00" OR ws-arcat-status = "10"
		CLOSE POMARCH-CAT
	END-IF.

STORE-GENERATION.
	ADD 1 TO ws-arcat-reads.
	IF ws-gen-count < WS-MAX-GENS
		ADD 1 TO ws-gen-count
		MOVE AC-XMIT-FILE TO ws-gen-xmit-file (ws-gen-count)
	ELSE
		DISPLAY "POMSTMT: generation table full, " AC-XMIT-FILE " skipped"
		MOVE "A" TO ws-run-abend
	END-IF.

SCAN-XMIT-FILES.
	PERFORM VARYING ws-gen-idx FROM 1 BY 1 UNTIL ws-gen-idx > ws-gen-count
		MOVE ws-gen-xmit-file (ws-gen-idx) TO ws-xmit-file-name
		PERFORM READ-ONE-XMIT-FILE
	END-PERFORM.
	MOVE "POMXMIT.DAT" TO ws-xmit-file-name.
	PERFORM READ-ONE-XMIT-FILE.

READ-ONE-XMIT-FILE.
	MOVE "N" TO ws-eof.
	MOVE 0 TO ws-lock-tries.
	OPEN INPUT POMXMIT-FILE.
	PERFORM UNTIL (ws-xmit-status NOT = "61" AND ws-xmit-status NOT = "93") OR ws-lock-tries >= WS-LOCK-RETRIES
		ADD 1 TO ws-lock-tries
		CALL "C$SLEEP" USING ws-lock-wait
		OPEN INPUT POMXMIT-FILE
	END-PERFORM.
	IF ws-xmit-status NOT = "00"
		DISPLAY "POMSTMT: cannot open " FUNCTION TRIM (ws-xmit-file-name) ", status " ws-xmit-status " - skipped"
		MOVE "A" TO ws-run-abend
		MOVE "Y" TO ws-eof
	END-IF.
	PERFORM UNTIL ws-eof = "Y"
		READ POMXMIT-FILE
			AT END
				MOVE "Y" TO ws-eof
			NOT AT END
				ADD 1 TO ws-xmit-reads
				PERFORM SELECT-ONE-XMIT
		END-READ
	END-PERFORM.
	IF ws-xmit-status = "00" OR ws-xmit-status = "10"
		CLOSE POMXMIT-FILE
	END-IF.

SELECT-ONE-XMIT.
	IF XM-STATUS = "S"
	AND XM-SETTLED-DATE IS NUMERIC
	AND XM-SETTLED-DATE >= ws-year-start
	AND XM-SETTLED-DATE <= ws-year-end
		MOVE XM-PLAYER-ID TO SK-PLAYER-ID
		MOVE XM-GAME-ID TO SK-GAME-ID
		MOVE XM-ATTEMPTS TO SK-ATTEMPTS
		IF XM-AMOUNT IS NUMERIC
			MOVE XM-AMOUNT TO SK-AMOUNT
		ELSE
			MOVE 0 TO SK-AMOUNT
		END-IF
		MOVE XM-SETTLED-DATE TO SK-SETTLED-DATE
		WRITE STMTWK-RECORD
			INVALID KEY
				ADD 1 TO ws-duplicate-count
				DISPLAY "POMSTMT: game ID " XM-GAME-ID " settled on more than one file - counted once"
			NOT INVALID KEY
				ADD 1 TO ws-work-writes
				ADD 1 TO ws-settled-count
		END-WRITE
	END-IF.

PRINT-HEADINGS.
	MOVE ws-today TO ws-head-date.
	WRITE STMT-LINE FROM ws-heading-1.
	ADD 1 TO ws-report-writes.
	MOVE ws-stmt-year TO ws-head-year.
	MOVE ws-tax-threshold TO ws-head-threshold.
	WRITE STMT-LINE FROM ws-heading-2.
	ADD 1 TO ws-report-writes.
	MOVE SPACES TO STMT-LINE.
	WRITE STMT-LINE.
	ADD 1 TO ws-report-writes.

PRINT-STATEMENTS.
	MOVE SPACES TO ws-current-player.
	MOVE "N" TO ws-eof.
	MOVE LOW-VALUES TO SK-KEY.
	START STMT-WORK KEY NOT < SK-KEY
		INVALID KEY
			MOVE "Y" TO ws-eof
	END-START.
	PERFORM UNTIL ws-eof = "Y"
		READ STMT-WORK NEXT RECORD
			AT END
				MOVE "Y" TO ws-eof
			NOT AT END
				IF SK-PLAYER-ID NOT = ws-current-player
					IF ws-player-count > 0
						PERFORM FINISH-STATEMENT
					END-IF
					PERFORM START-STATEMENT
				END-IF
				PERFORM PRINT-ONE-PAYOUT
		END-READ
	END-PERFORM.
	IF ws-player-count > 0
		PERFORM FINISH-STATEMENT
	ELSE
		MOVE "No settled payouts in the statement year" TO STMT-LINE
		WRITE STMT-LINE
		ADD 1 TO ws-report-writes
	END-IF.

START-STATEMENT.
	ADD 1 TO ws-player-count.
	MOVE SK-PLAYER-ID TO ws-current-player.
	MOVE 0 TO ws-player-payouts.
	MOVE 0 TO ws-player-total.
	MOVE SK-PLAYER-ID TO ws-ph-player-id.
	MOVE ws-stmt-year TO ws-ph-year.
	WRITE STMT-LINE FROM ws-player-heading.
	ADD 1 TO ws-report-writes.
	WRITE STMT-LINE FROM ws-column-heading.
	ADD 1 TO ws-report-writes.

PRINT-ONE-PAYOUT.
	ADD 1 TO ws-player-payouts.
	ADD SK-AMOUNT TO ws-player-total.
	ADD SK-AMOUNT TO ws-grand-total.
	MOVE SK-GAME-ID TO ws-dt-game-id.
	MOVE SK-ATTEMPTS TO ws-dt-attempts.
	MOVE SK-SETTLED-DATE TO ws-dt-settled-date.
	MOVE SK-AMOUNT TO ws-dt-amount.
	WRITE STMT-LINE FROM ws-detail-line.
	ADD 1 TO ws-report-writes.

FINISH-STATEMENT.
	MOVE ws-player-payouts TO ws-pt-payouts.
	MOVE ws-player-total TO ws-pt-amount.
	IF ws-player-total >= ws-tax-threshold
		MOVE "** REPORTABLE **" TO ws-pt-flag
		ADD 1 TO ws-reportable-count
		ADD ws-player-total TO ws-reportable-total
		PERFORM WRITE-TAX-EXTRACT
	ELSE
		MOVE SPACES TO ws-pt-flag
	END-IF.
	WRITE STMT-LINE FROM ws-player-total-line.
	ADD 1 TO ws-report-writes.
	MOVE SPACES TO STMT-LINE.
	WRITE STMT-LINE.
	ADD 1 TO ws-report-writes.

WRITE-TAX-EXTRACT.
	MOVE ws-stmt-year TO TX-TAX-YEAR.
	MOVE ws-current-player TO TX-PLAYER-ID.
	MOVE ws-player-payouts TO TX-PAYOUT-COUNT.
	MOVE ws-player-total TO TX-TOTAL-AMOUNT.
	MOVE ws-tax-threshold TO TX-THRESHOLD.
	MOVE ws-today TO TX-EXTRACT-DATE.
	WRITE POMTAXX-RECORD.
	IF ws-taxx-status = "00"
		ADD 1 TO ws-taxx-writes
	ELSE
		DISPLAY "POMSTMT: tax extract write failed - POMTAXX.DAT status " ws-taxx-status
		MOVE "A" TO ws-run-abend
	END-IF.

PRINT-TOTALS.
	MOVE "Payout records read" TO ws-tot-label.
	MOVE ws-xmit-reads TO ws-tot-count.
	WRITE STMT-LINE FROM ws-total-line.
	ADD 1 TO ws-report-writes.
	MOVE "Settled in statement year" TO ws-tot-label.
	MOVE ws-settled-count TO ws-tot-count.
	WRITE STMT-LINE FROM ws-total-line.
	ADD 1 TO ws-report-writes.
	MOVE "Duplicate settlements" TO ws-tot-label.
	MOVE ws-duplicate-count TO ws-tot-count.
	WRITE STMT-LINE FROM ws-total-line.
	ADD 1 TO ws-report-writes.
	MOVE "Player statements" TO ws-tot-label.
	MOVE ws-player-count TO ws-tot-count.
	WRITE STMT-LINE FROM ws-total-line.
	ADD 1 TO ws-report-writes.
	MOVE "Reportable players" TO ws-tot-label.
	MOVE ws-reportable-count TO ws-tot-count.
	WRITE STMT-LINE FROM ws-total-line.
	ADD 1 TO ws-report-writes.
	MOVE "Total paid in year" TO ws-amt-label.
	MOVE ws-grand-total TO ws-amt-total.
	WRITE STMT-LINE FROM ws-amount-line.
	ADD 1 TO ws-report-writes.
	MOVE "Total paid to reportable" TO ws-amt-label.
	MOVE ws-reportable-total TO ws-amt-total.
	WRITE STMT-LINE FROM ws-amount-line.
	ADD 1 TO ws-report-writes.
