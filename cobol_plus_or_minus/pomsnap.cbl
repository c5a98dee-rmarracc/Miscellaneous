IDENTIFICATION DIVISION.
	PROGRAM-ID. POMSNAP.

ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT PLAYER-FILE ASSIGN TO "PLAYERS.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS PM-PLAYER-ID
			LOCK MODE IS EXCLUSIVE
			FILE STATUS IS ws-live-status.
		SELECT POMXMIT-FILE ASSIGN TO "POMXMIT.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			LOCK MODE IS EXCLUSIVE
			FILE STATUS IS ws-live-status.
		SELECT POMGMID-FILE ASSIGN TO "POMGMID.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS GI-KEY
			LOCK MODE IS EXCLUSIVE
			FILE STATUS IS ws-live-status.
		SELECT POMXSEQ-FILE ASSIGN TO "POMXSEQ.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			LOCK MODE IS EXCLUSIVE
			FILE STATUS IS ws-live-status.
		SELECT POMAKSEQ-FILE ASSIGN TO "POMAKSEQ.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			LOCK MODE IS EXCLUSIVE
			FILE STATUS IS ws-live-status.
		SELECT POMCTL-FILE ASSIGN TO "POMCTL.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			LOCK MODE IS EXCLUSIVE
			FILE STATUS IS ws-live-status.
		SELECT POMROLL-FILE ASSIGN TO "POMROLL.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS RU-KEY
			LOCK MODE IS EXCLUSIVE
			FILE STATUS IS ws-live-status.
		SELECT SNAP-FILE ASSIGN TO DYNAMIC ws-snap-file-name
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ws-snap-status.
		SELECT POMSNAP-CAT ASSIGN TO "POMSNAP.CAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ws-cat-status.
		SELECT POMCKPT-FILE ASSIGN TO "POMCKPT.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ws-ckpt-status.
		SELECT SNAP-REPORT ASSIGN TO "POMSNAP.RPT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ws-report-status.
		SELECT POMRUN-FILE ASSIGN TO "POMRUN.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ws-runlog-status.

DATA DIVISION.
	FILE SECTION.

	FD  PLAYER-FILE.
	COPY "playerrec.cpy".

	FD  POMXMIT-FILE.
	COPY "xmitrec.cpy".

	FD  POMGMID-FILE.
	01 POMGMID-RECORD.
		05 GI-KEY PIC X(1).
		05 GI-LAST-GAME-ID PIC 9(12).

	FD  POMXSEQ-FILE.
	01 POMXSEQ-RECORD.
		05 XQ-LAST-XMIT-NO PIC 9(6).

	FD  POMAKSEQ-FILE.
	01 POMAKSEQ-RECORD.
		05 AQ-LAST-XMIT-NO PIC 9(6).

	FD  POMCTL-FILE.
	COPY "pomctl.cpy".

	FD  POMROLL-FILE.
	COPY "pomroll.cpy".

	FD  SNAP-FILE.
	01 SNAP-RECORD PIC X(90).

	FD  POMSNAP-CAT.
	COPY "pomsnap.cpy".

	FD  POMCKPT-FILE.
	COPY "pomckpt.cpy".

	FD  SNAP-REPORT.
	01 SNAP-LINE PIC X(90).

	FD  POMRUN-FILE.
	COPY "runlog.cpy".

	WORKING-STORAGE SECTION.

	78 WS-SNAP-FILES VALUE 7.
	78 WS-SNAP-RETAIN VALUE 7.
	78 WS-MAX-CAT-ENTRIES VALUE 700.
	78 WS-LOCK-RETRIES VALUE 30.

	77 ws-live-status PIC XX VALUE SPACES.
	77 ws-snap-status PIC XX VALUE SPACES.
	77 ws-cat-status PIC XX VALUE SPACES.
	77 ws-ckpt-status PIC XX VALUE SPACES.
	77 ws-report-status PIC XX VALUE SPACES.
	77 ws-snap-file-name PIC X(21).
	77 ws-run-mode PIC X(10).
	77 ws-mode PIC X VALUE "S".
	77 ws-snap-id-input PIC X(10).
	77 ws-confirm-answer PIC X.
	77 ws-eof PIC X.
	77 ws-today PIC 9(8).
	77 ws-now-time PIC 9(6).
	77 ws-file-idx PIC 9(2).
	77 ws-cat-idx PIC 9(4).
	77 ws-cat-count PIC 9(4) VALUE 0.
	77 ws-cat-found PIC X.
	77 ws-prev-id PIC 9(10).
	77 ws-id-count PIC 9(4) VALUE 0.
	77 ws-id-ordinal PIC 9(4).
	77 ws-expire-count PIC 9(4) VALUE 0.
	77 ws-retained-count PIC 9(4) VALUE 0.
	77 ws-verify-failed PIC X VALUE "N".
	77 ws-restore-started PIC X VALUE "N".
	77 ws-lock-tries PIC 9(3).
	77 ws-lock-wait PIC 9(4) COMP VALUE 1.
	77 ws-snap-reads PIC 9(7) VALUE 0.
	77 ws-snap-writes PIC 9(7) VALUE 0.
	77 ws-cat-reads PIC 9(7) VALUE 0.
	77 ws-cat-writes PIC 9(7) VALUE 0.
	77 ws-ckpt-reads PIC 9(7) VALUE 0.
	77 ws-report-writes PIC 9(7) VALUE 0.
	77 ws-total-reads PIC 9(7) VALUE 0.
	77 ws-total-writes PIC 9(7) VALUE 0.
	77 ws-runlog-status PIC XX VALUE SPACES.
	77 ws-run-abend PIC X VALUE "N".
	77 ws-log-event PIC X(5).
	77 ws-log-file-name PIC X(12).
	77 ws-log-reads PIC 9(7).
	77 ws-log-writes PIC 9(7).
	77 ws-log-status PIC XX VALUE SPACES.

	01 ws-snap-id.
		05 ws-snap-date PIC 9(8).
		05 ws-snap-seq PIC 9(2).
	01 ws-snap-id-num REDEFINES ws-snap-id PIC 9(10).

	01 ws-file-table.
		05 ws-file-entry OCCURS WS-SNAP-FILES TIMES.
			10 ws-sf-live PIC X(12).
			10 ws-sf-base PIC X(8).
			10 ws-sf-snap-file PIC X(21).
			10 ws-sf-count PIC 9(7).
			10 ws-sf-total PIC 9(13)V99.
			10 ws-sf-cat-count PIC 9(7).
			10 ws-sf-cat-total PIC 9(13)V99.
			10 ws-sf-reads PIC 9(7).
			10 ws-sf-writes PIC 9(7).
			10 ws-sf-status PIC XX.
			10 ws-sf-result PIC X(12).

	01 ws-cat-table.
		05 ws-cat-entry OCCURS WS-MAX-CAT-ENTRIES TIMES.
			10 ws-ce-snap-id PIC 9(10).
			10 ws-ce-snap-time PIC 9(6).
			10 ws-ce-live-file PIC X(12).
			10 ws-ce-snap-file PIC X(21).
			10 ws-ce-count PIC 9(7).
			10 ws-ce-total PIC 9(13)V99.
			10 ws-ce-expired PIC X.

	01 ws-heading-1.
		05 FILLER PIC X(50) VALUE "POM snapshot and restore - run date ".
		05 ws-head-date PIC 9999/99/99.
	01 ws-title-line.
		05 ws-title-text PIC X(30).
		05 ws-title-id PIC 9(10).
		05 FILLER PIC X(1) VALUE SPACES.
		05 ws-title-note PIC X(40).
	01 ws-column-heading.
		05 FILLER PIC X(50) VALUE "FILE         SNAPSHOT FILE         RECORDS     CON".
		05 FILLER PIC X(30) VALUE "TROL TOTAL  RESULT".
	01 ws-detail-line.
		05 ws-det-file PIC X(12).
		05 FILLER PIC X(1) VALUE SPACES.
		05 ws-det-snap-file PIC X(21).
		05 FILLER PIC X(1) VALUE SPACES.
		05 ws-det-count PIC ZZZZZZ9.
		05 FILLER PIC X(2) VALUE SPACES.
		05 ws-det-total PIC ZZZZZZZZZZZZ9.99.
		05 FILLER PIC X(2) VALUE SPACES.
		05 ws-det-result PIC X(12).
	01 ws-expired-line.
		05 FILLER PIC X(20) VALUE "  expired snapshot ".
		05 ws-exp-id PIC 9(10).
		05 FILLER PIC X(1) VALUE SPACES.
		05 ws-exp-file PIC X(21).
		05 FILLER PIC X(1) VALUE SPACES.
		05 ws-exp-note PIC X(20).
	01 ws-total-line.
		05 ws-tot-label PIC X(28).
		05 ws-tot-count PIC ZZZZ9.

PROCEDURE DIVISION.
	PERFORM LOG-RUN-START.
	ACCEPT ws-run-mode FROM COMMAND-LINE.
	IF ws-run-mode = "RESTORE" OR ws-run-mode = "restore"
		MOVE "R" TO ws-mode
		DISPLAY "POM snapshot restore"
	ELSE
		DISPLAY "POM pre-window snapshot"
	END-IF.
	MOVE FUNCTION CURRENT-DATE (1:8) TO ws-today.
	MOVE FUNCTION CURRENT-DATE (9:6) TO ws-now-time.
	PERFORM SET-UP-FILES.
	OPEN OUTPUT SNAP-REPORT.
	IF ws-report-status NOT = "00"
		DISPLAY "POMSNAP: cannot open POMSNAP.RPT, status " ws-report-status
		MOVE "A" TO ws-run-abend
		PERFORM LOG-RUN-END
		STOP RUN
	END-IF.
	MOVE ws-today TO ws-head-date.
	WRITE SNAP-LINE FROM ws-heading-1.
	ADD 1 TO ws-report-writes.
	PERFORM LOAD-CATALOG.
	IF ws-mode = "R"
		PERFORM RESTORE-SNAPSHOT
	ELSE
		PERFORM TAKE-SNAPSHOT
	END-IF.
	CLOSE SNAP-REPORT.
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
	MOVE 0 TO ws-total-reads.
	MOVE 0 TO ws-total-writes.
	MOVE "FILE " TO ws-log-event.
	PERFORM VARYING ws-file-idx FROM 1 BY 1 UNTIL ws-file-idx > WS-SNAP-FILES
		IF ws-sf-live (ws-file-idx) NOT = SPACES
			MOVE ws-sf-base (ws-file-idx) TO ws-log-file-name
			MOVE ws-sf-reads (ws-file-idx) TO ws-log-reads
			MOVE ws-sf-writes (ws-file-idx) TO ws-log-writes
			MOVE ws-sf-status (ws-file-idx) TO ws-log-status
			PERFORM WRITE-RUN-RECORD
			ADD ws-sf-reads (ws-file-idx) TO ws-total-reads
			ADD ws-sf-writes (ws-file-idx) TO ws-total-writes
		END-IF
	END-PERFORM.
	MOVE "SNAPSHOTS" TO ws-log-file-name.
	MOVE ws-snap-reads TO ws-log-reads.
	MOVE ws-snap-writes TO ws-log-writes.
	MOVE ws-snap-status TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.
	MOVE "POMSNAP.CAT" TO ws-log-file-name.
	MOVE ws-cat-reads TO ws-log-reads.
	MOVE ws-cat-writes TO ws-log-writes.
	MOVE ws-cat-status TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.
	MOVE "POMCKPT" TO ws-log-file-name.
	MOVE ws-ckpt-reads TO ws-log-reads.
	MOVE 0 TO ws-log-writes.
	MOVE ws-ckpt-status TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.
	MOVE "POMSNAP.RPT" TO ws-log-file-name.
	MOVE 0 TO ws-log-reads.
	MOVE ws-report-writes TO ws-log-writes.
	MOVE ws-report-status TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.
	ADD ws-snap-reads ws-cat-reads ws-ckpt-reads TO ws-total-reads.
	ADD ws-snap-writes ws-cat-writes ws-report-writes TO ws-total-writes.
	IF ws-restore-started = "Y"
		MOVE "RSTOR" TO ws-log-event
		MOVE ws-snap-id TO ws-log-file-name
		MOVE ws-snap-reads TO ws-log-reads
		MOVE 0 TO ws-log-writes
		PERFORM VARYING ws-file-idx FROM 1 BY 1 UNTIL ws-file-idx > WS-SNAP-FILES
			ADD ws-sf-writes (ws-file-idx) TO ws-log-writes
		END-PERFORM
		MOVE SPACES TO ws-log-status
		PERFORM WRITE-RUN-RECORD
	END-IF.
	MOVE "END  " TO ws-log-event.
	MOVE SPACES TO ws-log-file-name.
	MOVE ws-total-reads TO ws-log-reads.
	MOVE ws-total-writes TO ws-log-writes.
	MOVE SPACES TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.

WRITE-RUN-RECORD.
	OPEN EXTEND POMRUN-FILE.
	IF ws-runlog-status = "35"
		OPEN OUTPUT POMRUN-FILE
	END-IF.
	IF ws-runlog-status = "00"
		MOVE "POMSNAP " TO RL-PROGRAM-ID
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

SET-UP-FILES.
	MOVE "PLAYERS.DAT" TO ws-sf-live (1).
	MOVE "PLAYERS" TO ws-sf-base (1).
	MOVE "POMXMIT.DAT" TO ws-sf-live (2).
	MOVE "POMXMIT" TO ws-sf-base (2).
	MOVE "POMGMID.DAT" TO ws-sf-live (3).
	MOVE "POMGMID" TO ws-sf-base (3).
	MOVE "POMXSEQ.DAT" TO ws-sf-live (4).
	MOVE "POMXSEQ" TO ws-sf-base (4).
	MOVE "POMAKSEQ.DAT" TO ws-sf-live (5).
	MOVE "POMAKSEQ" TO ws-sf-base (5).
	MOVE "POMCTL.DAT" TO ws-sf-live (6).
	MOVE "POMCTL" TO ws-sf-base (6).
	MOVE "POMROLL.DAT" TO ws-sf-live (7).
	MOVE "POMROLL" TO ws-sf-base (7).
	PERFORM VARYING ws-file-idx FROM 1 BY 1 UNTIL ws-file-idx > WS-SNAP-FILES
		MOVE SPACES TO ws-sf-snap-file (ws-file-idx)
		MOVE 0 TO ws-sf-count (ws-file-idx)
		MOVE 0 TO ws-sf-total (ws-file-idx)
		MOVE 0 TO ws-sf-cat-count (ws-file-idx)
		MOVE 0 TO ws-sf-cat-total (ws-file-idx)
		MOVE 0 TO ws-sf-reads (ws-file-idx)
		MOVE 0 TO ws-sf-writes (ws-file-idx)
		MOVE SPACES TO ws-sf-status (ws-file-idx)
		MOVE SPACES TO ws-sf-result (ws-file-idx)
	END-PERFORM.

LOAD-CATALOG.
	MOVE 0 TO ws-cat-count.
	MOVE "N" TO ws-eof.
	OPEN INPUT POMSNAP-CAT.
	IF ws-cat-status NOT = "00"
		MOVE "Y" TO ws-eof
	END-IF.
	PERFORM UNTIL ws-eof = "Y"
		READ POMSNAP-CAT
			AT END
				MOVE "Y" TO ws-eof
			NOT AT END
				ADD 1 TO ws-cat-reads
				IF ws-cat-count >= WS-MAX-CAT-ENTRIES
					DISPLAY "POMSNAP: POMSNAP.CAT holds more than " WS-MAX-CAT-ENTRIES " entries - run refused"
					CLOSE POMSNAP-CAT
					CLOSE SNAP-REPORT
					MOVE "A" TO ws-run-abend
					PERFORM LOG-RUN-END
					STOP RUN
				END-IF
				ADD 1 TO ws-cat-count
				MOVE SN-SNAP-ID TO ws-ce-snap-id (ws-cat-count)
				MOVE SN-SNAP-TIME TO ws-ce-snap-time (ws-cat-count)
				MOVE SN-LIVE-FILE TO ws-ce-live-file (ws-cat-count)
				MOVE SN-SNAP-FILE TO ws-ce-snap-file (ws-cat-count)
				MOVE SN-RECORD-COUNT TO ws-ce-count (ws-cat-count)
				MOVE SN-CONTROL-TOTAL TO ws-ce-total (ws-cat-count)
				MOVE "N" TO ws-ce-expired (ws-cat-count)
		END-READ
	END-PERFORM.
	IF ws-cat-status = "00" OR ws-cat-status = "10"
		CLOSE POMSNAP-CAT
	END-IF.

TAKE-SNAPSHOT.
	MOVE ws-today TO ws-snap-date.
	MOVE 0 TO ws-snap-seq.
	PERFORM VARYING ws-cat-idx FROM 1 BY 1 UNTIL ws-cat-idx > ws-cat-count
		IF ws-ce-snap-id (ws-cat-idx) (1:8) = ws-snap-date
		AND ws-ce-snap-id (ws-cat-idx) (9:2) > ws-snap-seq
			MOVE ws-ce-snap-id (ws-cat-idx) (9:2) TO ws-snap-seq
		END-IF
	END-PERFORM.
	IF ws-snap-seq >= 99
		DISPLAY "POMSNAP: 99 snapshots already taken today - run refused"
		CLOSE SNAP-REPORT
		MOVE "A" TO ws-run-abend
		PERFORM LOG-RUN-END
		STOP RUN
	END-IF.
	ADD 1 TO ws-snap-seq.
	PERFORM VARYING ws-file-idx FROM 1 BY 1 UNTIL ws-file-idx > WS-SNAP-FILES
		PERFORM SNAP-ONE-FILE
	END-PERFORM.
	PERFORM CATALOG-SNAPSHOT.
	PERFORM EXPIRE-SNAPSHOTS.
	MOVE "Snapshot taken" TO ws-title-text.
	MOVE SPACES TO ws-title-note.
	STRING "taken at " ws-now-time DELIMITED BY SIZE INTO ws-title-note.
	PERFORM PRINT-FILE-SECTION.
	PERFORM PRINT-RETENTION.
	DISPLAY "Snapshot       : " ws-snap-id.
	DISPLAY "Retained       : " ws-retained-count.
	DISPLAY "Expired        : " ws-expire-count.

SNAP-ONE-FILE.
	MOVE SPACES TO ws-snap-file-name.
	STRING ws-sf-base (ws-file-idx) DELIMITED BY SPACE
		"." ws-snap-date ".S" ws-snap-seq DELIMITED BY SIZE
		INTO ws-snap-file-name.
	MOVE ws-snap-file-name TO ws-sf-snap-file (ws-file-idx).
	PERFORM OPEN-LIVE-INPUT.
	MOVE ws-live-status TO ws-sf-status (ws-file-idx).
	IF ws-live-status NOT = "00" AND ws-live-status NOT = "35"
		DISPLAY "POMSNAP: cannot open " ws-sf-live (ws-file-idx) ", status " ws-live-status " - snapshot " ws-snap-id " abandoned"
		CLOSE SNAP-REPORT
		MOVE "A" TO ws-run-abend
		PERFORM LOG-RUN-END
		STOP RUN
	END-IF.
	OPEN OUTPUT SNAP-FILE.
	IF ws-snap-status NOT = "00"
		DISPLAY "POMSNAP: cannot open " ws-snap-file-name ", status " ws-snap-status " - snapshot " ws-snap-id " abandoned"
		IF ws-live-status = "00"
			PERFORM CLOSE-LIVE-FILE
		END-IF
		CLOSE SNAP-REPORT
		MOVE "A" TO ws-run-abend
		PERFORM LOG-RUN-END
		STOP RUN
	END-IF.
	IF ws-live-status = "35"
		MOVE "Y" TO ws-eof
		MOVE "NOT FOUND" TO ws-sf-result (ws-file-idx)
	ELSE
		MOVE "N" TO ws-eof
		MOVE "COPIED" TO ws-sf-result (ws-file-idx)
	END-IF.
	PERFORM UNTIL ws-eof = "Y"
		PERFORM READ-LIVE-RECORD
		IF ws-eof = "N"
			ADD 1 TO ws-sf-reads (ws-file-idx)
			PERFORM PACK-SNAP-RECORD
			WRITE SNAP-RECORD
			IF ws-snap-status NOT = "00"
				DISPLAY "POMSNAP: write failed - " ws-snap-file-name " status " ws-snap-status " - snapshot " ws-snap-id " abandoned"
				CLOSE SNAP-FILE
				PERFORM CLOSE-LIVE-FILE
				CLOSE SNAP-REPORT
				MOVE "A" TO ws-run-abend
				PERFORM LOG-RUN-END
				STOP RUN
			END-IF
			ADD 1 TO ws-snap-writes
			ADD 1 TO ws-sf-count (ws-file-idx)
			PERFORM ADD-CONTROL-TOTAL
		END-IF
	END-PERFORM.
	MOVE ws-live-status TO ws-sf-status (ws-file-idx).
	IF ws-live-status NOT = "35"
		PERFORM CLOSE-LIVE-FILE
	END-IF.
	CLOSE SNAP-FILE.
	MOVE ws-sf-count (ws-file-idx) TO ws-sf-cat-count (ws-file-idx).
	MOVE ws-sf-total (ws-file-idx) TO ws-sf-cat-total (ws-file-idx).

CATALOG-SNAPSHOT.
	OPEN EXTEND POMSNAP-CAT.
	IF ws-cat-status = "35"
		OPEN OUTPUT POMSNAP-CAT
	END-IF.
	IF ws-cat-status NOT = "00"
		DISPLAY "POMSNAP: catalog not written - POMSNAP.CAT status " ws-cat-status " - snapshot " ws-snap-id " not usable"
		CLOSE SNAP-REPORT
		MOVE "A" TO ws-run-abend
		PERFORM LOG-RUN-END
		STOP RUN
	END-IF.
	PERFORM VARYING ws-file-idx FROM 1 BY 1 UNTIL ws-file-idx > WS-SNAP-FILES
		MOVE ws-snap-id TO SN-SNAP-ID
		MOVE ws-now-time TO SN-SNAP-TIME
		MOVE ws-sf-live (ws-file-idx) TO SN-LIVE-FILE
		MOVE ws-sf-snap-file (ws-file-idx) TO SN-SNAP-FILE
		MOVE ws-sf-count (ws-file-idx) TO SN-RECORD-COUNT
		MOVE ws-sf-total (ws-file-idx) TO SN-CONTROL-TOTAL
		WRITE POMSNAP-RECORD
		IF ws-cat-status = "00"
			ADD 1 TO ws-cat-writes
		ELSE
			DISPLAY "POMSNAP: catalog write failed - POMSNAP.CAT status " ws-cat-status
			MOVE "A" TO ws-run-abend
		END-IF
		IF ws-cat-count < WS-MAX-CAT-ENTRIES
			ADD 1 TO ws-cat-count
			MOVE SN-SNAP-ID TO ws-ce-snap-id (ws-cat-count)
			MOVE SN-SNAP-TIME TO ws-ce-snap-time (ws-cat-count)
			MOVE SN-LIVE-FILE TO ws-ce-live-file (ws-cat-count)
			MOVE SN-SNAP-FILE TO ws-ce-snap-file (ws-cat-count)
			MOVE SN-RECORD-COUNT TO ws-ce-count (ws-cat-count)
			MOVE SN-CONTROL-TOTAL TO ws-ce-total (ws-cat-count)
			MOVE "N" TO ws-ce-expired (ws-cat-count)
		END-IF
	END-PERFORM.
	CLOSE POMSNAP-CAT.

EXPIRE-SNAPSHOTS.
	MOVE 0 TO ws-id-count.
	MOVE 0 TO ws-prev-id.
	PERFORM VARYING ws-cat-idx FROM 1 BY 1 UNTIL ws-cat-idx > ws-cat-count
		IF ws-ce-snap-id (ws-cat-idx) NOT = ws-prev-id
			ADD 1 TO ws-id-count
			MOVE ws-ce-snap-id (ws-cat-idx) TO ws-prev-id
		END-IF
	END-PERFORM.
	MOVE ws-id-count TO ws-retained-count.
	IF ws-id-count > WS-SNAP-RETAIN AND ws-run-abend NOT = "A"
		COMPUTE ws-expire-count = ws-id-count - WS-SNAP-RETAIN
		MOVE WS-SNAP-RETAIN TO ws-retained-count
		PERFORM REWRITE-CATALOG
	END-IF.

REWRITE-CATALOG.
	OPEN OUTPUT POMSNAP-CAT.
	IF ws-cat-status NOT = "00"
		DISPLAY "POMSNAP: catalog not rewritten - POMSNAP.CAT status " ws-cat-status " - nothing expired"
		MOVE 0 TO ws-expire-count
		MOVE ws-id-count TO ws-retained-count
	ELSE
		MOVE 0 TO ws-id-ordinal
		MOVE 0 TO ws-prev-id
		PERFORM VARYING ws-cat-idx FROM 1 BY 1 UNTIL ws-cat-idx > ws-cat-count
			IF ws-ce-snap-id (ws-cat-idx) NOT = ws-prev-id
				ADD 1 TO ws-id-ordinal
				MOVE ws-ce-snap-id (ws-cat-idx) TO ws-prev-id
			END-IF
			IF ws-id-ordinal > ws-expire-count
				PERFORM KEEP-CATALOG-ENTRY
			ELSE
				MOVE "Y" TO ws-ce-expired (ws-cat-idx)
				MOVE ws-ce-snap-file (ws-cat-idx) TO ws-snap-file-name
				CALL "CBL_DELETE_FILE" USING ws-snap-file-name
				IF RETURN-CODE NOT = 0
					MOVE "F" TO ws-ce-expired (ws-cat-idx)
					DISPLAY "POMSNAP: expired snapshot file " ws-snap-file-name " not deleted"
					MOVE 0 TO RETURN-CODE
				END-IF
			END-IF
		END-PERFORM
		CLOSE POMSNAP-CAT
	END-IF.

KEEP-CATALOG-ENTRY.
	MOVE ws-ce-snap-id (ws-cat-idx) TO SN-SNAP-ID.
	MOVE ws-ce-snap-time (ws-cat-idx) TO SN-SNAP-TIME.
	MOVE ws-ce-live-file (ws-cat-idx) TO SN-LIVE-FILE.
	MOVE ws-ce-snap-file (ws-cat-idx) TO SN-SNAP-FILE.
	MOVE ws-ce-count (ws-cat-idx) TO SN-RECORD-COUNT.
	MOVE ws-ce-total (ws-cat-idx) TO SN-CONTROL-TOTAL.
	WRITE POMSNAP-RECORD.
	IF ws-cat-status = "00"
		ADD 1 TO ws-cat-writes
	ELSE
		DISPLAY "POMSNAP: catalog write failed - POMSNAP.CAT status " ws-cat-status
		MOVE "A" TO ws-run-abend
	END-IF.

RESTORE-SNAPSHOT.
	IF ws-cat-count = 0
		DISPLAY "POMSNAP: no snapshots catalogued on POMSNAP.CAT - nothing restored"
		CLOSE SNAP-REPORT
		MOVE "A" TO ws-run-abend
		PERFORM LOG-RUN-END
		STOP RUN
	END-IF.
	DISPLAY "Enter snapshot to restore (YYYYMMDDNN, blank for the latest)".
	ACCEPT ws-snap-id-input FROM SYSIN.
	IF ws-snap-id-input = SPACES
		MOVE ws-ce-snap-id (ws-cat-count) TO ws-snap-id
	ELSE
		IF ws-snap-id-input IS NOT NUMERIC
			DISPLAY "POMSNAP: snapshot " ws-snap-id-input " is not a snapshot number - nothing restored"
			CLOSE SNAP-REPORT
			MOVE "A" TO ws-run-abend
			PERFORM LOG-RUN-END
			STOP RUN
		END-IF
		MOVE ws-snap-id-input TO ws-snap-id
	END-IF.
	PERFORM VARYING ws-file-idx FROM 1 BY 1 UNTIL ws-file-idx > WS-SNAP-FILES
		PERFORM FIND-CATALOG-ENTRY
	END-PERFORM.
	PERFORM CHECK-CHECKPOINT.
	MOVE "N" TO ws-verify-failed.
	PERFORM VARYING ws-file-idx FROM 1 BY 1 UNTIL ws-file-idx > WS-SNAP-FILES
		PERFORM VERIFY-ONE-FILE
	END-PERFORM.
	MOVE "Restore of snapshot" TO ws-title-text.
	IF ws-verify-failed = "Y"
		MOVE "failed verification - nothing restored" TO ws-title-note
		PERFORM PRINT-FILE-SECTION
		DISPLAY "POMSNAP: snapshot " ws-snap-id " failed verification - nothing restored"
		CLOSE SNAP-REPORT
		MOVE "A" TO ws-run-abend
		PERFORM LOG-RUN-END
		STOP RUN
	END-IF.
	DISPLAY "Snapshot " ws-snap-id " verified - restore it over the live files? (Y/N)".
	ACCEPT ws-confirm-answer FROM SYSIN.
	IF ws-confirm-answer NOT = "Y" AND ws-confirm-answer NOT = "y"
		MOVE "cancelled - nothing restored" TO ws-title-note
		PERFORM PRINT-FILE-SECTION
		DISPLAY "Restore cancelled - nothing restored"
	ELSE
		MOVE "Y" TO ws-restore-started
		PERFORM VARYING ws-file-idx FROM 1 BY 1 UNTIL ws-file-idx > WS-SNAP-FILES
			PERFORM RESTORE-ONE-FILE
		END-PERFORM
		IF ws-run-abend = "A"
			MOVE "incomplete - rerun the restore" TO ws-title-note
			DISPLAY "POMSNAP: restore of snapshot " ws-snap-id " incomplete - rerun the restore"
		ELSE
			MOVE "restored" TO ws-title-note
			DISPLAY "Snapshot " ws-snap-id " restored"
		END-IF
		PERFORM PRINT-FILE-SECTION
	END-IF.

FIND-CATALOG-ENTRY.
	MOVE "N" TO ws-cat-found.
	PERFORM VARYING ws-cat-idx FROM 1 BY 1 UNTIL ws-cat-idx > ws-cat-count
		IF ws-ce-snap-id (ws-cat-idx) = ws-snap-id-num
		AND ws-ce-live-file (ws-cat-idx) = ws-sf-live (ws-file-idx)
			MOVE "Y" TO ws-cat-found
			MOVE ws-ce-snap-file (ws-cat-idx) TO ws-sf-snap-file (ws-file-idx)
			MOVE ws-ce-count (ws-cat-idx) TO ws-sf-cat-count (ws-file-idx)
			MOVE ws-ce-total (ws-cat-idx) TO ws-sf-cat-total (ws-file-idx)
		END-IF
	END-PERFORM.
	IF ws-cat-found = "N"
		DISPLAY "POMSNAP: snapshot " ws-snap-id " has no catalogued copy of " ws-sf-live (ws-file-idx) " - nothing restored"
		CLOSE SNAP-REPORT
		MOVE "A" TO ws-run-abend
		PERFORM LOG-RUN-END
		STOP RUN
	END-IF.

CHECK-CHECKPOINT.
	OPEN INPUT POMCKPT-FILE.
	IF ws-ckpt-status = "00"
		READ POMCKPT-FILE
			AT END
				CONTINUE
			NOT AT END
				ADD 1 TO ws-ckpt-reads
				DISPLAY "POMSNAP: checkpoint on POMCKPT.DAT shows a game in flight - restore refused"
				CLOSE POMCKPT-FILE
				CLOSE SNAP-REPORT
				MOVE "A" TO ws-run-abend
				PERFORM LOG-RUN-END
				STOP RUN
		END-READ
		CLOSE POMCKPT-FILE
	END-IF.

VERIFY-ONE-FILE.
	MOVE ws-sf-snap-file (ws-file-idx) TO ws-snap-file-name.
	MOVE 0 TO ws-sf-count (ws-file-idx).
	MOVE 0 TO ws-sf-total (ws-file-idx).
	OPEN INPUT SNAP-FILE.
	IF ws-snap-status NOT = "00"
		MOVE "MISSING" TO ws-sf-result (ws-file-idx)
		MOVE "Y" TO ws-verify-failed
	ELSE
		MOVE "N" TO ws-eof
		PERFORM UNTIL ws-eof = "Y"
			READ SNAP-FILE
				AT END
					MOVE "Y" TO ws-eof
				NOT AT END
					ADD 1 TO ws-snap-reads
					ADD 1 TO ws-sf-count (ws-file-idx)
					PERFORM UNPACK-SNAP-RECORD
					PERFORM ADD-CONTROL-TOTAL
			END-READ
		END-PERFORM
		CLOSE SNAP-FILE
		EVALUATE TRUE
			WHEN ws-sf-count (ws-file-idx) NOT = ws-sf-cat-count (ws-file-idx)
				MOVE "COUNT DIFF" TO ws-sf-result (ws-file-idx)
				MOVE "Y" TO ws-verify-failed
			WHEN ws-sf-total (ws-file-idx) NOT = ws-sf-cat-total (ws-file-idx)
				MOVE "TOTAL DIFF" TO ws-sf-result (ws-file-idx)
				MOVE "Y" TO ws-verify-failed
			WHEN OTHER
				MOVE "VERIFIED" TO ws-sf-result (ws-file-idx)
		END-EVALUATE
	END-IF.

RESTORE-ONE-FILE.
	IF ws-run-abend = "A"
		MOVE "NOT RESTORED" TO ws-sf-result (ws-file-idx)
	ELSE
		MOVE ws-sf-snap-file (ws-file-idx) TO ws-snap-file-name
		OPEN INPUT SNAP-FILE
		IF ws-snap-status NOT = "00"
			DISPLAY "POMSNAP: cannot reopen " ws-snap-file-name ", status " ws-snap-status " - " ws-sf-live (ws-file-idx) " left untouched"
			MOVE "NOT RESTORED" TO ws-sf-result (ws-file-idx)
			MOVE "A" TO ws-run-abend
		ELSE
			PERFORM OPEN-LIVE-OUTPUT
			MOVE ws-live-status TO ws-sf-status (ws-file-idx)
			IF ws-live-status NOT = "00"
				DISPLAY "POMSNAP: cannot open " ws-sf-live (ws-file-idx) " for output, status " ws-live-status " - left untouched"
				MOVE "NOT RESTORED" TO ws-sf-result (ws-file-idx)
				MOVE "A" TO ws-run-abend
			ELSE
				PERFORM LOAD-LIVE-FILE
				PERFORM CLOSE-LIVE-FILE
			END-IF
			CLOSE SNAP-FILE
		END-IF
	END-IF.

LOAD-LIVE-FILE.
	MOVE "N" TO ws-eof.
	PERFORM UNTIL ws-eof = "Y"
		READ SNAP-FILE
			AT END
				MOVE "Y" TO ws-eof
			NOT AT END
				ADD 1 TO ws-snap-reads
				PERFORM UNPACK-SNAP-RECORD
				PERFORM WRITE-LIVE-RECORD
				IF ws-live-status = "00"
					ADD 1 TO ws-sf-writes (ws-file-idx)
				ELSE
					DISPLAY "POMSNAP: write failed - " ws-sf-live (ws-file-idx) " status " ws-live-status
					MOVE ws-live-status TO ws-sf-status (ws-file-idx)
					MOVE "A" TO ws-run-abend
					MOVE "Y" TO ws-eof
				END-IF
		END-READ
	END-PERFORM.
	IF ws-sf-writes (ws-file-idx) = ws-sf-cat-count (ws-file-idx)
		MOVE "RESTORED" TO ws-sf-result (ws-file-idx)
	ELSE
		DISPLAY "POMSNAP: " ws-sf-live (ws-file-idx) " restored " ws-sf-writes (ws-file-idx) " of " ws-sf-cat-count (ws-file-idx) " records"
		MOVE "FAILED" TO ws-sf-result (ws-file-idx)
		MOVE "A" TO ws-run-abend
	END-IF.

OPEN-LIVE-INPUT.
	MOVE 0 TO ws-lock-tries.
	PERFORM TRY-OPEN-LIVE-INPUT.
	PERFORM UNTIL (ws-live-status NOT = "61" AND ws-live-status NOT = "93") OR ws-lock-tries >= WS-LOCK-RETRIES
		ADD 1 TO ws-lock-tries
		CALL "C$SLEEP" USING ws-lock-wait
		PERFORM TRY-OPEN-LIVE-INPUT
	END-PERFORM.

TRY-OPEN-LIVE-INPUT.
	EVALUATE ws-file-idx
		WHEN 1
			OPEN INPUT PLAYER-FILE
		WHEN 2
			OPEN INPUT POMXMIT-FILE
		WHEN 3
			OPEN INPUT POMGMID-FILE
		WHEN 4
			OPEN INPUT POMXSEQ-FILE
		WHEN 5
			OPEN INPUT POMAKSEQ-FILE
		WHEN 6
			OPEN INPUT POMCTL-FILE
		WHEN 7
			OPEN INPUT POMROLL-FILE
	END-EVALUATE.

OPEN-LIVE-OUTPUT.
	MOVE 0 TO ws-lock-tries.
	PERFORM TRY-OPEN-LIVE-OUTPUT.
	PERFORM UNTIL (ws-live-status NOT = "61" AND ws-live-status NOT = "93") OR ws-lock-tries >= WS-LOCK-RETRIES
		ADD 1 TO ws-lock-tries
		CALL "C$SLEEP" USING ws-lock-wait
		PERFORM TRY-OPEN-LIVE-OUTPUT
	END-PERFORM.

TRY-OPEN-LIVE-OUTPUT.
	EVALUATE ws-file-idx
		WHEN 1
			OPEN OUTPUT PLAYER-FILE
		WHEN 2
			OPEN OUTPUT POMXMIT-FILE
		WHEN 3
			OPEN OUTPUT POMGMID-FILE
		WHEN 4
			OPEN OUTPUT POMXSEQ-FILE
		WHEN 5
			OPEN OUTPUT POMAKSEQ-FILE
		WHEN 6
			OPEN OUTPUT POMCTL-FILE
		WHEN 7
			OPEN OUTPUT POMROLL-FILE
	END-EVALUATE.

CLOSE-LIVE-FILE.
	EVALUATE ws-file-idx
		WHEN 1
			CLOSE PLAYER-FILE
		WHEN 2
			CLOSE POMXMIT-FILE
		WHEN 3
			CLOSE POMGMID-FILE
		WHEN 4
			CLOSE POMXSEQ-FILE
		WHEN 5
			CLOSE POMAKSEQ-FILE
		WHEN 6
			CLOSE POMCTL-FILE
		WHEN 7
			CLOSE POMROLL-FILE
	END-EVALUATE.

READ-LIVE-RECORD.
	EVALUATE ws-file-idx
		WHEN 1
			READ PLAYER-FILE NEXT RECORD
				AT END
					MOVE "Y" TO ws-eof
			END-READ
		WHEN 2
			READ POMXMIT-FILE
				AT END
					MOVE "Y" TO ws-eof
			END-READ
		WHEN 3
			READ POMGMID-FILE NEXT RECORD
				AT END
					MOVE "Y" TO ws-eof
			END-READ
		WHEN 4
			READ POMXSEQ-FILE
				AT END
					MOVE "Y" TO ws-eof
			END-READ
		WHEN 5
			READ POMAKSEQ-FILE
				AT END
					MOVE "Y" TO ws-eof
			END-READ
		WHEN 6
			READ POMCTL-FILE
				AT END
					MOVE "Y" TO ws-eof
			END-READ
		WHEN 7
			READ POMROLL-FILE NEXT RECORD
				AT END
					MOVE "Y" TO ws-eof
			END-READ
	END-EVALUATE.
	IF ws-eof = "N" AND ws-live-status (1:1) NOT = "0"
		MOVE ws-live-status TO ws-sf-status (ws-file-idx)
		DISPLAY "POMSNAP: read failed - " ws-sf-live (ws-file-idx) " status " ws-live-status " - snapshot " ws-snap-id " abandoned"
		PERFORM CLOSE-LIVE-FILE
		CLOSE SNAP-FILE
		CLOSE SNAP-REPORT
		MOVE "A" TO ws-run-abend
		PERFORM LOG-RUN-END
		STOP RUN
	END-IF.

WRITE-LIVE-RECORD.
	EVALUATE ws-file-idx
		WHEN 1
			WRITE PLAYER-RECORD
		WHEN 2
			WRITE POMXMIT-RECORD
		WHEN 3
			WRITE POMGMID-RECORD
		WHEN 4
			WRITE POMXSEQ-RECORD
		WHEN 5
			WRITE POMAKSEQ-RECORD
		WHEN 6
			WRITE POMCTL-RECORD
		WHEN 7
			WRITE POMROLL-RECORD
	END-EVALUATE.

PACK-SNAP-RECORD.
	EVALUATE ws-file-idx
		WHEN 1
			MOVE PLAYER-RECORD TO SNAP-RECORD
		WHEN 2
			MOVE POMXMIT-RECORD TO SNAP-RECORD
		WHEN 3
			MOVE POMGMID-RECORD TO SNAP-RECORD
		WHEN 4
			MOVE POMXSEQ-RECORD TO SNAP-RECORD
		WHEN 5
			MOVE POMAKSEQ-RECORD TO SNAP-RECORD
		WHEN 6
			MOVE POMCTL-RECORD TO SNAP-RECORD
		WHEN 7
			MOVE POMROLL-RECORD TO SNAP-RECORD
	END-EVALUATE.

UNPACK-SNAP-RECORD.
	EVALUATE ws-file-idx
		WHEN 1
			MOVE SNAP-RECORD TO PLAYER-RECORD
		WHEN 2
			MOVE SNAP-RECORD TO POMXMIT-RECORD
		WHEN 3
			MOVE SNAP-RECORD TO POMGMID-RECORD
		WHEN 4
			MOVE SNAP-RECORD TO POMXSEQ-RECORD
		WHEN 5
			MOVE SNAP-RECORD TO POMAKSEQ-RECORD
		WHEN 6
			MOVE SNAP-RECORD TO POMCTL-RECORD
		WHEN 7
			MOVE SNAP-RECORD TO POMROLL-RECORD
	END-EVALUATE.

ADD-CONTROL-TOTAL.
	EVALUATE ws-file-idx
		WHEN 1
			IF PM-GAMES-PLAYED IS NUMERIC
				ADD PM-GAMES-PLAYED TO ws-sf-total (ws-file-idx)
			END-IF
		WHEN 2
			IF XM-AMOUNT IS NUMERIC
				ADD XM-AMOUNT TO ws-sf-total (ws-file-idx)
			END-IF
		WHEN 3
			IF GI-LAST-GAME-ID IS NUMERIC
				ADD GI-LAST-GAME-ID TO ws-sf-total (ws-file-idx)
			END-IF
		WHEN 4
			IF XQ-LAST-XMIT-NO IS NUMERIC
				ADD XQ-LAST-XMIT-NO TO ws-sf-total (ws-file-idx)
			END-IF
		WHEN 5
			IF AQ-LAST-XMIT-NO IS NUMERIC
				ADD AQ-LAST-XMIT-NO TO ws-sf-total (ws-file-idx)
			END-IF
		WHEN 6
			IF CTL-EFFECTIVE-DATE IS NUMERIC
				ADD CTL-EFFECTIVE-DATE TO ws-sf-total (ws-file-idx)
			END-IF
		WHEN 7
			IF RU-GAMES IS NUMERIC
				ADD RU-GAMES TO ws-sf-total (ws-file-idx)
			END-IF
	END-EVALUATE.

PRINT-FILE-SECTION.
	MOVE SPACES TO SNAP-LINE.
	WRITE SNAP-LINE.
	ADD 1 TO ws-report-writes.
	MOVE ws-snap-id TO ws-title-id.
	WRITE SNAP-LINE FROM ws-title-line.
	ADD 1 TO ws-report-writes.
	WRITE SNAP-LINE FROM ws-column-heading.
	ADD 1 TO ws-report-writes.
	PERFORM VARYING ws-file-idx FROM 1 BY 1 UNTIL ws-file-idx > WS-SNAP-FILES
		MOVE ws-sf-live (ws-file-idx) TO ws-det-file
		MOVE ws-sf-snap-file (ws-file-idx) TO ws-det-snap-file
		MOVE ws-sf-cat-count (ws-file-idx) TO ws-det-count
		MOVE ws-sf-cat-total (ws-file-idx) TO ws-det-total
		MOVE ws-sf-result (ws-file-idx) TO ws-det-result
		WRITE SNAP-LINE FROM ws-detail-line
		ADD 1 TO ws-report-writes
	END-PERFORM.

PRINT-RETENTION.
	MOVE SPACES TO SNAP-LINE.
	WRITE SNAP-LINE.
	ADD 1 TO ws-report-writes.
	MOVE "Snapshots retained" TO ws-tot-label.
	MOVE ws-retained-count TO ws-tot-count.
	WRITE SNAP-LINE FROM ws-total-line.
	ADD 1 TO ws-report-writes.
	MOVE "Snapshots expired" TO ws-tot-label.
	MOVE ws-expire-count TO ws-tot-count.
	WRITE SNAP-LINE FROM ws-total-line.
	ADD 1 TO ws-report-writes.
	PERFORM VARYING ws-cat-idx FROM 1 BY 1 UNTIL ws-cat-idx > ws-cat-count
		IF ws-ce-expired (ws-cat-idx) NOT = "N"
			MOVE ws-ce-snap-id (ws-cat-idx) TO ws-exp-id
			MOVE ws-ce-snap-file (ws-cat-idx) TO ws-exp-file
			IF ws-ce-expired (ws-cat-idx) = "Y"
				MOVE "deleted" TO ws-exp-note
			ELSE
				MOVE "not deleted" TO ws-exp-note
			END-IF
			WRITE SNAP-LINE FROM ws-expired-line
			ADD 1 TO ws-report-writes
		END-IF
	END-PERFORM.
