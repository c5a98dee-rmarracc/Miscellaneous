IDENTIFICATION DIVISION.
	PROGRAM-ID. POMCHRK.

ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT POMCHAL-FILE ASSIGN TO "POMCHAL.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ws-chal-status.
		SELECT RANK-REPORT ASSIGN TO "POMCHRK.RPT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ws-report-status.
		SELECT POMRUN-FILE ASSIGN TO "POMRUN.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ws-runlog-status.

DATA DIVISION.
	FILE SECTION.

	FD  POMCHAL-FILE.
	COPY "pomchal.cpy".

	FD  RANK-REPORT.
	01 RANK-LINE PIC X(80).

	FD  POMRUN-FILE.
	COPY "runlog.cpy".

	WORKING-STORAGE SECTION.

	78 WS-MAX-PLAYERS VALUE 1000.
	78 WS-LOCK-RETRIES VALUE 30.
	77 ws-chal-status PIC XX VALUE SPACES.
	77 ws-report-status PIC XX VALUE SPACES.
	77 ws-lock-tries PIC 9(3).
	77 ws-lock-wait PIC 9(4) COMP VALUE 1.
	77 ws-eof PIC X VALUE "N".
	77 ws-report-date PIC 9(8).
	77 ws-challenge-date PIC 9(8) VALUE 0.
	77 ws-date-input PIC X(8).
	77 ws-date-int PIC 9(8).
	77 ws-player-count PIC 9(4) VALUE 0.
	77 ws-idx PIC 9(4).
	77 ws-jdx PIC 9(4).
	77 ws-slot PIC 9(4).
	77 ws-swapped PIC X.
	77 ws-rank PIC 9(4).
	77 ws-best-attempts PIC 9(3) VALUE 0.
	77 ws-winner-count PIC 9(4) VALUE 0.
	77 ws-solved-count PIC 9(4) VALUE 0.
	77 ws-unsolved-count PIC 9(4) VALUE 0.
	77 ws-open-count PIC 9(4) VALUE 0.
	77 ws-chal-reads PIC 9(7) VALUE 0.
	77 ws-report-writes PIC 9(7) VALUE 0.
	77 ws-runlog-status PIC XX VALUE SPACES.
	77 ws-run-abend PIC X VALUE "N".
	77 ws-log-event PIC X(5).
	77 ws-log-file-name PIC X(12).
	77 ws-log-reads PIC 9(7).
	77 ws-log-writes PIC 9(7).
	77 ws-log-status PIC XX VALUE SPACES.

	01 ws-rank-table.
		05 ws-rank-entry OCCURS WS-MAX-PLAYERS TIMES.
			10 ws-rk-class PIC 9(1).
			10 ws-rk-attempts PIC 9(3).
			10 ws-rk-timestamp PIC 9(14).
			10 ws-rk-player-id PIC X(10).
			10 ws-rk-game-id PIC 9(12).
	01 ws-rank-hold.
		05 ws-hold-class PIC 9(1).
		05 ws-hold-attempts PIC 9(3).
		05 ws-hold-timestamp PIC 9(14).
		05 ws-hold-player-id PIC X(10).
		05 ws-hold-game-id PIC 9(12).
	01 ws-time-split.
		05 ws-ts-date PIC 9(8).
		05 ws-ts-time PIC 9(6).

	01 ws-heading-1.
		05 FILLER PIC X(42) VALUE "POM daily challenge ranking - run date ".
		05 ws-head-date PIC 9999/99/99.
	01 ws-heading-2.
		05 FILLER PIC X(18) VALUE "Challenge date : ".
		05 ws-head-challenge PIC 9999/99/99.
	01 ws-section-heading.
		05 ws-sec-title PIC X(50).
	01 ws-column-heading.
		05 FILLER PIC X(60) VALUE "RANK  PLAYER ID   GAME ID       ATTEMPTS  TIME      RESULT".
	01 ws-detail-line.
		05 ws-det-rank PIC ZZZ9.
		05 FILLER PIC X(2) VALUE SPACES.
		05 ws-det-player-id PIC X(10).
		05 FILLER PIC X(2) VALUE SPACES.
		05 ws-det-game-id PIC 9(12).
		05 FILLER PIC X(5) VALUE SPACES.
		05 ws-det-attempts PIC ZZ9.
		05 FILLER PIC X(2) VALUE SPACES.
		05 ws-det-time PIC 99B99B99.
		05 FILLER PIC X(2) VALUE SPACES.
		05 ws-det-result PIC X(12).
	01 ws-total-line.
		05 ws-tot-label PIC X(28).
		05 ws-tot-count PIC ZZZ9.

PROCEDURE DIVISION.
	PERFORM LOG-RUN-START.
	DISPLAY "POM daily challenge ranking".
	MOVE FUNCTION CURRENT-DATE (1:8) TO ws-report-date.
	PERFORM GET-CHALLENGE-DATE.
	PERFORM LOAD-RESULTS.
	PERFORM SORT-RESULTS.
	PERFORM PRINT-REPORT.
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
	MOVE "POMCHAL" TO ws-log-file-name.
	MOVE ws-chal-reads TO ws-log-reads.
	MOVE 0 TO ws-log-writes.
	MOVE ws-chal-status TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.
	MOVE "POMCHRK.RPT" TO ws-log-file-name.
	MOVE 0 TO ws-log-reads.
	MOVE ws-report-writes TO ws-log-writes.
	MOVE ws-report-status TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.
	MOVE "END  " TO ws-log-event.
	MOVE SPACES TO ws-log-file-name.
	MOVE ws-chal-reads TO ws-log-reads.
	MOVE ws-report-writes TO ws-log-writes.
	MOVE SPACES TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.

WRITE-RUN-RECORD.
	OPEN EXTEND POMRUN-FILE.
	IF ws-runlog-status = "35"
		OPEN OUTPUT POMRUN-FILE
	END-IF.
	IF ws-runlog-status = "00"
		MOVE "POMCHRK " TO RL-PROGRAM-ID
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

GET-CHALLENGE-DATE.
	ACCEPT ws-date-input FROM COMMAND-LINE.
	IF ws-date-input IS NUMERIC AND ws-date-input NOT = "00000000"
		MOVE ws-date-input TO ws-challenge-date
	ELSE
		PERFORM FIND-LATEST-CHALLENGE
		IF ws-challenge-date = 0
			COMPUTE ws-date-int = FUNCTION INTEGER-OF-DATE (ws-report-date) - 1
			COMPUTE ws-challenge-date = FUNCTION DATE-OF-INTEGER (ws-date-int)
		END-IF
	END-IF.
	MOVE ws-challenge-date TO ws-head-challenge.
	DISPLAY "Ranking challenge date " ws-head-challenge.

FIND-LATEST-CHALLENGE.
	MOVE "N" TO ws-eof.
	PERFORM OPEN-CHALLENGE-FILE.
	PERFORM UNTIL ws-eof = "Y"
		READ POMCHAL-FILE
			AT END
				MOVE "Y" TO ws-eof
			NOT AT END
				ADD 1 TO ws-chal-reads
				IF CH-CHALLENGE-DATE IS NUMERIC
				AND CH-CHALLENGE-DATE <= ws-report-date
				AND CH-CHALLENGE-DATE > ws-challenge-date
					MOVE CH-CHALLENGE-DATE TO ws-challenge-date
				END-IF
		END-READ
	END-PERFORM.
	IF ws-chal-status = "00" OR ws-chal-status = "10"
		CLOSE POMCHAL-FILE
	END-IF.

OPEN-CHALLENGE-FILE.
	MOVE 0 TO ws-lock-tries.
	OPEN INPUT POMCHAL-FILE.
	PERFORM UNTIL (ws-chal-status NOT = "61" AND ws-chal-status NOT = "93") OR ws-lock-tries >= WS-LOCK-RETRIES
		ADD 1 TO ws-lock-tries
		CALL "C$SLEEP" USING ws-lock-wait
		OPEN INPUT POMCHAL-FILE
	END-PERFORM.
	IF ws-chal-status NOT = "00"
		IF ws-chal-status NOT = "35"
			DISPLAY "POMCHRK: cannot open POMCHAL.DAT, status " ws-chal-status
			MOVE "A" TO ws-run-abend
		END-IF
		MOVE "Y" TO ws-eof
	END-IF.

LOAD-RESULTS.
	MOVE "N" TO ws-eof.
	PERFORM OPEN-CHALLENGE-FILE.
	PERFORM UNTIL ws-eof = "Y"
		READ POMCHAL-FILE
			AT END
				MOVE "Y" TO ws-eof
			NOT AT END
				ADD 1 TO ws-chal-reads
				IF CH-CHALLENGE-DATE = ws-challenge-date
					PERFORM TALLY-RESULT
				END-IF
		END-READ
	END-PERFORM.
	IF ws-chal-status = "00" OR ws-chal-status = "10"
		CLOSE POMCHAL-FILE
	END-IF.

TALLY-RESULT.
	MOVE 0 TO ws-slot.
	PERFORM VARYING ws-idx FROM 1 BY 1 UNTIL ws-idx > ws-player-count
		IF ws-slot = 0 AND ws-rk-player-id (ws-idx) = CH-PLAYER-ID
			MOVE ws-idx TO ws-slot
		END-IF
	END-PERFORM.
	IF ws-slot = 0
		IF ws-player-count < WS-MAX-PLAYERS
			ADD 1 TO ws-player-count
			MOVE ws-player-count TO ws-slot
			MOVE CH-PLAYER-ID TO ws-rk-player-id (ws-slot)
			MOVE 3 TO ws-rk-class (ws-slot)
			MOVE 0 TO ws-rk-attempts (ws-slot)
			MOVE CH-TIMESTAMP TO ws-rk-timestamp (ws-slot)
			MOVE CH-GAME-ID TO ws-rk-game-id (ws-slot)
		ELSE
			DISPLAY "POMCHRK: ranking table full, player " CH-PLAYER-ID " dropped"
		END-IF
	END-IF.
	IF ws-slot > 0
		EVALUATE CH-OUTCOME
			WHEN "WIN "
				MOVE 1 TO ws-rk-class (ws-slot)
				MOVE CH-ATTEMPTS TO ws-rk-attempts (ws-slot)
				MOVE CH-TIMESTAMP TO ws-rk-timestamp (ws-slot)
				MOVE CH-GAME-ID TO ws-rk-game-id (ws-slot)
			WHEN "LOSS"
				MOVE 2 TO ws-rk-class (ws-slot)
				MOVE CH-ATTEMPTS TO ws-rk-attempts (ws-slot)
				MOVE CH-TIMESTAMP TO ws-rk-timestamp (ws-slot)
				MOVE CH-GAME-ID TO ws-rk-game-id (ws-slot)
			WHEN OTHER
				CONTINUE
		END-EVALUATE
	END-IF.

SORT-RESULTS.
	IF ws-player-count < 2
		CONTINUE
	ELSE
		MOVE "Y" TO ws-swapped
		PERFORM UNTIL ws-swapped = "N"
			MOVE "N" TO ws-swapped
			PERFORM VARYING ws-idx FROM 1 BY 1 UNTIL ws-idx >= ws-player-count
				COMPUTE ws-jdx = ws-idx + 1
				IF ws-rk-class (ws-jdx) < ws-rk-class (ws-idx)
				OR (ws-rk-class (ws-jdx) = ws-rk-class (ws-idx)
					AND ws-rk-attempts (ws-jdx) < ws-rk-attempts (ws-idx))
				OR (ws-rk-class (ws-jdx) = ws-rk-class (ws-idx)
					AND ws-rk-attempts (ws-jdx) = ws-rk-attempts (ws-idx)
					AND ws-rk-timestamp (ws-jdx) < ws-rk-timestamp (ws-idx))
					MOVE ws-rank-entry (ws-idx) TO ws-rank-hold
					MOVE ws-rank-entry (ws-jdx) TO ws-rank-entry (ws-idx)
					MOVE ws-rank-hold TO ws-rank-entry (ws-jdx)
					MOVE "Y" TO ws-swapped
				END-IF
			END-PERFORM
		END-PERFORM
	END-IF.

PRINT-REPORT.
	OPEN OUTPUT RANK-REPORT.
	IF ws-report-status NOT = "00"
		DISPLAY "POMCHRK: cannot open POMCHRK.RPT, status " ws-report-status
		MOVE "A" TO ws-run-abend
		PERFORM LOG-RUN-END
		STOP RUN
	END-IF.
	MOVE ws-report-date TO ws-head-date.
	MOVE ws-challenge-date TO ws-head-challenge.
	WRITE RANK-LINE FROM ws-heading-1.
	ADD 1 TO ws-report-writes.
	WRITE RANK-LINE FROM ws-heading-2.
	ADD 1 TO ws-report-writes.
	IF ws-player-count > 0 AND ws-rk-class (1) = 1
		MOVE ws-rk-attempts (1) TO ws-best-attempts
	END-IF.
	MOVE "Winners of the day" TO ws-sec-title.
	PERFORM PRINT-SECTION-HEADING.
	PERFORM VARYING ws-rank FROM 1 BY 1 UNTIL ws-rank > ws-player-count
		IF ws-rk-class (ws-rank) = 1 AND ws-rk-attempts (ws-rank) = ws-best-attempts
			ADD 1 TO ws-winner-count
			PERFORM PRINT-ONE-RESULT
		END-IF
	END-PERFORM.
	IF ws-winner-count = 0
		MOVE "  no player solved the challenge" TO RANK-LINE
		WRITE RANK-LINE
		ADD 1 TO ws-report-writes
	END-IF.
	MOVE "Full ranking" TO ws-sec-title.
	PERFORM PRINT-SECTION-HEADING.
	PERFORM VARYING ws-rank FROM 1 BY 1 UNTIL ws-rank > ws-player-count
		EVALUATE ws-rk-class (ws-rank)
			WHEN 1
				ADD 1 TO ws-solved-count
			WHEN 2
				ADD 1 TO ws-unsolved-count
			WHEN OTHER
				ADD 1 TO ws-open-count
		END-EVALUATE
		PERFORM PRINT-ONE-RESULT
	END-PERFORM.
	IF ws-player-count = 0
		MOVE "  nobody played the challenge" TO RANK-LINE
		WRITE RANK-LINE
		ADD 1 TO ws-report-writes
	END-IF.
	PERFORM PRINT-TOTALS.
	CLOSE RANK-REPORT.
	DISPLAY "Challenge ranking written to POMCHRK.RPT (" ws-player-count " players)".

PRINT-SECTION-HEADING.
	MOVE SPACES TO RANK-LINE.
	WRITE RANK-LINE.
	ADD 1 TO ws-report-writes.
	WRITE RANK-LINE FROM ws-section-heading.
	ADD 1 TO ws-report-writes.
	WRITE RANK-LINE FROM ws-column-heading.
	ADD 1 TO ws-report-writes.

PRINT-ONE-RESULT.
	MOVE ws-rank TO ws-det-rank.
	MOVE ws-rk-player-id (ws-rank) TO ws-det-player-id.
	MOVE ws-rk-game-id (ws-rank) TO ws-det-game-id.
	MOVE ws-rk-attempts (ws-rank) TO ws-det-attempts.
	MOVE ws-rk-timestamp (ws-rank) TO ws-time-split.
	MOVE ws-ts-time TO ws-det-time.
	INSPECT ws-det-time REPLACING ALL " " BY ":".
	EVALUATE ws-rk-class (ws-rank)
		WHEN 1
			MOVE "solved" TO ws-det-result
		WHEN 2
			MOVE "not solved" TO ws-det-result
		WHEN OTHER
			MOVE "unfinished" TO ws-det-result
	END-EVALUATE.
	WRITE RANK-LINE FROM ws-detail-line.
	ADD 1 TO ws-report-writes.

PRINT-TOTALS.
	MOVE SPACES TO RANK-LINE.
	WRITE RANK-LINE.
	ADD 1 TO ws-report-writes.
	MOVE "Players in challenge" TO ws-tot-label.
	MOVE ws-player-count TO ws-tot-count.
	WRITE RANK-LINE FROM ws-total-line.
	ADD 1 TO ws-report-writes.
	MOVE "Solved" TO ws-tot-label.
	MOVE ws-solved-count TO ws-tot-count.
	WRITE RANK-LINE FROM ws-total-line.
	ADD 1 TO ws-report-writes.
	MOVE "Not solved" TO ws-tot-label.
	MOVE ws-unsolved-count TO ws-tot-count.
	WRITE RANK-LINE FROM ws-total-line.
	ADD 1 TO ws-report-writes.
	MOVE "Unfinished" TO ws-tot-label.
	MOVE ws-open-count TO ws-tot-count.
	WRITE RANK-LINE FROM ws-total-line.
	ADD 1 TO ws-report-writes.
	MOVE "Winners" TO ws-tot-label.
	MOVE ws-winner-count TO ws-tot-count.
	WRITE RANK-LINE FROM ws-total-line.
	ADD 1 TO ws-report-writes.
