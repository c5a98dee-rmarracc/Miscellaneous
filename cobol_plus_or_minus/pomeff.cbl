IDENTIFICATION DIVISION.
	PROGRAM-ID. POMEFF.

ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT POMARCH-CAT ASSIGN TO "POMARCH.CAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ws-arcat-status.
		SELECT GAMEHIST-FILE ASSIGN TO DYNAMIC ws-game-file-name
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ws-gamehist-status.
		SELECT GUESSLOG-FILE ASSIGN TO DYNAMIC ws-guess-file-name
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ws-guesslog-status.
		SELECT POMCTL-FILE ASSIGN TO "POMCTL.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ws-ctl-status.
		SELECT GAME-WORK ASSIGN TO "POMEFFG.IDX"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS EG-GAME-ID
			FILE STATUS IS ws-game-work-status.
		SELECT GUESS-WORK ASSIGN TO "POMEFFW.IDX"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS EW-KEY
			FILE STATUS IS ws-guess-work-status.
		SELECT RESULT-WORK ASSIGN TO "POMEFFR.IDX"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS ER-KEY
			FILE STATUS IS ws-result-work-status.
		SELECT EFF-REPORT ASSIGN TO "POMEFF.RPT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ws-report-status.
		SELECT PERFECT-REPORT ASSIGN TO "POMEFFP.RPT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ws-perfect-status.
		SELECT POMRUN-FILE ASSIGN TO "POMRUN.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ws-runlog-status.

DATA DIVISION.
	FILE SECTION.

	FD  POMARCH-CAT.
	COPY "pomarcat.cpy".

	FD  GAMEHIST-FILE.
	COPY "gamehist.cpy".

	FD  GUESSLOG-FILE.
	COPY "guesslog.cpy".

	FD  POMCTL-FILE.
	COPY "pomctl.cpy".

	FD  GAME-WORK.
	01 GAMEWK-RECORD.
		05 EG-GAME-ID PIC 9(12).
		05 EG-PLAYER-ID PIC X(10).
		05 EG-DATE PIC 9(8).
		05 EG-UPPER PIC 9(3).
		05 EG-OUTCOME PIC X(4).

	FD  GUESS-WORK.
	01 GUESSWK-RECORD.
		05 EW-KEY.
			10 EW-GAME-ID PIC 9(12).
			10 EW-ATTEMPT PIC 9(3).
		05 EW-NB PIC 9(3).
		05 EW-VERDICT PIC X(4).
		05 EW-PLAYER-ID PIC X(10).
		05 EW-DATE PIC 9(8).
		05 EW-UPPER PIC 9(3).
		05 EW-OUTCOME PIC X(4).

	FD  RESULT-WORK.
	01 RESULTWK-RECORD.
		05 ER-KEY.
			10 ER-PLAYER-ID PIC X(10).
			10 ER-GAME-ID PIC 9(12).
		05 ER-DATE PIC 9(8).
		05 ER-GUESSES PIC 9(3).
		05 ER-WASTED PIC 9(3).
		05 ER-SCORE PIC 9(3)V99.
		05 ER-PERFECT PIC X.

	FD  EFF-REPORT.
	01 EFF-LINE PIC X(100).

	FD  PERFECT-REPORT.
	01 PERFECT-LINE PIC X(100).

	FD  POMRUN-FILE.
	COPY "runlog.cpy".

	WORKING-STORAGE SECTION.

	78 WS-MAX-GENS VALUE 200.
	78 WS-MAX-CTL-SETS VALUE 100.
	78 WS-MAX-PLAYERS VALUE 1000.
	78 WS-LOCK-RETRIES VALUE 30.
	78 WS-DEFAULT-PERIOD-DAYS VALUE 30.
	78 WS-DEFAULT-UPPER VALUE 100.
	78 WS-MIN-TREND-GAMES VALUE 4.
	78 WS-MIN-PERFECT-GUESSES VALUE 3.
	77 ws-arcat-status PIC XX VALUE SPACES.
	77 ws-gamehist-status PIC XX VALUE SPACES.
	77 ws-guesslog-status PIC XX VALUE SPACES.
	77 ws-ctl-status PIC XX VALUE SPACES.
	77 ws-game-work-status PIC XX VALUE SPACES.
	77 ws-guess-work-status PIC XX VALUE SPACES.
	77 ws-result-work-status PIC XX VALUE SPACES.
	77 ws-report-status PIC XX VALUE SPACES.
	77 ws-perfect-status PIC XX VALUE SPACES.
	77 ws-game-file-name PIC X(21).
	77 ws-guess-file-name PIC X(21).
	77 ws-lock-tries PIC 9(3).
	77 ws-lock-wait PIC 9(4) COMP VALUE 1.
	77 ws-eof PIC X.
	77 ws-ctl-eof PIC X.
	77 ws-date-input PIC X(8).
	77 ws-today PIC 9(8).
	77 ws-today-int PIC 9(7).
	77 ws-start-int PIC 9(7).
	77 ws-period-start PIC 9(8).
	77 ws-period-end PIC 9(8).
	77 ws-game-date PIC 9(8).
	77 ws-game-upper PIC 9(3).
	77 ws-ctl-best-date PIC 9(8).
	77 ws-ctl-count PIC 9(3) VALUE 0.
	77 ws-ctl-idx PIC 9(3).
	77 ws-gen-count PIC 9(3) VALUE 0.
	77 ws-gen-idx PIC 9(3).
	77 ws-idx PIC 9(5).
	77 ws-slot PIC 9(5).
	77 ws-player-count PIC 9(5) VALUE 0.
	77 ws-current-game PIC 9(12).
	77 ws-range-low PIC 9(4).
	77 ws-range-high PIC 9(4).
	77 ws-mid-low PIC 9(4).
	77 ws-mid-high PIC 9(4).
	77 ws-deviation PIC 9(4).
	77 ws-guess-score PIC S9(5)V99.
	77 ws-game-guesses PIC 9(3).
	77 ws-game-wasted PIC 9(3).
	77 ws-game-score-sum PIC 9(7)V99.
	77 ws-game-perfect PIC X.
	77 ws-game-player-id PIC X(10).
	77 ws-game-played-date PIC 9(8).
	77 ws-game-bound PIC 9(3).
	77 ws-game-outcome PIC X(4).
	77 ws-current-player PIC X(10).
	77 ws-ply-slot PIC 9(5).
	77 ws-ply-half PIC 9(5).
	77 ws-ply-seen PIC 9(5).
	77 ws-ply-games PIC 9(5).
	77 ws-ply-guesses PIC 9(7).
	77 ws-ply-wasted PIC 9(7).
	77 ws-ply-perfect PIC 9(5).
	77 ws-ply-score-sum PIC 9(7)V99.
	77 ws-ply-first-games PIC 9(5).
	77 ws-ply-second-games PIC 9(5).
	77 ws-ply-sum-first PIC 9(7)V99.
	77 ws-ply-sum-second PIC 9(7)V99.
	77 ws-avg PIC 9(4)V99.
	77 ws-avg-first PIC 9(3)V99.
	77 ws-avg-second PIC 9(3)V99.
	77 ws-total-games PIC 9(7) VALUE 0.
	77 ws-total-guesses PIC 9(9) VALUE 0.
	77 ws-total-wasted PIC 9(9) VALUE 0.
	77 ws-total-score-sum PIC 9(9)V99 VALUE 0.
	77 ws-perfect-count PIC 9(7) VALUE 0.
	77 ws-players-reported PIC 9(5) VALUE 0.
	77 ws-unmatched-count PIC 9(7) VALUE 0.
	77 ws-duplicate-count PIC 9(7) VALUE 0.
	77 ws-arcat-reads PIC 9(7) VALUE 0.
	77 ws-gamehist-reads PIC 9(7) VALUE 0.
	77 ws-guesslog-reads PIC 9(7) VALUE 0.
	77 ws-ctl-reads PIC 9(7) VALUE 0.
	77 ws-game-work-writes PIC 9(7) VALUE 0.
	77 ws-guess-work-writes PIC 9(7) VALUE 0.
	77 ws-result-work-writes PIC 9(7) VALUE 0.
	77 ws-report-writes PIC 9(7) VALUE 0.
	77 ws-perfect-writes PIC 9(7) VALUE 0.
	77 ws-runlog-status PIC XX VALUE SPACES.
	77 ws-run-abend PIC X VALUE "N".
	77 ws-log-event PIC X(5).
	77 ws-log-file-name PIC X(12).
	77 ws-log-reads PIC 9(7).
	77 ws-log-writes PIC 9(7).
	77 ws-log-status PIC XX VALUE SPACES.

	01 ws-gen-table.
		05 ws-gen-entry OCCURS WS-MAX-GENS TIMES.
			10 ws-gen-game-file PIC X(21).
			10 ws-gen-guess-file PIC X(21).
	01 ws-ctl-table.
		05 ws-ctl-entry OCCURS WS-MAX-CTL-SETS TIMES.
			10 ws-cs-date PIC 9(8).
			10 ws-cs-upper PIC 9(3).
	01 ws-player-table.
		05 ws-player-entry OCCURS WS-MAX-PLAYERS TIMES.
			10 ws-pt-id PIC X(10).
			10 ws-pt-games PIC 9(5).

	01 ws-heading-1.
		05 FILLER PIC X(46) VALUE "POM guess-strategy efficiency - run date ".
		05 ws-head-date PIC 9999/99/99.
	01 ws-perfect-heading-1.
		05 FILLER PIC X(46) VALUE "POM perfect-halving games - run date ".
		05 ws-perfect-head-date PIC 9999/99/99.
	01 ws-period-line.
		05 FILLER PIC X(12) VALUE "Period    : ".
		05 ws-per-start PIC 9999/99/99.
		05 FILLER PIC X(4) VALUE " to ".
		05 ws-per-end PIC 9999/99/99.
	01 ws-column-heading.
		05 FILLER PIC X(44) VALUE "PLAYER ID   GAMES  GUESS/G  WASTED  WASTE/G ".
		05 FILLER PIC X(43) VALUE "  EFF %   EARLY    LATE  TREND      PERFECT".
	01 ws-player-line.
		05 ws-pl-id PIC X(10).
		05 FILLER PIC X(2) VALUE SPACES.
		05 ws-pl-games PIC ZZZZ9.
		05 FILLER PIC X(2) VALUE SPACES.
		05 ws-pl-avg-guesses PIC ZZZ9.99.
		05 FILLER PIC X(2) VALUE SPACES.
		05 ws-pl-wasted PIC ZZZZZ9.
		05 FILLER PIC X(2) VALUE SPACES.
		05 ws-pl-avg-wasted PIC ZZZ9.99.
		05 FILLER PIC X(2) VALUE SPACES.
		05 ws-pl-avg-score PIC ZZ9.99.
		05 FILLER PIC X(2) VALUE SPACES.
		05 ws-pl-early PIC ZZ9.99.
		05 FILLER PIC X(2) VALUE SPACES.
		05 ws-pl-late PIC ZZ9.99.
		05 FILLER PIC X(2) VALUE SPACES.
		05 ws-pl-trend PIC X(9).
		05 FILLER PIC X(2) VALUE SPACES.
		05 ws-pl-perfect PIC ZZZZZZ9.
	01 ws-perfect-column-heading.
		05 FILLER PIC X(61) VALUE "GAME ID       PLAYER ID   PLAYED      BOUND  GUESSES  OUTCOME".
	01 ws-perfect-line.
		05 ws-pf-game-id PIC 9(12).
		05 FILLER PIC X(2) VALUE SPACES.
		05 ws-pf-player-id PIC X(10).
		05 FILLER PIC X(2) VALUE SPACES.
		05 ws-pf-date PIC 9999/99/99.
		05 FILLER PIC X(2) VALUE SPACES.
		05 ws-pf-upper PIC ZZZZ9.
		05 FILLER PIC X(2) VALUE SPACES.
		05 ws-pf-guesses PIC ZZZZZZ9.
		05 FILLER PIC X(2) VALUE SPACES.
		05 ws-pf-outcome PIC X(4).
	01 ws-total-line.
		05 ws-tot-label PIC X(28).
		05 ws-tot-count PIC ZZZZZZZZ9.
	01 ws-average-line.
		05 ws-avg-label PIC X(28).
		05 ws-avg-value PIC ZZZZZ9.99.

PROCEDURE DIVISION.
	PERFORM LOG-RUN-START.
	DISPLAY "POM guess-strategy efficiency analysis".
	MOVE FUNCTION CURRENT-DATE (1:8) TO ws-today.
	PERFORM GET-PERIOD.
	PERFORM LOAD-CONTROL-SETS.
	PERFORM LOAD-CATALOG.
	OPEN OUTPUT GAME-WORK.
	IF ws-game-work-status NOT = "00"
		DISPLAY "POMEFF: cannot open POMEFFG.IDX, status " ws-game-work-status
		MOVE "A" TO ws-run-abend
		PERFORM LOG-RUN-END
		STOP RUN
	END-IF.
	PERFORM SCAN-GAME-FILES.
	CLOSE GAME-WORK.
	OPEN INPUT GAME-WORK.
	IF ws-game-work-status NOT = "00"
		DISPLAY "POMEFF: cannot reopen POMEFFG.IDX, status " ws-game-work-status
		MOVE "A" TO ws-run-abend
		PERFORM LOG-RUN-END
		STOP RUN
	END-IF.
	OPEN OUTPUT GUESS-WORK.
	IF ws-guess-work-status NOT = "00"
		DISPLAY "POMEFF: cannot open POMEFFW.IDX, status " ws-guess-work-status
		MOVE "A" TO ws-run-abend
		PERFORM LOG-RUN-END
		STOP RUN
	END-IF.
	PERFORM SCAN-GUESS-FILES.
	CLOSE GUESS-WORK.
	CLOSE GAME-WORK.
	OPEN OUTPUT PERFECT-REPORT.
	IF ws-perfect-status NOT = "00"
		DISPLAY "POMEFF: cannot open POMEFFP.RPT, status " ws-perfect-status
		MOVE "A" TO ws-run-abend
		PERFORM LOG-RUN-END
		STOP RUN
	END-IF.
	PERFORM PRINT-PERFECT-HEADINGS.
	OPEN OUTPUT RESULT-WORK.
	IF ws-result-work-status NOT = "00"
		DISPLAY "POMEFF: cannot open POMEFFR.IDX, status " ws-result-work-status
		MOVE "A" TO ws-run-abend
		PERFORM LOG-RUN-END
		STOP RUN
	END-IF.
	PERFORM REPLAY-GAMES.
	CLOSE RESULT-WORK.
	IF ws-perfect-count = 0
		MOVE "  none" TO PERFECT-LINE
		WRITE PERFECT-LINE
		ADD 1 TO ws-perfect-writes
	END-IF.
	CLOSE PERFECT-REPORT.
	OPEN INPUT RESULT-WORK.
	IF ws-result-work-status NOT = "00"
		DISPLAY "POMEFF: cannot reopen POMEFFR.IDX, status " ws-result-work-status
		MOVE "A" TO ws-run-abend
		PERFORM LOG-RUN-END
		STOP RUN
	END-IF.
	OPEN OUTPUT EFF-REPORT.
	IF ws-report-status NOT = "00"
		DISPLAY "POMEFF: cannot open POMEFF.RPT, status " ws-report-status
		MOVE "A" TO ws-run-abend
		PERFORM LOG-RUN-END
		STOP RUN
	END-IF.
	PERFORM PRINT-HEADINGS.
	PERFORM PRINT-PLAYERS.
	PERFORM PRINT-TOTALS.
	CLOSE RESULT-WORK.
	CLOSE EFF-REPORT.
	DISPLAY "Games analysed       : " ws-total-games.
	DISPLAY "Players reported     : " ws-players-reported.
	DISPLAY "Perfect-halving games: " ws-perfect-count.
	DISPLAY "Report written to POMEFF.RPT, perfect-halving listing to POMEFFP.RPT".
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
	MOVE "GAMEHIST" TO ws-log-file-name.
	MOVE ws-gamehist-reads TO ws-log-reads.
	MOVE 0 TO ws-log-writes.
	MOVE ws-gamehist-status TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.
	MOVE "GUESSLOG" TO ws-log-file-name.
	MOVE ws-guesslog-reads TO ws-log-reads.
	MOVE 0 TO ws-log-writes.
	MOVE ws-guesslog-status TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.
	MOVE "POMEFFG.IDX" TO ws-log-file-name.
	MOVE 0 TO ws-log-reads.
	MOVE ws-game-work-writes TO ws-log-writes.
	MOVE ws-game-work-status TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.
	MOVE "POMEFFW.IDX" TO ws-log-file-name.
	MOVE 0 TO ws-log-reads.
	MOVE ws-guess-work-writes TO ws-log-writes.
	MOVE ws-guess-work-status TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.
	MOVE "POMEFFR.IDX" TO ws-log-file-name.
	MOVE 0 TO ws-log-reads.
	MOVE ws-result-work-writes TO ws-log-writes.
	MOVE ws-result-work-status TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.
	MOVE "POMEFF.RPT" TO ws-log-file-name.
	MOVE 0 TO ws-log-reads.
	MOVE ws-report-writes TO ws-log-writes.
	MOVE ws-report-status TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.
	MOVE "POMEFFP.RPT" TO ws-log-file-name.
	MOVE 0 TO ws-log-reads.
	MOVE ws-perfect-writes TO ws-log-writes.
	MOVE ws-perfect-status TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.
	MOVE "END  " TO ws-log-event.
	MOVE SPACES TO ws-log-file-name.
	COMPUTE ws-log-reads = ws-ctl-reads + ws-arcat-reads + ws-gamehist-reads + ws-guesslog-reads.
	COMPUTE ws-log-writes = ws-game-work-writes + ws-guess-work-writes + ws-result-work-writes
		+ ws-report-writes + ws-perfect-writes.
	MOVE SPACES TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.

WRITE-RUN-RECORD.
	OPEN EXTEND POMRUN-FILE.
	IF ws-runlog-status = "35"
		OPEN OUTPUT POMRUN-FILE
	END-IF.
	IF ws-runlog-status = "00"
		MOVE "POMEFF  " TO RL-PROGRAM-ID
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

GET-PERIOD.
	DISPLAY "Enter period start date (YYYYMMDD, blank for the last 30 days)".
	ACCEPT ws-date-input FROM SYSIN.
	IF ws-date-input IS NUMERIC AND ws-date-input NOT = "00000000"
		MOVE ws-date-input TO ws-period-start
	ELSE
		COMPUTE ws-today-int = FUNCTION INTEGER-OF-DATE (ws-today)
		COMPUTE ws-start-int = ws-today-int - WS-DEFAULT-PERIOD-DAYS
		COMPUTE ws-period-start = FUNCTION DATE-OF-INTEGER (ws-start-int)
	END-IF.
	DISPLAY "Enter period end date (YYYYMMDD, blank for today)".
	ACCEPT ws-date-input FROM SYSIN.
	IF ws-date-input IS NUMERIC AND ws-date-input NOT = "00000000"
		MOVE ws-date-input TO ws-period-end
	ELSE
		MOVE ws-today TO ws-period-end
	END-IF.
	IF ws-period-start > ws-period-end
		DISPLAY "POMEFF: period start " ws-period-start " is after period end " ws-period-end
		MOVE "A" TO ws-run-abend
		PERFORM LOG-RUN-END
		STOP RUN
	END-IF.

LOAD-CONTROL-SETS.
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
				PERFORM STORE-CONTROL-SET
		END-READ
	END-PERFORM.
	IF ws-ctl-status = "00" OR ws-ctl-status = "10"
		CLOSE POMCTL-FILE
	END-IF.

STORE-CONTROL-SET.
	IF ws-ctl-count < WS-MAX-CTL-SETS
		ADD 1 TO ws-ctl-count
		IF CTL-EFFECTIVE-DATE IS NUMERIC
			MOVE CTL-EFFECTIVE-DATE TO ws-cs-date (ws-ctl-count)
		ELSE
			MOVE 0 TO ws-cs-date (ws-ctl-count)
		END-IF
		IF CTL-UPPER-BOUND IS NUMERIC AND CTL-UPPER-BOUND > 0
			MOVE CTL-UPPER-BOUND TO ws-cs-upper (ws-ctl-count)
		ELSE
			MOVE WS-DEFAULT-UPPER TO ws-cs-upper (ws-ctl-count)
		END-IF
	ELSE
		DISPLAY "POMEFF: control table full, set dated " CTL-EFFECTIVE-DATE " skipped"
		MOVE "A" TO ws-run-abend
	END-IF.

FIND-UPPER-BOUND.
	MOVE WS-DEFAULT-UPPER TO ws-game-upper.
	MOVE 0 TO ws-ctl-best-date.
	PERFORM VARYING ws-ctl-idx FROM 1 BY 1 UNTIL ws-ctl-idx > ws-ctl-count
		IF ws-cs-date (ws-ctl-idx) <= ws-game-date
		AND ws-cs-date (ws-ctl-idx) >= ws-ctl-best-date
			MOVE ws-cs-date (ws-ctl-idx) TO ws-ctl-best-date
			MOVE ws-cs-upper (ws-ctl-idx) TO ws-game-upper
		END-IF
	END-PERFORM.

LOAD-CATALOG.
	MOVE "N" TO ws-eof.
	OPEN INPUT POMARCH-CAT.
	IF ws-arcat-status NOT = "00"
		DISPLAY "POMEFF: no archive catalog on POMARCH.CAT, status " ws-arcat-status " - current files only"
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
		MOVE AC-GAME-FILE TO ws-gen-game-file (ws-gen-count)
		MOVE AC-GUESS-FILE TO ws-gen-guess-file (ws-gen-count)
	ELSE
		DISPLAY "POMEFF: generation table full, " AC-GUESS-FILE " skipped"
		MOVE "A" TO ws-run-abend
	END-IF.

SCAN-GAME-FILES.
	PERFORM VARYING ws-gen-idx FROM 1 BY 1 UNTIL ws-gen-idx > ws-gen-count
		MOVE ws-gen-game-file (ws-gen-idx) TO ws-game-file-name
		PERFORM READ-ONE-GAME-FILE
	END-PERFORM.
	MOVE "GAMEHIST.DAT" TO ws-game-file-name.
	PERFORM READ-ONE-GAME-FILE.

READ-ONE-GAME-FILE.
	MOVE "N" TO ws-eof.
	MOVE 0 TO ws-lock-tries.
	OPEN INPUT GAMEHIST-FILE.
	PERFORM UNTIL (ws-gamehist-status NOT = "61" AND ws-gamehist-status NOT = "93") OR ws-lock-tries >= WS-LOCK-RETRIES
		ADD 1 TO ws-lock-tries
		CALL "C$SLEEP" USING ws-lock-wait
		OPEN INPUT GAMEHIST-FILE
	END-PERFORM.
	IF ws-gamehist-status NOT = "00"
		DISPLAY "POMEFF: cannot open " FUNCTION TRIM (ws-game-file-name) ", status " ws-gamehist-status " - skipped"
		MOVE "A" TO ws-run-abend
		MOVE "Y" TO ws-eof
	END-IF.
	PERFORM UNTIL ws-eof = "Y"
		READ GAMEHIST-FILE
			AT END
				MOVE "Y" TO ws-eof
			NOT AT END
				ADD 1 TO ws-gamehist-reads
				PERFORM SELECT-ONE-GAME
		END-READ
	END-PERFORM.
	IF ws-gamehist-status = "00" OR ws-gamehist-status = "10"
		CLOSE GAMEHIST-FILE
	END-IF.

SELECT-ONE-GAME.
	IF GH-TIMESTAMP IS NUMERIC
		MOVE GH-TIMESTAMP (1:8) TO ws-game-date
		IF ws-game-date >= ws-period-start AND ws-game-date <= ws-period-end
			PERFORM FIND-UPPER-BOUND
			MOVE GH-GAME-ID TO EG-GAME-ID
			MOVE GH-PLAYER-ID TO EG-PLAYER-ID
			MOVE ws-game-date TO EG-DATE
			MOVE ws-game-upper TO EG-UPPER
			MOVE GH-OUTCOME TO EG-OUTCOME
			WRITE GAMEWK-RECORD
				INVALID KEY
					ADD 1 TO ws-duplicate-count
				NOT INVALID KEY
					ADD 1 TO ws-game-work-writes
			END-WRITE
		END-IF
	END-IF.

SCAN-GUESS-FILES.
	PERFORM VARYING ws-gen-idx FROM 1 BY 1 UNTIL ws-gen-idx > ws-gen-count
		MOVE ws-gen-guess-file (ws-gen-idx) TO ws-guess-file-name
		PERFORM READ-ONE-GUESS-FILE
	END-PERFORM.
	MOVE "GUESSLOG.DAT" TO ws-guess-file-name.
	PERFORM READ-ONE-GUESS-FILE.

READ-ONE-GUESS-FILE.
	MOVE "N" TO ws-eof.
	MOVE 0 TO ws-lock-tries.
	OPEN INPUT GUESSLOG-FILE.
	PERFORM UNTIL (ws-guesslog-status NOT = "61" AND ws-guesslog-status NOT = "93") OR ws-lock-tries >= WS-LOCK-RETRIES
		ADD 1 TO ws-lock-tries
		CALL "C$SLEEP" USING ws-lock-wait
		OPEN INPUT GUESSLOG-FILE
	END-PERFORM.
	IF ws-guesslog-status NOT = "00"
		DISPLAY "POMEFF: cannot open " FUNCTION TRIM (ws-guess-file-name) ", status " ws-guesslog-status " - skipped"
		MOVE "A" TO ws-run-abend
		MOVE "Y" TO ws-eof
	END-IF.
	PERFORM UNTIL ws-eof = "Y"
		READ GUESSLOG-FILE
			AT END
				MOVE "Y" TO ws-eof
			NOT AT END
				ADD 1 TO ws-guesslog-reads
				PERFORM SELECT-ONE-GUESS
		END-READ
	END-PERFORM.
	IF ws-guesslog-status = "00" OR ws-guesslog-status = "10"
		CLOSE GUESSLOG-FILE
	END-IF.

SELECT-ONE-GUESS.
	IF GL-GAME-ID IS NUMERIC AND GL-ATTEMPT IS NUMERIC AND GL-NB IS NUMERIC
		MOVE GL-GAME-ID TO EG-GAME-ID
		READ GAME-WORK
			INVALID KEY
				ADD 1 TO ws-unmatched-count
			NOT INVALID KEY
				PERFORM STORE-ONE-GUESS
		END-READ
	ELSE
		ADD 1 TO ws-unmatched-count
	END-IF.

STORE-ONE-GUESS.
	MOVE GL-GAME-ID TO EW-GAME-ID.
	MOVE GL-ATTEMPT TO EW-ATTEMPT.
	MOVE GL-NB TO EW-NB.
	MOVE GL-VERDICT TO EW-VERDICT.
	MOVE EG-PLAYER-ID TO EW-PLAYER-ID.
	MOVE EG-DATE TO EW-DATE.
	MOVE EG-UPPER TO EW-UPPER.
	MOVE EG-OUTCOME TO EW-OUTCOME.
	WRITE GUESSWK-RECORD
		INVALID KEY
			ADD 1 TO ws-duplicate-count
		NOT INVALID KEY
			ADD 1 TO ws-guess-work-writes
	END-WRITE.

REPLAY-GAMES.
	MOVE "N" TO ws-eof.
	MOVE 0 TO ws-current-game.
	OPEN INPUT GUESS-WORK.
	IF ws-guess-work-status NOT = "00"
		DISPLAY "POMEFF: cannot reopen POMEFFW.IDX, status " ws-guess-work-status
		MOVE "A" TO ws-run-abend
		MOVE "Y" TO ws-eof
	END-IF.
	PERFORM UNTIL ws-eof = "Y"
		READ GUESS-WORK NEXT RECORD
			AT END
				MOVE "Y" TO ws-eof
			NOT AT END
				IF EW-GAME-ID NOT = ws-current-game
					IF ws-current-game NOT = 0
						PERFORM FINISH-GAME
					END-IF
					PERFORM START-GAME
				END-IF
				PERFORM SCORE-ONE-GUESS
		END-READ
	END-PERFORM.
	IF ws-current-game NOT = 0
		PERFORM FINISH-GAME
	END-IF.
	IF ws-guess-work-status = "00" OR ws-guess-work-status = "10"
		CLOSE GUESS-WORK
	END-IF.

START-GAME.
	MOVE EW-GAME-ID TO ws-current-game.
	MOVE EW-PLAYER-ID TO ws-game-player-id.
	MOVE EW-DATE TO ws-game-played-date.
	MOVE EW-UPPER TO ws-game-bound.
	MOVE EW-OUTCOME TO ws-game-outcome.
	MOVE 1 TO ws-range-low.
	MOVE EW-UPPER TO ws-range-high.
	MOVE 0 TO ws-game-guesses.
	MOVE 0 TO ws-game-wasted.
	MOVE 0 TO ws-game-score-sum.
	MOVE "Y" TO ws-game-perfect.

SCORE-ONE-GUESS.
	ADD 1 TO ws-game-guesses.
	IF EW-NB < ws-range-low OR EW-NB > ws-range-high
		ADD 1 TO ws-game-wasted
		MOVE "N" TO ws-game-perfect
	ELSE
		COMPUTE ws-mid-low = (ws-range-low + ws-range-high) / 2
		COMPUTE ws-mid-high = ws-range-low + ws-range-high - ws-mid-low
		EVALUATE TRUE
			WHEN EW-NB < ws-mid-low
				COMPUTE ws-deviation = ws-mid-low - EW-NB
			WHEN EW-NB > ws-mid-high
				COMPUTE ws-deviation = EW-NB - ws-mid-high
			WHEN OTHER
				MOVE 0 TO ws-deviation
		END-EVALUATE
		IF ws-deviation > 0
			MOVE "N" TO ws-game-perfect
		END-IF
		COMPUTE ws-guess-score ROUNDED =
			100 - (ws-deviation * 200) / (ws-range-high - ws-range-low + 1)
		IF ws-guess-score < 0
			MOVE 0 TO ws-guess-score
		END-IF
		ADD ws-guess-score TO ws-game-score-sum
		EVALUATE EW-VERDICT
			WHEN "HIGH"
				COMPUTE ws-range-high = EW-NB - 1
			WHEN "LOW "
				COMPUTE ws-range-low = EW-NB + 1
		END-EVALUATE
	END-IF.

FINISH-GAME.
	MOVE ws-game-player-id TO ER-PLAYER-ID.
	MOVE ws-current-game TO ER-GAME-ID.
	MOVE ws-game-played-date TO ER-DATE.
	MOVE ws-game-guesses TO ER-GUESSES.
	MOVE ws-game-wasted TO ER-WASTED.
	COMPUTE ER-SCORE ROUNDED = ws-game-score-sum / ws-game-guesses.
	IF ws-game-perfect = "Y" AND ws-game-guesses >= WS-MIN-PERFECT-GUESSES
		MOVE "Y" TO ER-PERFECT
		PERFORM PRINT-ONE-PERFECT
	ELSE
		MOVE "N" TO ER-PERFECT
	END-IF.
	WRITE RESULTWK-RECORD
		INVALID KEY
			ADD 1 TO ws-duplicate-count
		NOT INVALID KEY
			ADD 1 TO ws-result-work-writes
			PERFORM NOTE-PLAYER-GAME
	END-WRITE.

NOTE-PLAYER-GAME.
	MOVE 0 TO ws-slot.
	PERFORM VARYING ws-idx FROM 1 BY 1 UNTIL ws-idx > ws-player-count
		IF ws-slot = 0 AND ws-pt-id (ws-idx) = ER-PLAYER-ID
			MOVE ws-idx TO ws-slot
		END-IF
	END-PERFORM.
	IF ws-slot = 0 AND ws-player-count < WS-MAX-PLAYERS
		ADD 1 TO ws-player-count
		MOVE ws-player-count TO ws-slot
		MOVE ER-PLAYER-ID TO ws-pt-id (ws-slot)
		MOVE 0 TO ws-pt-games (ws-slot)
	END-IF.
	IF ws-slot > 0
		ADD 1 TO ws-pt-games (ws-slot)
	ELSE
		DISPLAY "POMEFF: player table full, game " ER-GAME-ID " for " ER-PLAYER-ID " dropped"
		MOVE "A" TO ws-run-abend
	END-IF.

PRINT-PERFECT-HEADINGS.
	MOVE ws-today TO ws-perfect-head-date.
	WRITE PERFECT-LINE FROM ws-perfect-heading-1.
	ADD 1 TO ws-perfect-writes.
	MOVE ws-period-start TO ws-per-start.
	MOVE ws-period-end TO ws-per-end.
	WRITE PERFECT-LINE FROM ws-period-line.
	ADD 1 TO ws-perfect-writes.
	MOVE "Every guess split the remaining range exactly in half" TO PERFECT-LINE.
	WRITE PERFECT-LINE.
	ADD 1 TO ws-perfect-writes.
	MOVE SPACES TO PERFECT-LINE.
	WRITE PERFECT-LINE.
	ADD 1 TO ws-perfect-writes.
	WRITE PERFECT-LINE FROM ws-perfect-column-heading.
	ADD 1 TO ws-perfect-writes.

PRINT-ONE-PERFECT.
	ADD 1 TO ws-perfect-count.
	MOVE ws-current-game TO ws-pf-game-id.
	MOVE ws-game-player-id TO ws-pf-player-id.
	MOVE ws-game-played-date TO ws-pf-date.
	MOVE ws-game-bound TO ws-pf-upper.
	MOVE ws-game-guesses TO ws-pf-guesses.
	MOVE ws-game-outcome TO ws-pf-outcome.
	WRITE PERFECT-LINE FROM ws-perfect-line.
	ADD 1 TO ws-perfect-writes.

PRINT-HEADINGS.
	MOVE ws-today TO ws-head-date.
	WRITE EFF-LINE FROM ws-heading-1.
	ADD 1 TO ws-report-writes.
	MOVE ws-period-start TO ws-per-start.
	MOVE ws-period-end TO ws-per-end.
	WRITE EFF-LINE FROM ws-period-line.
	ADD 1 TO ws-report-writes.
	MOVE SPACES TO EFF-LINE.
	WRITE EFF-LINE.
	ADD 1 TO ws-report-writes.
	WRITE EFF-LINE FROM ws-column-heading.
	ADD 1 TO ws-report-writes.

PRINT-PLAYERS.
	MOVE "N" TO ws-eof.
	MOVE SPACES TO ws-current-player.
	PERFORM UNTIL ws-eof = "Y"
		READ RESULT-WORK NEXT RECORD
			AT END
				MOVE "Y" TO ws-eof
			NOT AT END
				IF ER-PLAYER-ID NOT = ws-current-player
					IF ws-current-player NOT = SPACES
						PERFORM PRINT-ONE-PLAYER
					END-IF
					PERFORM START-PLAYER
				END-IF
				PERFORM TALLY-PLAYER-GAME
		END-READ
	END-PERFORM.
	IF ws-current-player NOT = SPACES
		PERFORM PRINT-ONE-PLAYER
	END-IF.
	IF ws-players-reported = 0
		MOVE "  no finished games with guesses in the period" TO EFF-LINE
		WRITE EFF-LINE
		ADD 1 TO ws-report-writes
	END-IF.

START-PLAYER.
	MOVE ER-PLAYER-ID TO ws-current-player.
	MOVE 0 TO ws-ply-slot.
	PERFORM VARYING ws-idx FROM 1 BY 1 UNTIL ws-idx > ws-player-count
		IF ws-ply-slot = 0 AND ws-pt-id (ws-idx) = ER-PLAYER-ID
			MOVE ws-idx TO ws-ply-slot
		END-IF
	END-PERFORM.
	IF ws-ply-slot > 0
		COMPUTE ws-ply-half = ws-pt-games (ws-ply-slot) / 2
	ELSE
		MOVE 0 TO ws-ply-half
	END-IF.
	MOVE 0 TO ws-ply-seen.
	MOVE 0 TO ws-ply-games.
	MOVE 0 TO ws-ply-guesses.
	MOVE 0 TO ws-ply-wasted.
	MOVE 0 TO ws-ply-perfect.
	MOVE 0 TO ws-ply-score-sum.
	MOVE 0 TO ws-ply-first-games.
	MOVE 0 TO ws-ply-second-games.
	MOVE 0 TO ws-ply-sum-first.
	MOVE 0 TO ws-ply-sum-second.

TALLY-PLAYER-GAME.
	ADD 1 TO ws-ply-games.
	ADD ER-GUESSES TO ws-ply-guesses.
	ADD ER-WASTED TO ws-ply-wasted.
	ADD ER-SCORE TO ws-ply-score-sum.
	IF ER-PERFECT = "Y"
		ADD 1 TO ws-ply-perfect
	END-IF.
	IF ws-ply-seen < ws-ply-half
		ADD 1 TO ws-ply-first-games
		ADD ER-SCORE TO ws-ply-sum-first
	ELSE
		ADD 1 TO ws-ply-second-games
		ADD ER-SCORE TO ws-ply-sum-second
	END-IF.
	ADD 1 TO ws-ply-seen.

PRINT-ONE-PLAYER.
	ADD 1 TO ws-players-reported.
	ADD ws-ply-games TO ws-total-games.
	ADD ws-ply-guesses TO ws-total-guesses.
	ADD ws-ply-wasted TO ws-total-wasted.
	ADD ws-ply-score-sum TO ws-total-score-sum.
	MOVE ws-current-player TO ws-pl-id.
	MOVE ws-ply-games TO ws-pl-games.
	COMPUTE ws-avg ROUNDED = ws-ply-guesses / ws-ply-games.
	MOVE ws-avg TO ws-pl-avg-guesses.
	MOVE ws-ply-wasted TO ws-pl-wasted.
	COMPUTE ws-avg ROUNDED = ws-ply-wasted / ws-ply-games.
	MOVE ws-avg TO ws-pl-avg-wasted.
	COMPUTE ws-avg ROUNDED = ws-ply-score-sum / ws-ply-games.
	MOVE ws-avg TO ws-pl-avg-score.
	MOVE ws-ply-perfect TO ws-pl-perfect.
	IF ws-ply-games >= WS-MIN-TREND-GAMES
	AND ws-ply-first-games > 0
	AND ws-ply-second-games > 0
		COMPUTE ws-avg-first ROUNDED = ws-ply-sum-first / ws-ply-first-games
		COMPUTE ws-avg-second ROUNDED = ws-ply-sum-second / ws-ply-second-games
		MOVE ws-avg-first TO ws-pl-early
		MOVE ws-avg-second TO ws-pl-late
		EVALUATE TRUE
			WHEN ws-avg-second > ws-avg-first
				MOVE "IMPROVING" TO ws-pl-trend
			WHEN ws-avg-second < ws-avg-first
				MOVE "SLIPPING" TO ws-pl-trend
			WHEN OTHER
				MOVE "STEADY" TO ws-pl-trend
		END-EVALUATE
	ELSE
		MOVE 0 TO ws-pl-early
		MOVE 0 TO ws-pl-late
		MOVE "TOO FEW" TO ws-pl-trend
	END-IF.
	WRITE EFF-LINE FROM ws-player-line.
	ADD 1 TO ws-report-writes.

PRINT-TOTALS.
	MOVE SPACES TO EFF-LINE.
	WRITE EFF-LINE.
	ADD 1 TO ws-report-writes.
	MOVE "Players reported" TO ws-tot-label.
	MOVE ws-players-reported TO ws-tot-count.
	WRITE EFF-LINE FROM ws-total-line.
	ADD 1 TO ws-report-writes.
	MOVE "Games analysed" TO ws-tot-label.
	MOVE ws-total-games TO ws-tot-count.
	WRITE EFF-LINE FROM ws-total-line.
	ADD 1 TO ws-report-writes.
	MOVE "Guesses replayed" TO ws-tot-label.
	MOVE ws-total-guesses TO ws-tot-count.
	WRITE EFF-LINE FROM ws-total-line.
	ADD 1 TO ws-report-writes.
	MOVE "Wasted guesses" TO ws-tot-label.
	MOVE ws-total-wasted TO ws-tot-count.
	WRITE EFF-LINE FROM ws-total-line.
	ADD 1 TO ws-report-writes.
	IF ws-total-games > 0
		MOVE "Average efficiency %" TO ws-avg-label
		COMPUTE ws-avg ROUNDED = ws-total-score-sum / ws-total-games
		MOVE ws-avg TO ws-avg-value
		WRITE EFF-LINE FROM ws-average-line
		ADD 1 TO ws-report-writes
	END-IF.
	MOVE "Perfect-halving games" TO ws-tot-label.
	MOVE ws-perfect-count TO ws-tot-count.
	WRITE EFF-LINE FROM ws-total-line.
	ADD 1 TO ws-report-writes.
	MOVE "Guesses not analysed" TO ws-tot-label.
	MOVE ws-unmatched-count TO ws-tot-count.
	WRITE EFF-LINE FROM ws-total-line.
	ADD 1 TO ws-report-writes.
	MOVE "Duplicate records ignored" TO ws-tot-label.
	MOVE ws-duplicate-count TO ws-tot-count.
	WRITE EFF-LINE FROM ws-total-line.
	ADD 1 TO ws-report-writes.
