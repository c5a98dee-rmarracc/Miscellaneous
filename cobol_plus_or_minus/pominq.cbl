IDENTIFICATION DIVISION.
	PROGRAM-ID. POMINQ.

ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT PLAYER-FILE ASSIGN TO "PLAYERS.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS PM-PLAYER-ID
			FILE STATUS IS ws-player-status.
		SELECT GAMEHIST-FILE ASSIGN TO "GAMEHIST.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ws-gamehist-status.
		SELECT POMXMIT-FILE ASSIGN TO "POMXMIT.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ws-xmit-status.
		SELECT POMRUN-FILE ASSIGN TO "POMRUN.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ws-runlog-status.

DATA DIVISION.
	FILE SECTION.

	FD  PLAYER-FILE.
	COPY "playerrec.cpy".

	FD  GAMEHIST-FILE.
	COPY "gamehist.cpy".

	FD  POMXMIT-FILE.
	COPY "xmitrec.cpy".

	FD  POMRUN-FILE.
	COPY "runlog.cpy".

	WORKING-STORAGE SECTION.

	78 WS-LOCK-RETRIES VALUE 30.
	78 WS-MAX-RECENT VALUE 10.
	77 ws-player-status PIC XX VALUE SPACES.
	77 ws-gamehist-status PIC XX VALUE SPACES.
	77 ws-xmit-status PIC XX VALUE SPACES.
	77 ws-lock-tries PIC 9(3).
	77 ws-lock-wait PIC 9(4) COMP VALUE 1.
	77 ws-eof PIC X.
	77 ws-done PIC X VALUE "N".
	77 ws-query-player PIC X(10).
	77 ws-player-found PIC X.
	77 ws-recent-count PIC 9(3).
	77 ws-recent-next PIC 9(3).
	77 ws-recent-idx PIC 9(3).
	77 ws-shown PIC 9(3).
	77 ws-game-total PIC 9(7).
	77 ws-payout-count PIC 9(5).
	77 ws-settled-total PIC 9(7)V99.
	77 ws-open-total PIC 9(7)V99.
	77 ws-average PIC 9(3)V9.
	77 ws-inquiry-count PIC 9(5) VALUE 0.
	77 ws-player-reads PIC 9(7) VALUE 0.
	77 ws-game-reads PIC 9(7) VALUE 0.
	77 ws-xmit-reads PIC 9(7) VALUE 0.
	77 ws-runlog-status PIC XX VALUE SPACES.
	77 ws-run-abend PIC X VALUE "N".
	77 ws-log-event PIC X(5).
	77 ws-log-file-name PIC X(12).
	77 ws-log-reads PIC 9(7).
	77 ws-log-writes PIC 9(7).
	77 ws-log-status PIC XX VALUE SPACES.

	01 ws-recent-table.
		05 ws-recent-entry OCCURS WS-MAX-RECENT TIMES.
			10 ws-rg-game-id PIC 9(12).
			10 ws-rg-find PIC 9(3).
			10 ws-rg-guesses PIC 9(3).
			10 ws-rg-timestamp PIC 9(14).
			10 ws-rg-outcome PIC X(4).

	01 ws-player-line.
		05 FILLER PIC X(9) VALUE "Player : ".
		05 ws-pl-player-id PIC X(10).
		05 FILLER PIC X(10) VALUE " status : ".
		05 ws-pl-status PIC X(9).
	01 ws-record-line.
		05 FILLER PIC X(15) VALUE "Games played : ".
		05 ws-rl-games PIC ZZZZ9.
		05 FILLER PIC X(17) VALUE "  best guesses : ".
		05 ws-rl-best PIC ZZ9.
		05 FILLER PIC X(12) VALUE "  average : ".
		05 ws-rl-average PIC ZZ9.9.
	01 ws-game-heading.
		05 FILLER PIC X(50) VALUE "Recent games  GAME ID       PLAYED           FIND".
		05 FILLER PIC X(18) VALUE " GUESSES  OUTCOME".
	01 ws-game-line.
		05 FILLER PIC X(14) VALUE SPACES.
		05 ws-gl-game-id PIC 9(12).
		05 FILLER PIC X(2) VALUE SPACES.
		05 ws-gl-date PIC 9999/99/99.
		05 FILLER PIC X(1) VALUE SPACES.
		05 ws-gl-time PIC 99B99B99.
		05 FILLER PIC X(3) VALUE SPACES.
		05 ws-gl-find PIC ZZ9.
		05 FILLER PIC X(5) VALUE SPACES.
		05 ws-gl-guesses PIC ZZ9.
		05 FILLER PIC X(2) VALUE SPACES.
		05 ws-gl-outcome PIC X(4).
	01 ws-time-split.
		05 ws-ts-date PIC 9(8).
		05 ws-ts-time PIC 9(6).
	01 ws-payout-heading.
		05 FILLER PIC X(50) VALUE "Payouts       GAME ID          AMOUNT  STATUS".
		05 FILLER PIC X(24) VALUE "       SENT     SETTLED".
	01 ws-payout-line.
		05 FILLER PIC X(14) VALUE SPACES.
		05 ws-pa-game-id PIC 9(12).
		05 FILLER PIC X(2) VALUE SPACES.
		05 ws-pa-amount PIC ZZZZ9.99.
		05 FILLER PIC X(2) VALUE SPACES.
		05 ws-pa-status PIC X(11).
		05 FILLER PIC X(1) VALUE SPACES.
		05 ws-pa-sent-date PIC 9999/99/99.
		05 FILLER PIC X(2) VALUE SPACES.
		05 ws-pa-settled-date PIC 9999/99/99.
	01 ws-payout-total-line.
		05 FILLER PIC X(14) VALUE SPACES.
		05 ws-pt-count PIC ZZZZ9.
		05 FILLER PIC X(19) VALUE " payouts - settled ".
		05 ws-pt-settled PIC ZZZZZZ9.99.
		05 FILLER PIC X(14) VALUE "  outstanding ".
		05 ws-pt-open PIC ZZZZZZ9.99.

PROCEDURE DIVISION.
	PERFORM LOG-RUN-START.
	DISPLAY "POM player account inquiry".
	PERFORM UNTIL ws-done = "Y"
		DISPLAY "Enter player ID (blank to finish)"
		MOVE SPACES TO ws-query-player
		ACCEPT ws-query-player FROM SYSIN
		IF ws-query-player = SPACES
			MOVE "Y" TO ws-done
		ELSE
			ADD 1 TO ws-inquiry-count
			PERFORM SHOW-PLAYER
		END-IF
	END-PERFORM.
	DISPLAY "Inquiries made : " ws-inquiry-count.
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
	MOVE "PLAYERS" TO ws-log-file-name.
	MOVE ws-player-reads TO ws-log-reads.
	MOVE 0 TO ws-log-writes.
	MOVE ws-player-status TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.
	MOVE "GAMEHIST" TO ws-log-file-name.
	MOVE ws-game-reads TO ws-log-reads.
	MOVE ws-gamehist-status TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.
	MOVE "POMXMIT" TO ws-log-file-name.
	MOVE ws-xmit-reads TO ws-log-reads.
	MOVE ws-xmit-status TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.
	MOVE "END  " TO ws-log-event.
	MOVE SPACES TO ws-log-file-name.
	COMPUTE ws-log-reads = ws-player-reads + ws-game-reads + ws-xmit-reads.
	MOVE 0 TO ws-log-writes.
	MOVE SPACES TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.

WRITE-RUN-RECORD.
	OPEN EXTEND POMRUN-FILE.
	IF ws-runlog-status = "35"
		OPEN OUTPUT POMRUN-FILE
	END-IF.
	IF ws-runlog-status = "00"
		MOVE "POMINQ  " TO RL-PROGRAM-ID
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

SHOW-PLAYER.
	DISPLAY " ".
	PERFORM SHOW-PLAYER-RECORD.
	IF ws-player-found = "Y"
		PERFORM SHOW-RECENT-GAMES
		PERFORM SHOW-PAYOUTS
	END-IF.
	DISPLAY " ".

SHOW-PLAYER-RECORD.
	MOVE "N" TO ws-player-found.
	MOVE 0 TO ws-lock-tries.
	OPEN INPUT PLAYER-FILE.
	PERFORM UNTIL (ws-player-status NOT = "61" AND ws-player-status NOT = "93") OR ws-lock-tries >= WS-LOCK-RETRIES
		ADD 1 TO ws-lock-tries
		CALL "C$SLEEP" USING ws-lock-wait
		OPEN INPUT PLAYER-FILE
	END-PERFORM.
	IF ws-player-status NOT = "00"
		DISPLAY "Player master unavailable - PLAYERS.DAT status " ws-player-status " - try again later"
	ELSE
		MOVE ws-query-player TO PM-PLAYER-ID
		READ PLAYER-FILE
			INVALID KEY
				DISPLAY "Player " FUNCTION TRIM (ws-query-player) " is not on file"
			NOT INVALID KEY
				ADD 1 TO ws-player-reads
				MOVE "Y" TO ws-player-found
		END-READ
		CLOSE PLAYER-FILE
	END-IF.
	IF ws-player-found = "Y"
		MOVE PM-PLAYER-ID TO ws-pl-player-id
		EVALUATE PM-STATUS
			WHEN "A"
			WHEN SPACE
				MOVE "active" TO ws-pl-status
			WHEN "S"
				MOVE "suspended" TO ws-pl-status
			WHEN "C"
				MOVE "closed" TO ws-pl-status
			WHEN OTHER
				MOVE PM-STATUS TO ws-pl-status
		END-EVALUATE
		DISPLAY ws-player-line
		MOVE 0 TO ws-average
		IF PM-GAMES-PLAYED IS NUMERIC AND PM-TOTAL-GUESSES IS NUMERIC
			MOVE PM-GAMES-PLAYED TO ws-rl-games
			IF PM-GAMES-PLAYED > 0
				COMPUTE ws-average ROUNDED = PM-TOTAL-GUESSES / PM-GAMES-PLAYED
			END-IF
		ELSE
			MOVE 0 TO ws-rl-games
		END-IF
		IF PM-BEST-GUESSES IS NUMERIC
			MOVE PM-BEST-GUESSES TO ws-rl-best
		ELSE
			MOVE 0 TO ws-rl-best
		END-IF
		MOVE ws-average TO ws-rl-average
		DISPLAY ws-record-line
	END-IF.

SHOW-RECENT-GAMES.
	MOVE 0 TO ws-recent-count.
	MOVE 0 TO ws-recent-next.
	MOVE 0 TO ws-game-total.
	MOVE "N" TO ws-eof.
	MOVE 0 TO ws-lock-tries.
	OPEN INPUT GAMEHIST-FILE.
	PERFORM UNTIL (ws-gamehist-status NOT = "61" AND ws-gamehist-status NOT = "93") OR ws-lock-tries >= WS-LOCK-RETRIES
		ADD 1 TO ws-lock-tries
		CALL "C$SLEEP" USING ws-lock-wait
		OPEN INPUT GAMEHIST-FILE
	END-PERFORM.
	IF ws-gamehist-status NOT = "00"
		DISPLAY "Game history unavailable - GAMEHIST.DAT status " ws-gamehist-status
		MOVE "Y" TO ws-eof
	END-IF.
	PERFORM UNTIL ws-eof = "Y"
		READ GAMEHIST-FILE
			AT END
				MOVE "Y" TO ws-eof
			NOT AT END
				ADD 1 TO ws-game-reads
				IF GH-PLAYER-ID = ws-query-player
					PERFORM KEEP-RECENT-GAME
				END-IF
		END-READ
	END-PERFORM.
	IF ws-gamehist-status = "00" OR ws-gamehist-status = "10"
		CLOSE GAMEHIST-FILE
	END-IF.
	IF ws-recent-count = 0
		DISPLAY "No games on GAMEHIST.DAT for this player"
	ELSE
		DISPLAY ws-game-heading
		MOVE ws-recent-next TO ws-recent-idx
		PERFORM VARYING ws-shown FROM 1 BY 1 UNTIL ws-shown > ws-recent-count
			PERFORM SHOW-ONE-GAME
			IF ws-recent-idx = 1
				MOVE WS-MAX-RECENT TO ws-recent-idx
			ELSE
				SUBTRACT 1 FROM ws-recent-idx
			END-IF
		END-PERFORM
		IF ws-game-total > ws-recent-count
			DISPLAY "              (" ws-recent-count " most recent of " ws-game-total " games shown)"
		END-IF
	END-IF.

KEEP-RECENT-GAME.
	ADD 1 TO ws-game-total.
	ADD 1 TO ws-recent-next.
	IF ws-recent-next > WS-MAX-RECENT
		MOVE 1 TO ws-recent-next
	END-IF.
	IF ws-recent-count < WS-MAX-RECENT
		ADD 1 TO ws-recent-count
	END-IF.
	MOVE GH-GAME-ID TO ws-rg-game-id (ws-recent-next).
	MOVE GH-FIND TO ws-rg-find (ws-recent-next).
	MOVE GH-GUESSES TO ws-rg-guesses (ws-recent-next).
	MOVE GH-TIMESTAMP TO ws-rg-timestamp (ws-recent-next).
	MOVE GH-OUTCOME TO ws-rg-outcome (ws-recent-next).

SHOW-ONE-GAME.
	MOVE ws-rg-game-id (ws-recent-idx) TO ws-gl-game-id.
	MOVE ws-rg-timestamp (ws-recent-idx) TO ws-time-split.
	MOVE ws-ts-date TO ws-gl-date.
	MOVE ws-ts-time TO ws-gl-time.
	INSPECT ws-gl-time REPLACING ALL " " BY ":".
	MOVE ws-rg-find (ws-recent-idx) TO ws-gl-find.
	MOVE ws-rg-guesses (ws-recent-idx) TO ws-gl-guesses.
	MOVE ws-rg-outcome (ws-recent-idx) TO ws-gl-outcome.
	DISPLAY ws-game-line.

SHOW-PAYOUTS.
	MOVE 0 TO ws-payout-count.
	MOVE 0 TO ws-settled-total.
	MOVE 0 TO ws-open-total.
	MOVE "N" TO ws-eof.
	MOVE 0 TO ws-lock-tries.
	OPEN INPUT POMXMIT-FILE.
	PERFORM UNTIL (ws-xmit-status NOT = "61" AND ws-xmit-status NOT = "93") OR ws-lock-tries >= WS-LOCK-RETRIES
		ADD 1 TO ws-lock-tries
		CALL "C$SLEEP" USING ws-lock-wait
		OPEN INPUT POMXMIT-FILE
	END-PERFORM.
	IF ws-xmit-status NOT = "00"
		DISPLAY "Payout file unavailable - POMXMIT.DAT status " ws-xmit-status
		MOVE "Y" TO ws-eof
	END-IF.
	PERFORM UNTIL ws-eof = "Y"
		READ POMXMIT-FILE
			AT END
				MOVE "Y" TO ws-eof
			NOT AT END
				ADD 1 TO ws-xmit-reads
				IF XM-PLAYER-ID = ws-query-player
					PERFORM SHOW-ONE-PAYOUT
				END-IF
		END-READ
	END-PERFORM.
	IF ws-xmit-status = "00" OR ws-xmit-status = "10"
		CLOSE POMXMIT-FILE
	END-IF.
	IF ws-payout-count = 0
		DISPLAY "No payouts on POMXMIT.DAT for this player"
	ELSE
		MOVE ws-payout-count TO ws-pt-count
		MOVE ws-settled-total TO ws-pt-settled
		MOVE ws-open-total TO ws-pt-open
		DISPLAY ws-payout-total-line
	END-IF.

SHOW-ONE-PAYOUT.
	IF ws-payout-count = 0
		DISPLAY ws-payout-heading
	END-IF.
	ADD 1 TO ws-payout-count.
	MOVE XM-GAME-ID TO ws-pa-game-id.
	IF XM-AMOUNT IS NUMERIC
		MOVE XM-AMOUNT TO ws-pa-amount
	ELSE
		MOVE 0 TO ws-pa-amount
	END-IF.
	EVALUATE XM-STATUS
		WHEN SPACE
		WHEN "E"
			IF XM-XMIT-NO IS NUMERIC AND XM-XMIT-NO > 0
				MOVE "sent" TO ws-pa-status
			ELSE
				MOVE "pending" TO ws-pa-status
			END-IF
		WHEN "S"
			MOVE "settled" TO ws-pa-status
		WHEN "R"
			MOVE "rejected" TO ws-pa-status
		WHEN "H"
			MOVE "held" TO ws-pa-status
		WHEN "V"
			MOVE "voided" TO ws-pa-status
		WHEN "W"
			MOVE "written off" TO ws-pa-status
		WHEN OTHER
			MOVE XM-STATUS TO ws-pa-status
	END-EVALUATE.
	IF XM-AMOUNT IS NUMERIC
		IF XM-STATUS = "S"
			ADD XM-AMOUNT TO ws-settled-total
		END-IF
		IF XM-STATUS = SPACE OR XM-STATUS = "E" OR XM-STATUS = "H"
			ADD XM-AMOUNT TO ws-open-total
		END-IF
	END-IF.
	IF XM-SENT-DATE IS NUMERIC
		MOVE XM-SENT-DATE TO ws-pa-sent-date
	ELSE
		MOVE 0 TO ws-pa-sent-date
	END-IF.
	IF XM-SETTLED-DATE IS NUMERIC
		MOVE XM-SETTLED-DATE TO ws-pa-settled-date
	ELSE
		MOVE 0 TO ws-pa-settled-date
	END-IF.
	DISPLAY ws-payout-line.
