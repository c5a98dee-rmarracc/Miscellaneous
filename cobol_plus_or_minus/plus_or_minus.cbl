		SELECT POMRATE-FILE ASSIGN TO "POMRATE.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ws-rate-status.
		SELECT POMCAMP-FILE ASSIGN TO "POMCAMP.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ws-camp-status.
		SELECT POMCELG-FILE ASSIGN TO "POMCELG.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ws-celg-status.
		SELECT POMGMID-FILE ASSIGN TO "POMGMID.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			ORGANIZATION IS LINE SEQUENTIAL
			LOCK MODE IS EXCLUSIVE
			FILE STATUS IS ws-tour-status.
		SELECT POMDSEED-FILE ASSIGN TO "POMDSEED.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ws-dseed-status.
		SELECT POMCHAL-FILE ASSIGN TO "POMCHAL.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			LOCK MODE IS EXCLUSIVE
			FILE STATUS IS ws-chal-status.

DATA DIVISION.
	FILE SECTION.
	FD  POMRATE-FILE.
	COPY "pomrate.cpy".

	FD  POMCAMP-FILE.
	COPY "pomcamp.cpy".

	FD  POMCELG-FILE.
	COPY "pomcelg.cpy".

	FD  POMGMID-FILE.
	01 POMGMID-RECORD.
		05 GI-KEY PIC X(1).
	FD  POMTOUR-FILE.
	COPY "pomtour.cpy".

	FD  POMDSEED-FILE.
	COPY "pomdseed.cpy".

	FD  POMCHAL-FILE.
	COPY "pomchal.cpy".

	WORKING-STORAGE SECTION.

	78 WS-MAX-ROUNDS VALUE 100.
	78 WS-LOCK-RETRIES VALUE 30.
	78 WS-MAX-TPLAYERS VALUE 4.
	78 WS-MAX-RATES VALUE 20.
	78 WS-MAX-CAMPAIGNS VALUE 20.
	78 WS-MAX-ELIGIBLE VALUE 500.
	77 nb PIC 9(3).
	77 find PIC 9(3).
	77 seed PIC 9(10).
	77 ws-rate-eof PIC X.
	77 ws-rate-reads PIC 9(7) VALUE 0.
	77 ws-payout-amount PIC 9(5)V99.
	77 ws-camp-status PIC XX VALUE SPACES.
	77 ws-celg-status PIC XX VALUE SPACES.
	77 ws-camp-count PIC 9(3) VALUE 0.
	77 ws-camp-idx PIC 9(3).
	77 ws-camp-match PIC 9(3).
	77 ws-camp-eof PIC X.
	77 ws-camp-eligible PIC X.
	77 ws-camp-reads PIC 9(7) VALUE 0.
	77 ws-celg-reads PIC 9(7) VALUE 0.
	77 ws-elig-count PIC 9(4) VALUE 0.
	77 ws-elig-idx PIC 9(4).
	77 ws-campaign-code PIC X(6) VALUE SPACES.
	77 ws-bonus-amount PIC 9(5)V99 VALUE 0.
	77 ws-candidate-bonus PIC 9(5)V99.
	77 ws-bonus-edited PIC ZZZZ9.99.
	77 ws-gmid-status PIC XX VALUE SPACES.
	77 ws-game-id PIC 9(12) VALUE 0.
	77 ws-gmid-reads PIC 9(7) VALUE 0.
	77 ws-tour-writes PIC 9(7) VALUE 0.
	77 ws-tour-stamp PIC 9(14).
	77 ws-mode PIC X VALUE "S".
	77 ws-mode-answer PIC X.
	77 ws-dseed-status PIC XX VALUE SPACES.
	77 ws-dseed-reads PIC 9(7) VALUE 0.
	77 ws-daily-found PIC X VALUE "N".
	77 ws-daily-seed PIC 9(10) VALUE 0.
	77 ws-daily-played PIC X VALUE "N".
	77 ws-seed-reserved PIC X VALUE "N".
	77 ws-chal-written PIC X VALUE "N".
	77 ws-daily-edited PIC 9999/99/99.
	77 ws-chal-status PIC XX VALUE SPACES.
	77 ws-chal-eof PIC X.
	77 ws-chal-reads PIC 9(7) VALUE 0.
	77 ws-chal-writes PIC 9(7) VALUE 0.
	77 ws-player-count PIC 9(1) VALUE 1.
	77 ws-turn-idx PIC 9(1).
	77 ws-winner-idx PIC 9(1).
			10 ws-rt-low PIC 9(3).
			10 ws-rt-high PIC 9(3).
			10 ws-rt-amount PIC 9(5)V99.
	01 ws-camp-table.
		05 ws-camp-entry OCCURS WS-MAX-CAMPAIGNS TIMES.
			10 ws-cp-code PIC X(6).
			10 ws-cp-type PIC X.
			10 ws-cp-multiplier PIC 9(2)V99.
			10 ws-cp-flat PIC 9(5)V99.
			10 ws-cp-low PIC 9(3).
			10 ws-cp-high PIC 9(3).
			10 ws-cp-restricted PIC X.
	01 ws-elig-table.
		05 ws-elig-entry OCCURS WS-MAX-ELIGIBLE TIMES.
			10 ws-el-code PIC X(6).
			10 ws-el-player-id PIC X(10).
	01 ws-round-guesses-table.
		05 ws-round-guesses PIC 9(3) OCCURS WS-MAX-ROUNDS TIMES.
	01 ws-ckpt-table.

PROCEDURE DIVISION.
	PERFORM LOG-RUN-START.
	DISPLAY "How many players? (1-4, or D for the daily challenge)".
	ACCEPT ws-mode-answer FROM SYSIN.
	IF ws-mode-answer = "D" OR ws-mode-answer = "d"
		MOVE "D" TO ws-mode
	ELSE
		MOVE ws-mode-answer TO ws-player-count
		IF ws-player-count IS NOT NUMERIC OR ws-player-count < 1 OR ws-player-count > WS-MAX-TPLAYERS
			MOVE 1 TO ws-player-count
		END-IF
	END-IF.
	IF ws-player-count > 1
		MOVE "T" TO ws-mode
	END-IF.
	PERFORM GET-CONTROL-RECORD.
	PERFORM GET-RATE-TABLE.
	PERFORM GET-CAMPAIGN-TABLE.
	IF ws-mode = "D"
		MOVE 1 TO ws-rounds
	ELSE
		DISPLAY "How many rounds do you want to play?"
		ACCEPT ws-rounds FROM SYSIN
		IF ws-rounds IS NOT NUMERIC OR ws-rounds < 1 OR ws-rounds > WS-MAX-ROUNDS
			MOVE 1 TO ws-rounds
		END-IF
	END-IF.
	MOVE ws-upper-bound TO ws-upper-edited.
	IF ws-max-attempts > 0
		MOVE ws-max-attempts TO ws-max-edited
		DISPLAY "Par for each round : " FUNCTION TRIM (ws-max-edited) " attempts"
	END-IF.
	EVALUATE ws-mode
		WHEN "T"
			PERFORM TOURNAMENT-SESSION
		WHEN "D"
			PERFORM DAILY-SESSION
		WHEN OTHER
			PERFORM SOLO-SESSION
	END-EVALUATE.
	PERFORM LOG-RUN-END.
	STOP RUN.

SOLO-SESSION.
	PERFORM LOAD-CHECKPOINT.
	IF ws-has-checkpoint = "Y"
		PERFORM GET-DAILY-SEED
		IF ws-seed-reserved = "Y" AND ws-daily-found = "Y" AND seed = ws-daily-seed
			DISPLAY "Player " FUNCTION TRIM (ws-player-id) " has a daily challenge in progress - resume it with D"
			MOVE "A" TO ws-run-abend
			PERFORM LOG-RUN-END
			STOP RUN
		END-IF
		IF ws-seed-reserved = "Y"
			DISPLAY "Saved daily challenge game has expired and is discarded"
			PERFORM CLEAR-CHECKPOINT
			MOVE "N" TO ws-has-checkpoint
			MOVE 1 TO ws-start-round
		END-IF
	END-IF.
	IF ws-has-checkpoint = "Y"
		DISPLAY "Checkpoint found - resume previous game? (Y/N)"
		ACCEPT ws-resume-answer FROM SYSIN
			CONTINUE
		ELSE
			PERFORM NEXT-GAME-ID
			PERFORM ACCEPT-PLAYER-SEED
			COMPUTE find = FUNCTION RANDOM (seed) * ws-upper-bound + 1
			INITIALIZE nb
			INITIALIZE guess-count
	END-PERFORM.
	PERFORM DISPLAY-SUMMARY.

DAILY-SESSION.
	PERFORM GET-DAILY-SEED.
	MOVE ws-ctl-today TO ws-daily-edited.
	IF ws-daily-found = "N"
		DISPLAY "No daily challenge published for " ws-daily-edited " - see the program administrator"
		MOVE "A" TO ws-run-abend
		PERFORM LOG-RUN-END
		STOP RUN
	END-IF.
	PERFORM CHECK-DAILY-PLAYED.
	PERFORM LOAD-CHECKPOINT.
	MOVE 1 TO ws-round-idx.
	IF ws-has-checkpoint = "Y"
		IF seed = ws-daily-seed AND ws-daily-played = "Y"
			DISPLAY "Resuming the daily challenge for " ws-daily-edited
		ELSE
			DISPLAY "Player " FUNCTION TRIM (ws-player-id) " has a saved game in progress - finish it before the daily challenge"
			MOVE "A" TO ws-run-abend
			PERFORM LOG-RUN-END
			STOP RUN
		END-IF
	ELSE
		IF ws-daily-played = "Y"
			DISPLAY "Player " FUNCTION TRIM (ws-player-id) " has already played the daily challenge for " ws-daily-edited
			MOVE "A" TO ws-run-abend
			PERFORM LOG-RUN-END
			STOP RUN
		END-IF
		PERFORM NEXT-GAME-ID
		MOVE ws-daily-seed TO seed
		COMPUTE find = FUNCTION RANDOM (seed) * ws-upper-bound + 1
		INITIALIZE nb
		INITIALIZE guess-count
		MOVE "OPEN" TO ws-round-outcome
		PERFORM WRITE-CHALLENGE-RECORD
		IF ws-chal-written = "N"
			DISPLAY "Daily challenge cannot be started - try again later"
			PERFORM LOG-RUN-END
			STOP RUN
		END-IF
		DISPLAY "Daily challenge for " ws-daily-edited " - one attempt only"
	END-IF.
	PERFORM PLAY-ROUND.
	IF ws-round-outcome = "WIN "
		DISPLAY "You found the number, congratulations !"
	ELSE
		MOVE find TO ws-find-edited
		DISPLAY "Out of attempts - the number was " FUNCTION TRIM (ws-find-edited)
	END-IF.
	PERFORM WRITE-HISTORY-RECORD.
	IF ws-round-outcome = "WIN "
		PERFORM WRITE-XMIT-RECORD
	END-IF.
	PERFORM WRITE-CHALLENGE-RECORD.
	PERFORM CLEAR-CHECKPOINT.
	PERFORM SAVE-PLAYER.
	MOVE guess-count TO ws-round-guesses (1).
	ADD guess-count TO ws-total-guesses.
	MOVE guess-count TO ws-attempts-edited.
	IF ws-chal-written = "N"
		DISPLAY "Daily challenge result not recorded - see the program administrator"
		PERFORM LOG-RUN-END
		STOP RUN
	END-IF.
	DISPLAY "Daily challenge result recorded - " FUNCTION TRIM (ws-attempts-edited) " attempts".

ACCEPT-PLAYER-SEED.
	MOVE "Y" TO ws-seed-reserved.
	PERFORM UNTIL ws-seed-reserved = "N"
		DISPLAY "Choose random seed"
		ACCEPT seed FROM SYSIN
		PERFORM GET-DAILY-SEED
		IF ws-seed-reserved = "Y"
			DISPLAY "That seed is reserved for the daily challenge"
		END-IF
	END-PERFORM.

GET-DAILY-SEED.
	MOVE "N" TO ws-daily-found.
	MOVE "N" TO ws-seed-reserved.
	MOVE "N" TO ws-chal-eof.
	OPEN INPUT POMDSEED-FILE.
	IF ws-dseed-status NOT = "00"
		MOVE "Y" TO ws-chal-eof
	END-IF.
	PERFORM UNTIL ws-chal-eof = "Y"
		READ POMDSEED-FILE
			AT END
				MOVE "Y" TO ws-chal-eof
			NOT AT END
				ADD 1 TO ws-dseed-reads
				IF DS-CHALLENGE-DATE = ws-ctl-today AND DS-SEED IS NUMERIC
					MOVE "Y" TO ws-daily-found
					MOVE DS-SEED TO ws-daily-seed
				END-IF
				IF DS-SEED IS NUMERIC AND DS-SEED = seed
					MOVE "Y" TO ws-seed-reserved
				END-IF
		END-READ
	END-PERFORM.
	IF ws-dseed-status = "00" OR ws-dseed-status = "10"
		CLOSE POMDSEED-FILE
	END-IF.

CHECK-DAILY-PLAYED.
	MOVE "N" TO ws-daily-played.
	MOVE "N" TO ws-chal-eof.
	MOVE 0 TO ws-lock-tries.
	OPEN INPUT POMCHAL-FILE.
	PERFORM UNTIL (ws-chal-status NOT = "61" AND ws-chal-status NOT = "93") OR ws-lock-tries >= WS-LOCK-RETRIES
		ADD 1 TO ws-lock-tries
		CALL "C$SLEEP" USING ws-lock-wait
		OPEN INPUT POMCHAL-FILE
	END-PERFORM.
	IF ws-chal-status = "35"
		MOVE "Y" TO ws-chal-eof
	ELSE
		IF ws-chal-status NOT = "00"
			DISPLAY "Daily challenge not available - POMCHAL.DAT status " ws-chal-status
			MOVE "A" TO ws-run-abend
			PERFORM LOG-RUN-END
			STOP RUN
		END-IF
	END-IF.
	PERFORM UNTIL ws-chal-eof = "Y"
		READ POMCHAL-FILE
			AT END
				MOVE "Y" TO ws-chal-eof
			NOT AT END
				ADD 1 TO ws-chal-reads
				IF CH-CHALLENGE-DATE = ws-ctl-today AND CH-PLAYER-ID = ws-player-id
					MOVE "Y" TO ws-daily-played
				END-IF
		END-READ
	END-PERFORM.
	IF ws-chal-status = "00" OR ws-chal-status = "10"
		CLOSE POMCHAL-FILE
	END-IF.

WRITE-CHALLENGE-RECORD.
	MOVE "N" TO ws-chal-written.
	MOVE 0 TO ws-lock-tries.
	OPEN EXTEND POMCHAL-FILE.
	IF ws-chal-status = "35"
		OPEN OUTPUT POMCHAL-FILE
	END-IF.
	PERFORM UNTIL (ws-chal-status NOT = "61" AND ws-chal-status NOT = "93") OR ws-lock-tries >= WS-LOCK-RETRIES
		ADD 1 TO ws-lock-tries
		CALL "C$SLEEP" USING ws-lock-wait
		OPEN EXTEND POMCHAL-FILE
	END-PERFORM.
	IF ws-chal-status = "00"
		MOVE ws-ctl-today TO CH-CHALLENGE-DATE
		MOVE ws-player-id TO CH-PLAYER-ID
		MOVE ws-game-id TO CH-GAME-ID
		MOVE seed TO CH-SEED
		MOVE guess-count TO CH-ATTEMPTS
		MOVE FUNCTION CURRENT-DATE (1:14) TO CH-TIMESTAMP
		MOVE ws-round-outcome TO CH-OUTCOME
		WRITE POMCHAL-RECORD
		IF ws-chal-status = "00"
			ADD 1 TO ws-chal-writes
			MOVE "Y" TO ws-chal-written
		ELSE
			DISPLAY "Challenge write failed - POMCHAL.DAT status " ws-chal-status
			MOVE "A" TO ws-run-abend
		END-IF
		CLOSE POMCHAL-FILE
	ELSE
		DISPLAY "Challenge not recorded - POMCHAL.DAT status " ws-chal-status
		MOVE "A" TO ws-run-abend
	END-IF.

GET-TOURNAMENT-PLAYERS.
	PERFORM VARYING ws-tp-idx FROM 1 BY 1 UNTIL ws-tp-idx > ws-player-count
		DISPLAY "Enter player ID for player " ws-tp-idx
	MOVE 0 TO ws-round-idx.
	PERFORM SAVE-CHECKPOINT.
	PERFORM VARYING ws-round-idx FROM 1 BY 1 UNTIL ws-round-idx > ws-rounds
		PERFORM ACCEPT-PLAYER-SEED
		COMPUTE find = FUNCTION RANDOM (seed) * ws-upper-bound + 1
		PERFORM PLAY-TOURNAMENT-ROUND
		PERFORM RECORD-TOURNAMENT-ROUND
	IF ws-payout-amount = 0
		DISPLAY "No rate band covers " guess-count " attempts - payout amount zero"
	END-IF.
	PERFORM APPLY-CAMPAIGNS.

GET-CAMPAIGN-TABLE.
	MOVE "N" TO ws-camp-eof.
	OPEN INPUT POMCAMP-FILE.
	IF ws-camp-status NOT = "00"
		MOVE "Y" TO ws-camp-eof
	END-IF.
	PERFORM UNTIL ws-camp-eof = "Y"
		READ POMCAMP-FILE
			AT END
				MOVE "Y" TO ws-camp-eof
			NOT AT END
				PERFORM STORE-CAMPAIGN
		END-READ
	END-PERFORM.
	IF ws-camp-status = "00" OR ws-camp-status = "10"
		CLOSE POMCAMP-FILE
	END-IF.
	IF ws-camp-count > 0
		PERFORM GET-ELIGIBLE-PLAYERS
	END-IF.

STORE-CAMPAIGN.
	ADD 1 TO ws-camp-reads.
	IF CP-START-DATE IS NUMERIC AND CP-END-DATE IS NUMERIC
	AND CP-START-DATE <= ws-ctl-today AND CP-END-DATE >= ws-ctl-today
		IF CP-LOW-ATTEMPTS IS NOT NUMERIC OR CP-HIGH-ATTEMPTS IS NOT NUMERIC
		OR (CP-BONUS-TYPE = "M" AND CP-MULTIPLIER IS NOT NUMERIC)
		OR (CP-BONUS-TYPE = "F" AND CP-FLAT-BONUS IS NOT NUMERIC)
		OR (CP-BONUS-TYPE NOT = "M" AND CP-BONUS-TYPE NOT = "F")
			DISPLAY "Campaign " CP-CAMPAIGN-CODE " ignored - invalid entry on POMCAMP.DAT"
		ELSE
			IF ws-camp-count < WS-MAX-CAMPAIGNS
				ADD 1 TO ws-camp-count
				MOVE CP-CAMPAIGN-CODE TO ws-cp-code (ws-camp-count)
				MOVE CP-BONUS-TYPE TO ws-cp-type (ws-camp-count)
				MOVE 0 TO ws-cp-multiplier (ws-camp-count)
				MOVE 0 TO ws-cp-flat (ws-camp-count)
				IF CP-BONUS-TYPE = "M"
					MOVE CP-MULTIPLIER TO ws-cp-multiplier (ws-camp-count)
				ELSE
					MOVE CP-FLAT-BONUS TO ws-cp-flat (ws-camp-count)
				END-IF
				MOVE CP-LOW-ATTEMPTS TO ws-cp-low (ws-camp-count)
				IF CP-HIGH-ATTEMPTS = 0
					MOVE 999 TO ws-cp-high (ws-camp-count)
				ELSE
					MOVE CP-HIGH-ATTEMPTS TO ws-cp-high (ws-camp-count)
				END-IF
				MOVE "N" TO ws-cp-restricted (ws-camp-count)
			ELSE
				DISPLAY "Campaign table full - POMCAMP.DAT campaign " CP-CAMPAIGN-CODE " dropped"
			END-IF
		END-IF
	END-IF.

GET-ELIGIBLE-PLAYERS.
	MOVE "N" TO ws-camp-eof.
	OPEN INPUT POMCELG-FILE.
	IF ws-celg-status NOT = "00"
		MOVE "Y" TO ws-camp-eof
	END-IF.
	PERFORM UNTIL ws-camp-eof = "Y"
		READ POMCELG-FILE
			AT END
				MOVE "Y" TO ws-camp-eof
			NOT AT END
				PERFORM STORE-ELIGIBLE-PLAYER
		END-READ
	END-PERFORM.
	IF ws-celg-status = "00" OR ws-celg-status = "10"
		CLOSE POMCELG-FILE
	END-IF.

STORE-ELIGIBLE-PLAYER.
	ADD 1 TO ws-celg-reads.
	MOVE 0 TO ws-camp-match.
	PERFORM VARYING ws-camp-idx FROM 1 BY 1 UNTIL ws-camp-idx > ws-camp-count
		IF ws-cp-code (ws-camp-idx) = CE-CAMPAIGN-CODE
			MOVE ws-camp-idx TO ws-camp-match
		END-IF
	END-PERFORM.
	IF ws-camp-match > 0
		MOVE "Y" TO ws-cp-restricted (ws-camp-match)
		IF ws-elig-count < WS-MAX-ELIGIBLE
			ADD 1 TO ws-elig-count
			MOVE CE-CAMPAIGN-CODE TO ws-el-code (ws-elig-count)
			MOVE CE-PLAYER-ID TO ws-el-player-id (ws-elig-count)
		ELSE
			DISPLAY "Eligibility table full - POMCELG.DAT player " CE-PLAYER-ID " dropped"
		END-IF
	END-IF.

APPLY-CAMPAIGNS.
	MOVE 0 TO ws-bonus-amount.
	MOVE SPACES TO ws-campaign-code.
	PERFORM VARYING ws-camp-idx FROM 1 BY 1 UNTIL ws-camp-idx > ws-camp-count
		IF guess-count >= ws-cp-low (ws-camp-idx)
		AND guess-count <= ws-cp-high (ws-camp-idx)
			PERFORM CHECK-CAMPAIGN-ELIGIBLE
			IF ws-camp-eligible = "Y"
				PERFORM PRICE-CAMPAIGN-BONUS
			END-IF
		END-IF
	END-PERFORM.
	IF ws-bonus-amount > 0
		ADD ws-bonus-amount TO ws-payout-amount
		MOVE ws-bonus-amount TO ws-bonus-edited
		DISPLAY "Campaign " FUNCTION TRIM (ws-campaign-code) " bonus " FUNCTION TRIM (ws-bonus-edited) " added to payout"
	END-IF.

CHECK-CAMPAIGN-ELIGIBLE.
	IF ws-cp-restricted (ws-camp-idx) = "Y"
		MOVE "N" TO ws-camp-eligible
		PERFORM VARYING ws-elig-idx FROM 1 BY 1 UNTIL ws-elig-idx > ws-elig-count
			IF ws-el-code (ws-elig-idx) = ws-cp-code (ws-camp-idx)
			AND ws-el-player-id (ws-elig-idx) = ws-player-id
				MOVE "Y" TO ws-camp-eligible
			END-IF
		END-PERFORM
	ELSE
		MOVE "Y" TO ws-camp-eligible
	END-IF.

PRICE-CAMPAIGN-BONUS.
	MOVE 0 TO ws-candidate-bonus.
	IF ws-cp-type (ws-camp-idx) = "M"
		IF ws-cp-multiplier (ws-camp-idx) > 1
			COMPUTE ws-candidate-bonus ROUNDED = ws-payout-amount * (ws-cp-multiplier (ws-camp-idx) - 1)
		END-IF
	ELSE
		MOVE ws-cp-flat (ws-camp-idx) TO ws-candidate-bonus
	END-IF.
	IF ws-candidate-bonus > ws-bonus-amount
		MOVE ws-candidate-bonus TO ws-bonus-amount
		MOVE ws-cp-code (ws-camp-idx) TO ws-campaign-code
	END-IF.

LOAD-CHECKPOINT.
	MOVE "N" TO ws-has-checkpoint.
		MOVE ZERO TO XM-XMIT-NO
		MOVE SPACE TO XM-STATUS
		MOVE ZERO TO XM-SETTLED-DATE
		MOVE ws-campaign-code TO XM-CAMPAIGN-CODE
		MOVE ws-bonus-amount TO XM-BONUS
		MOVE SPACE TO XM-DEFERRED
		WRITE POMXMIT-RECORD
		IF ws-xmit-status = "00"
			ADD 1 TO ws-xmit-writes
	MOVE 0 TO ws-log-writes.
	MOVE ws-rate-status TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.
	MOVE "POMCAMP" TO ws-log-file-name.
	MOVE ws-camp-reads TO ws-log-reads.
	MOVE 0 TO ws-log-writes.
	MOVE ws-camp-status TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.
	MOVE "POMCELG" TO ws-log-file-name.
	MOVE ws-celg-reads TO ws-log-reads.
	MOVE 0 TO ws-log-writes.
	MOVE ws-celg-status TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.
	MOVE "GUESSLOG" TO ws-log-file-name.
	MOVE 0 TO ws-log-reads.
	MOVE ws-guesslog-writes TO ws-log-writes.
		MOVE ws-tour-status TO ws-log-status
		PERFORM WRITE-RUN-RECORD
	END-IF.
	MOVE "POMDSEED" TO ws-log-file-name.
	MOVE ws-dseed-reads TO ws-log-reads.
	MOVE 0 TO ws-log-writes.
	MOVE ws-dseed-status TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.
	IF ws-mode = "D"
		MOVE "POMCHAL" TO ws-log-file-name
		MOVE ws-chal-reads TO ws-log-reads
		MOVE ws-chal-writes TO ws-log-writes
		MOVE ws-chal-status TO ws-log-status
		PERFORM WRITE-RUN-RECORD
	END-IF.
	MOVE "END  " TO ws-log-event.
	MOVE SPACES TO ws-log-file-name.
	COMPUTE ws-log-reads = ws-ctl-reads + ws-rate-reads + ws-gmid-reads
		+ ws-ckpt-reads + ws-player-reads + ws-camp-reads + ws-celg-reads
		+ ws-dseed-reads + ws-chal-reads.
	COMPUTE ws-log-writes = ws-guesslog-writes + ws-gamehist-writes
		+ ws-xmit-writes + ws-gmid-writes + ws-ckpt-writes
		+ ws-player-writes + ws-tour-writes + ws-chal-writes.
	MOVE SPACES TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.

