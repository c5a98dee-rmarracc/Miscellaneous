IDENTIFICATION DIVISION.
	PROGRAM-ID. POMGLJ.

ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT POMXMIT-FILE ASSIGN TO "POMXMIT.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			LOCK MODE IS EXCLUSIVE
			FILE STATUS IS ws-xmit-status.
		SELECT POMGLST-FILE ASSIGN TO "POMGLST.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			LOCK MODE IS EXCLUSIVE
			FILE STATUS IS ws-state-status.
		SELECT POMGLHWM-FILE ASSIGN TO "POMGLHWM.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			LOCK MODE IS EXCLUSIVE
			FILE STATUS IS ws-hwm-status.
		SELECT POMGLJ-FILE ASSIGN TO "POMGLJ.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ws-journal-status.
		SELECT POMCKPT-FILE ASSIGN TO "POMCKPT.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ws-ckpt-status.
		SELECT STATE-WORK ASSIGN TO "POMGLJ.IDX"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS GT-GAME-ID
			FILE STATUS IS ws-work-status.
		SELECT GL-REPORT ASSIGN TO "POMGLJ.RPT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ws-report-status.
		SELECT POMRUN-FILE ASSIGN TO "POMRUN.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ws-runlog-status.

DATA DIVISION.
	FILE SECTION.

	FD  POMXMIT-FILE.
	COPY "xmitrec.cpy".

	FD  POMGLST-FILE.
	01 POMGLST-RECORD.
		05 GS-GAME-ID PIC 9(12).
		05 GS-PLAYER-ID PIC X(10).
		05 GS-STATE PIC X(1).
		05 GS-AMOUNT PIC 9(5)V99.
		05 GS-POSTED-DATE PIC 9(8).

	FD  POMGLHWM-FILE.
	01 POMGLHWM-RECORD.
		05 GW-LAST-BATCH-NO PIC 9(6).
		05 GW-LAST-ENTRY-NO PIC 9(7).
		05 GW-LAST-GAME-ID PIC 9(12).
		05 GW-LAST-RUN-TS PIC 9(14).
		05 GW-BALANCE PIC S9(9)V99 SIGN LEADING SEPARATE OCCURS 4 TIMES.

	FD  POMGLJ-FILE.
	COPY "pomglj.cpy".

	FD  POMCKPT-FILE.
	COPY "pomckpt.cpy".

	FD  STATE-WORK.
	01 STATEWK-RECORD.
		05 GT-GAME-ID PIC 9(12).
		05 GT-PLAYER-ID PIC X(10).
		05 GT-STATE PIC X(1).
		05 GT-AMOUNT PIC 9(5)V99.
		05 GT-POSTED-DATE PIC 9(8).
		05 GT-SEEN PIC X(1).

	FD  GL-REPORT.
	01 GL-LINE PIC X(100).

	FD  POMRUN-FILE.
	COPY "runlog.cpy".

	WORKING-STORAGE SECTION.

	78 WS-LOCK-RETRIES VALUE 30.
	78 WS-MAX-ACCOUNTS VALUE 4.
	78 WS-MAX-EVENTS VALUE 6.
	78 WS-ACCT-EXPENSE VALUE 1.
	78 WS-ACCT-LIABILITY VALUE 2.
	78 WS-ACCT-SUSPENSE VALUE 3.
	78 WS-ACCT-CASH VALUE 4.
	78 WS-EVT-ACCRUE VALUE 1.
	78 WS-EVT-REOPEN VALUE 2.
	78 WS-EVT-HOLD VALUE 3.
	78 WS-EVT-RELEASE VALUE 4.
	78 WS-EVT-SETTLE VALUE 5.
	78 WS-EVT-REVERSE VALUE 6.
	77 ws-xmit-status PIC XX VALUE SPACES.
	77 ws-state-status PIC XX VALUE SPACES.
	77 ws-hwm-status PIC XX VALUE SPACES.
	77 ws-journal-status PIC XX VALUE SPACES.
	77 ws-ckpt-status PIC XX VALUE SPACES.
	77 ws-work-status PIC XX VALUE SPACES.
	77 ws-report-status PIC XX VALUE SPACES.
	77 ws-lock-tries PIC 9(3).
	77 ws-lock-wait PIC 9(4) COMP VALUE 1.
	77 ws-eof PIC X.
	77 ws-matched PIC X.
	77 ws-today PIC 9(8).
	77 ws-target-state PIC X.
	77 ws-prior-state PIC X.
	77 ws-xmit-amount PIC 9(5)V99.
	77 ws-batch-no PIC 9(6) VALUE 0.
	77 ws-entry-no PIC 9(7) VALUE 0.
	77 ws-last-game-id PIC 9(12) VALUE 0.
	77 ws-new-last-game-id PIC 9(12) VALUE 0.
	77 ws-post-amount PIC 9(7)V99.
	77 ws-dr-idx PIC 9.
	77 ws-cr-idx PIC 9.
	77 ws-evt-idx PIC 9.
	77 ws-acct-idx PIC 9.
	77 ws-reason-text PIC X(44).
	77 ws-unsettled-total PIC 9(9)V99 VALUE 0.
	77 ws-state-open-total PIC 9(9)V99 VALUE 0.
	77 ws-ledger-open-total PIC S9(9)V99 VALUE 0.
	77 ws-tie-difference PIC S9(9)V99 VALUE 0.
	77 ws-total-debits PIC 9(9)V99 VALUE 0.
	77 ws-total-credits PIC 9(9)V99 VALUE 0.
	77 ws-xmit-count PIC 9(7) VALUE 0.
	77 ws-state-reads PIC 9(7) VALUE 0.
	77 ws-state-writes PIC 9(7) VALUE 0.
	77 ws-state-dropped PIC 9(7) VALUE 0.
	77 ws-hwm-reads PIC 9(7) VALUE 0.
	77 ws-hwm-writes PIC 9(7) VALUE 0.
	77 ws-journal-writes PIC 9(7) VALUE 0.
	77 ws-exception-count PIC 9(5) VALUE 0.
	77 ws-report-writes PIC 9(7) VALUE 0.
	77 ws-runlog-status PIC XX VALUE SPACES.
	77 ws-run-abend PIC X VALUE "N".
	77 ws-log-event PIC X(5).
	77 ws-log-file-name PIC X(12).
	77 ws-log-reads PIC 9(7).
	77 ws-log-writes PIC 9(7).
	77 ws-log-status PIC XX VALUE SPACES.

	01 ws-account-table.
		05 ws-account-entry OCCURS WS-MAX-ACCOUNTS TIMES.
			10 ws-ac-code PIC X(8).
			10 ws-ac-name PIC X(18).
			10 ws-ac-opening PIC S9(9)V99.
			10 ws-ac-debits PIC 9(9)V99.
			10 ws-ac-credits PIC 9(9)V99.
			10 ws-ac-closing PIC S9(9)V99.
	01 ws-event-table.
		05 ws-event-entry OCCURS WS-MAX-EVENTS TIMES.
			10 ws-ev-code PIC X(6).
			10 ws-ev-name PIC X(22).
			10 ws-ev-count PIC 9(7).
			10 ws-ev-amount PIC 9(9)V99.

	01 ws-heading-1.
		05 FILLER PIC X(42) VALUE "POM general ledger journal - run date ".
		05 ws-head-date PIC 9999/99/99.
	01 ws-heading-2.
		05 FILLER PIC X(16) VALUE "Journal batch : ".
		05 ws-head-batch PIC 9(6).
	01 ws-exception-line.
		05 FILLER PIC X(10) VALUE "EXCEPTION ".
		05 ws-exc-game-id PIC 9(12).
		05 FILLER PIC X(1) VALUE SPACES.
		05 ws-exc-player-id PIC X(10).
		05 FILLER PIC X(1) VALUE SPACES.
		05 ws-exc-reason PIC X(44).
	01 ws-event-heading.
		05 FILLER PIC X(50) VALUE "EVENT   DESCRIPTION             ENTRIES".
		05 FILLER PIC X(10) VALUE "    AMOUNT".
	01 ws-event-line.
		05 ws-evl-code PIC X(6).
		05 FILLER PIC X(2) VALUE SPACES.
		05 ws-evl-name PIC X(22).
		05 FILLER PIC X(2) VALUE SPACES.
		05 ws-evl-count PIC ZZZZZZ9.
		05 FILLER PIC X(2) VALUE SPACES.
		05 ws-evl-amount PIC ZZZZZZZZ9.99.
	01 ws-trial-heading.
		05 FILLER PIC X(50) VALUE "ACCOUNT   NAME                     OPENING BALANCE".
		05 FILLER PIC X(47) VALUE "         DEBITS        CREDITS  CLOSING BALANCE".
	01 ws-trial-line.
		05 ws-trl-code PIC X(8).
		05 FILLER PIC X(2) VALUE SPACES.
		05 ws-trl-name PIC X(18).
		05 FILLER PIC X(2) VALUE SPACES.
		05 ws-trl-opening PIC -ZZZZZZZZ9.99.
		05 FILLER PIC X(2) VALUE SPACES.
		05 ws-trl-debits PIC ZZZZZZZZ9.99.
		05 FILLER PIC X(2) VALUE SPACES.
		05 ws-trl-credits PIC ZZZZZZZZ9.99.
		05 FILLER PIC X(2) VALUE SPACES.
		05 ws-trl-closing PIC -ZZZZZZZZ9.99.
	01 ws-trial-total-line.
		05 FILLER PIC X(8) VALUE "TOTAL   ".
		05 FILLER PIC X(2) VALUE SPACES.
		05 ws-ttl-text PIC X(18).
		05 FILLER PIC X(17) VALUE SPACES.
		05 ws-ttl-debits PIC ZZZZZZZZ9.99.
		05 FILLER PIC X(2) VALUE SPACES.
		05 ws-ttl-credits PIC ZZZZZZZZ9.99.
	01 ws-tie-line.
		05 ws-tie-label PIC X(40).
		05 ws-tie-amount PIC -ZZZZZZZZ9.99.
		05 FILLER PIC X(2) VALUE SPACES.
		05 ws-tie-text PIC X(24).
	01 ws-total-line.
		05 ws-tot-label PIC X(28).
		05 ws-tot-count PIC ZZZZZZ9.

PROCEDURE DIVISION.
	PERFORM LOG-RUN-START.
	DISPLAY "POM general ledger journal extract".
	MOVE FUNCTION CURRENT-DATE (1:8) TO ws-today.
	PERFORM CHECK-CHECKPOINT.
	PERFORM SET-UP-ACCOUNTS.
	PERFORM GET-HIGH-WATER-MARK.
	OPEN OUTPUT GL-REPORT.
	MOVE ws-today TO ws-head-date.
	WRITE GL-LINE FROM ws-heading-1.
	ADD 1 TO ws-report-writes.
	MOVE ws-batch-no TO ws-head-batch.
	WRITE GL-LINE FROM ws-heading-2.
	ADD 1 TO ws-report-writes.
	MOVE SPACES TO GL-LINE.
	WRITE GL-LINE.
	ADD 1 TO ws-report-writes.
	PERFORM LOAD-POSTED-STATE.
	OPEN OUTPUT POMGLJ-FILE.
	IF ws-journal-status NOT = "00"
		DISPLAY "POMGLJ: cannot open POMGLJ.DAT, status " ws-journal-status
		MOVE "A" TO ws-run-abend
		PERFORM LOG-RUN-END
		STOP RUN
	END-IF.
	PERFORM POST-PAYOUT-CHANGES.
	CLOSE POMGLJ-FILE.
	PERFORM CHECK-UNSEEN-STATE.
	PERFORM PRINT-EVENT-SUMMARY.
	PERFORM PRINT-TRIAL-BALANCE.
	IF ws-run-abend = "N"
		PERFORM REWRITE-POSTED-STATE
	END-IF.
	IF ws-run-abend = "N"
		PERFORM SAVE-HIGH-WATER-MARK
	ELSE
		DISPLAY "POMGLJ: run incomplete - posted state and high-water mark left unchanged, discard POMGLJ.DAT"
		MOVE "Run incomplete - discard this journal batch and rerun" TO GL-LINE
		WRITE GL-LINE
		ADD 1 TO ws-report-writes
	END-IF.
	CLOSE GL-REPORT.
	CLOSE STATE-WORK.
	DISPLAY "Journal batch        : " ws-batch-no.
	DISPLAY "Journal lines        : " ws-journal-writes.
	DISPLAY "Exceptions           : " ws-exception-count.
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
	MOVE "POMGLHWM" TO ws-log-file-name.
	MOVE ws-hwm-reads TO ws-log-reads.
	MOVE ws-hwm-writes TO ws-log-writes.
	MOVE ws-hwm-status TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.
	MOVE "POMGLST" TO ws-log-file-name.
	MOVE ws-state-reads TO ws-log-reads.
	MOVE ws-state-writes TO ws-log-writes.
	MOVE ws-state-status TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.
	MOVE "POMXMIT" TO ws-log-file-name.
	MOVE ws-xmit-count TO ws-log-reads.
	MOVE 0 TO ws-log-writes.
	MOVE ws-xmit-status TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.
	MOVE "POMGLJ" TO ws-log-file-name.
	MOVE 0 TO ws-log-reads.
	MOVE ws-journal-writes TO ws-log-writes.
	MOVE ws-journal-status TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.
	MOVE "POMGLJ.RPT" TO ws-log-file-name.
	MOVE 0 TO ws-log-reads.
	MOVE ws-report-writes TO ws-log-writes.
	MOVE ws-report-status TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.
	MOVE "END  " TO ws-log-event.
	MOVE SPACES TO ws-log-file-name.
	COMPUTE ws-log-reads = ws-hwm-reads + ws-state-reads + ws-xmit-count.
	COMPUTE ws-log-writes = ws-hwm-writes + ws-state-writes + ws-journal-writes + ws-report-writes.
	MOVE SPACES TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.

WRITE-RUN-RECORD.
	OPEN EXTEND POMRUN-FILE.
	IF ws-runlog-status = "35"
		OPEN OUTPUT POMRUN-FILE
	END-IF.
	IF ws-runlog-status = "00"
		MOVE "POMGLJ  " TO RL-PROGRAM-ID
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

CHECK-CHECKPOINT.
	OPEN INPUT POMCKPT-FILE.
	IF ws-ckpt-status = "00"
		READ POMCKPT-FILE
			AT END
				CONTINUE
			NOT AT END
				DISPLAY "POMGLJ: checkpoint on POMCKPT.DAT shows a game in flight - run refused"
				CLOSE POMCKPT-FILE
				MOVE "A" TO ws-run-abend
				PERFORM LOG-RUN-END
				STOP RUN
		END-READ
		CLOSE POMCKPT-FILE
	END-IF.

SET-UP-ACCOUNTS.
	INITIALIZE ws-account-table.
	MOVE "6100    " TO ws-ac-code (WS-ACCT-EXPENSE).
	MOVE "Payout expense" TO ws-ac-name (WS-ACCT-EXPENSE).
	MOVE "2100    " TO ws-ac-code (WS-ACCT-LIABILITY).
	MOVE "Payouts payable" TO ws-ac-name (WS-ACCT-LIABILITY).
	MOVE "2190    " TO ws-ac-code (WS-ACCT-SUSPENSE).
	MOVE "Payouts suspense" TO ws-ac-name (WS-ACCT-SUSPENSE).
	MOVE "1010    " TO ws-ac-code (WS-ACCT-CASH).
	MOVE "Payout cash" TO ws-ac-name (WS-ACCT-CASH).
	INITIALIZE ws-event-table.
	MOVE "ACCRUE" TO ws-ev-code (WS-EVT-ACCRUE).
	MOVE "payout created" TO ws-ev-name (WS-EVT-ACCRUE).
	MOVE "REOPEN" TO ws-ev-code (WS-EVT-REOPEN).
	MOVE "reversed payout reopened" TO ws-ev-name (WS-EVT-REOPEN).
	MOVE "HOLD  " TO ws-ev-code (WS-EVT-HOLD).
	MOVE "held to suspense" TO ws-ev-name (WS-EVT-HOLD).
	MOVE "RELEAS" TO ws-ev-code (WS-EVT-RELEASE).
	MOVE "released from suspense" TO ws-ev-name (WS-EVT-RELEASE).
	MOVE "SETTLE" TO ws-ev-code (WS-EVT-SETTLE).
	MOVE "settled in cash" TO ws-ev-name (WS-EVT-SETTLE).
	MOVE "REVERS" TO ws-ev-code (WS-EVT-REVERSE).
	MOVE "voided or rejected" TO ws-ev-name (WS-EVT-REVERSE).

GET-HIGH-WATER-MARK.
	MOVE 0 TO ws-batch-no.
	MOVE 0 TO ws-entry-no.
	MOVE 0 TO ws-last-game-id.
	OPEN INPUT POMGLHWM-FILE.
	IF ws-hwm-status = "00"
		READ POMGLHWM-FILE
			AT END
				CONTINUE
			NOT AT END
				ADD 1 TO ws-hwm-reads
				IF GW-LAST-BATCH-NO IS NUMERIC
					MOVE GW-LAST-BATCH-NO TO ws-batch-no
				END-IF
				IF GW-LAST-ENTRY-NO IS NUMERIC
					MOVE GW-LAST-ENTRY-NO TO ws-entry-no
				END-IF
				IF GW-LAST-GAME-ID IS NUMERIC
					MOVE GW-LAST-GAME-ID TO ws-last-game-id
				END-IF
				PERFORM VARYING ws-acct-idx FROM 1 BY 1 UNTIL ws-acct-idx > WS-MAX-ACCOUNTS
					IF GW-BALANCE (ws-acct-idx) IS NUMERIC
						MOVE GW-BALANCE (ws-acct-idx) TO ws-ac-opening (ws-acct-idx)
					END-IF
				END-PERFORM
		END-READ
		CLOSE POMGLHWM-FILE
	END-IF.
	ADD 1 TO ws-batch-no.
	MOVE ws-last-game-id TO ws-new-last-game-id.

LOAD-POSTED-STATE.
	OPEN OUTPUT STATE-WORK.
	IF ws-work-status NOT = "00"
		DISPLAY "POMGLJ: cannot open POMGLJ.IDX, status " ws-work-status
		MOVE "A" TO ws-run-abend
		PERFORM LOG-RUN-END
		STOP RUN
	END-IF.
	MOVE "N" TO ws-eof.
	MOVE 0 TO ws-lock-tries.
	OPEN INPUT POMGLST-FILE.
	PERFORM UNTIL (ws-state-status NOT = "61" AND ws-state-status NOT = "93") OR ws-lock-tries >= WS-LOCK-RETRIES
		ADD 1 TO ws-lock-tries
		CALL "C$SLEEP" USING ws-lock-wait
		OPEN INPUT POMGLST-FILE
	END-PERFORM.
	IF ws-state-status = "35"
		DISPLAY "POMGLJ: no POMGLST.DAT - every payout on file will be accrued"
		MOVE "Y" TO ws-eof
	ELSE
		IF ws-state-status NOT = "00"
			DISPLAY "POMGLJ: cannot open POMGLST.DAT, status " ws-state-status
			MOVE "A" TO ws-run-abend
			PERFORM LOG-RUN-END
			STOP RUN
		END-IF
	END-IF.
	PERFORM UNTIL ws-eof = "Y"
		READ POMGLST-FILE
			AT END
				MOVE "Y" TO ws-eof
			NOT AT END
				PERFORM STORE-STATE
		END-READ
	END-PERFORM.
	IF ws-state-status = "00" OR ws-state-status = "10"
		CLOSE POMGLST-FILE
	END-IF.
	CLOSE STATE-WORK.
	OPEN I-O STATE-WORK.
	IF ws-work-status NOT = "00"
		DISPLAY "POMGLJ: cannot reopen POMGLJ.IDX, status " ws-work-status
		MOVE "A" TO ws-run-abend
		PERFORM LOG-RUN-END
		STOP RUN
	END-IF.

STORE-STATE.
	ADD 1 TO ws-state-reads.
	MOVE GS-GAME-ID TO GT-GAME-ID.
	MOVE GS-PLAYER-ID TO GT-PLAYER-ID.
	MOVE GS-STATE TO GT-STATE.
	IF GS-AMOUNT IS NUMERIC
		MOVE GS-AMOUNT TO GT-AMOUNT
	ELSE
		MOVE 0 TO GT-AMOUNT
	END-IF.
	IF GS-POSTED-DATE IS NUMERIC
		MOVE GS-POSTED-DATE TO GT-POSTED-DATE
	ELSE
		MOVE 0 TO GT-POSTED-DATE
	END-IF.
	MOVE "N" TO GT-SEEN.
	WRITE STATEWK-RECORD
		INVALID KEY
			DISPLAY "POMGLJ: duplicate game ID " GS-GAME-ID " on POMGLST.DAT - run refused"
			MOVE "A" TO ws-run-abend
			PERFORM LOG-RUN-END
			STOP RUN
	END-WRITE.

POST-PAYOUT-CHANGES.
	MOVE "N" TO ws-eof.
	MOVE 0 TO ws-lock-tries.
	OPEN INPUT POMXMIT-FILE.
	PERFORM UNTIL (ws-xmit-status NOT = "61" AND ws-xmit-status NOT = "93") OR ws-lock-tries >= WS-LOCK-RETRIES
		ADD 1 TO ws-lock-tries
		CALL "C$SLEEP" USING ws-lock-wait
		OPEN INPUT POMXMIT-FILE
	END-PERFORM.
	IF ws-xmit-status NOT = "00"
		DISPLAY "POMGLJ: cannot open POMXMIT.DAT, status " ws-xmit-status
		MOVE "A" TO ws-run-abend
		MOVE "Y" TO ws-eof
	END-IF.
	PERFORM UNTIL ws-eof = "Y"
		READ POMXMIT-FILE
			AT END
				MOVE "Y" TO ws-eof
			NOT AT END
				ADD 1 TO ws-xmit-count
				PERFORM POST-ONE-PAYOUT
		END-READ
	END-PERFORM.
	IF ws-xmit-status = "00" OR ws-xmit-status = "10"
		CLOSE POMXMIT-FILE
	END-IF.

POST-ONE-PAYOUT.
	IF XM-AMOUNT IS NUMERIC
		MOVE XM-AMOUNT TO ws-xmit-amount
	ELSE
		MOVE 0 TO ws-xmit-amount
	END-IF.
	IF XM-STATUS = SPACE OR XM-STATUS = "E" OR XM-STATUS = "H"
		ADD ws-xmit-amount TO ws-unsettled-total
	END-IF.
	PERFORM SET-TARGET-STATE.
	MOVE "Y" TO ws-matched.
	MOVE XM-GAME-ID TO GT-GAME-ID.
	READ STATE-WORK
		INVALID KEY
			MOVE "N" TO ws-matched
	END-READ.
	IF ws-matched = "N"
		MOVE XM-GAME-ID TO GT-GAME-ID
		MOVE XM-PLAYER-ID TO GT-PLAYER-ID
		MOVE SPACE TO GT-STATE
		MOVE 0 TO GT-AMOUNT
		MOVE 0 TO GT-POSTED-DATE
	END-IF.
	MOVE "Y" TO GT-SEEN.
	EVALUATE TRUE
		WHEN ws-target-state = "?"
			MOVE "unknown payout status - not posted" TO ws-reason-text
			PERFORM REPORT-EXCEPTION
		WHEN GT-STATE = "C" AND ws-target-state NOT = "C"
			MOVE "settled payout changed status - not posted" TO ws-reason-text
			PERFORM REPORT-EXCEPTION
		WHEN OTHER
			IF (GT-STATE = "L" OR GT-STATE = "U")
			AND GT-STATE = ws-target-state
			AND (ws-xmit-amount NOT = GT-AMOUNT OR XM-PLAYER-ID NOT = GT-PLAYER-ID)
				PERFORM POST-CORRECTION
			END-IF
			IF GT-STATE = SPACE
			OR (GT-STATE = "X" AND ws-target-state NOT = "X")
				PERFORM POST-ACCRUAL
			END-IF
			IF GT-STATE NOT = ws-target-state
				PERFORM POST-TRANSITION
			END-IF
	END-EVALUATE.
	IF ws-matched = "N"
		WRITE STATEWK-RECORD
			INVALID KEY
				DISPLAY "POMGLJ: work file write failed, status " ws-work-status
				MOVE "A" TO ws-run-abend
		END-WRITE
	ELSE
		REWRITE STATEWK-RECORD
		IF ws-work-status NOT = "00"
			DISPLAY "POMGLJ: work file rewrite failed, status " ws-work-status
			MOVE "A" TO ws-run-abend
		END-IF
	END-IF.

POST-CORRECTION.
	MOVE GT-STATE TO ws-prior-state.
	IF GT-STATE = "U"
		MOVE WS-ACCT-SUSPENSE TO ws-dr-idx
	ELSE
		MOVE WS-ACCT-LIABILITY TO ws-dr-idx
	END-IF.
	MOVE WS-ACCT-EXPENSE TO ws-cr-idx.
	MOVE WS-EVT-REVERSE TO ws-evt-idx.
	MOVE GT-AMOUNT TO ws-post-amount.
	PERFORM POST-ENTRY.
	MOVE "X" TO GT-STATE.
	PERFORM POST-ACCRUAL.
	IF ws-prior-state = "U"
		PERFORM POST-TRANSITION
	END-IF.

SET-TARGET-STATE.
	EVALUATE XM-STATUS
		WHEN SPACE
		WHEN "E"
			MOVE "L" TO ws-target-state
		WHEN "H"
			MOVE "U" TO ws-target-state
		WHEN "S"
			MOVE "C" TO ws-target-state
		WHEN "V"
		WHEN "R"
		WHEN "W"
			MOVE "X" TO ws-target-state
		WHEN OTHER
			MOVE "?" TO ws-target-state
	END-EVALUATE.

POST-ACCRUAL.
	IF GT-STATE = SPACE
		MOVE WS-EVT-ACCRUE TO ws-evt-idx
		IF XM-GAME-ID <= ws-last-game-id
			MOVE "accrued below the high-water mark" TO ws-reason-text
			PERFORM REPORT-EXCEPTION
		END-IF
	ELSE
		MOVE WS-EVT-REOPEN TO ws-evt-idx
	END-IF.
	IF XM-GAME-ID > ws-new-last-game-id
		MOVE XM-GAME-ID TO ws-new-last-game-id
	END-IF.
	MOVE XM-PLAYER-ID TO GT-PLAYER-ID.
	MOVE ws-xmit-amount TO GT-AMOUNT.
	MOVE ws-xmit-amount TO ws-post-amount.
	MOVE WS-ACCT-EXPENSE TO ws-dr-idx.
	MOVE WS-ACCT-LIABILITY TO ws-cr-idx.
	PERFORM POST-ENTRY.
	MOVE "L" TO GT-STATE.

POST-TRANSITION.
	IF GT-STATE = "U"
		MOVE WS-ACCT-SUSPENSE TO ws-dr-idx
	ELSE
		MOVE WS-ACCT-LIABILITY TO ws-dr-idx
	END-IF.
	EVALUATE ws-target-state
		WHEN "L"
			MOVE WS-ACCT-LIABILITY TO ws-cr-idx
			MOVE WS-EVT-RELEASE TO ws-evt-idx
		WHEN "U"
			MOVE WS-ACCT-SUSPENSE TO ws-cr-idx
			MOVE WS-EVT-HOLD TO ws-evt-idx
		WHEN "C"
			MOVE WS-ACCT-CASH TO ws-cr-idx
			MOVE WS-EVT-SETTLE TO ws-evt-idx
		WHEN "X"
			MOVE WS-ACCT-EXPENSE TO ws-cr-idx
			MOVE WS-EVT-REVERSE TO ws-evt-idx
	END-EVALUATE.
	MOVE GT-AMOUNT TO ws-post-amount.
	PERFORM POST-ENTRY.
	MOVE ws-target-state TO GT-STATE.

POST-ENTRY.
	MOVE ws-today TO GT-POSTED-DATE.
	ADD 1 TO ws-ev-count (ws-evt-idx).
	ADD ws-post-amount TO ws-ev-amount (ws-evt-idx).
	IF ws-post-amount > 0
		ADD 1 TO ws-entry-no
		MOVE ws-batch-no TO GJ-BATCH-NO
		MOVE ws-entry-no TO GJ-ENTRY-NO
		MOVE ws-today TO GJ-JOURNAL-DATE
		MOVE ws-ev-code (ws-evt-idx) TO GJ-EVENT
		MOVE XM-GAME-ID TO GJ-GAME-ID
		MOVE GT-PLAYER-ID TO GJ-PLAYER-ID
		MOVE ws-post-amount TO GJ-AMOUNT
		MOVE ws-ac-code (ws-dr-idx) TO GJ-ACCOUNT
		MOVE "D" TO GJ-DR-CR
		PERFORM WRITE-JOURNAL-LINE
		ADD ws-post-amount TO ws-ac-debits (ws-dr-idx)
		MOVE ws-ac-code (ws-cr-idx) TO GJ-ACCOUNT
		MOVE "C" TO GJ-DR-CR
		PERFORM WRITE-JOURNAL-LINE
		ADD ws-post-amount TO ws-ac-credits (ws-cr-idx)
	END-IF.

WRITE-JOURNAL-LINE.
	WRITE POMGLJ-RECORD.
	IF ws-journal-status = "00"
		ADD 1 TO ws-journal-writes
	ELSE
		DISPLAY "POMGLJ: journal write failed - POMGLJ.DAT status " ws-journal-status
		MOVE "A" TO ws-run-abend
	END-IF.

REPORT-EXCEPTION.
	ADD 1 TO ws-exception-count.
	MOVE GT-GAME-ID TO ws-exc-game-id.
	MOVE GT-PLAYER-ID TO ws-exc-player-id.
	MOVE ws-reason-text TO ws-exc-reason.
	WRITE GL-LINE FROM ws-exception-line.
	ADD 1 TO ws-report-writes.

CHECK-UNSEEN-STATE.
	PERFORM START-WORK-FILE.
	PERFORM UNTIL ws-eof = "Y"
		READ STATE-WORK NEXT RECORD
			AT END
				MOVE "Y" TO ws-eof
			NOT AT END
				IF GT-STATE = "L" OR GT-STATE = "U"
					ADD GT-AMOUNT TO ws-state-open-total
					IF GT-SEEN = "N"
						MOVE "open payout no longer on POMXMIT.DAT" TO ws-reason-text
						PERFORM REPORT-EXCEPTION
					END-IF
				END-IF
		END-READ
	END-PERFORM.

START-WORK-FILE.
	MOVE "N" TO ws-eof.
	MOVE 0 TO GT-GAME-ID.
	START STATE-WORK KEY NOT < GT-GAME-ID
		INVALID KEY
			MOVE "Y" TO ws-eof
	END-START.

REWRITE-POSTED-STATE.
	MOVE 0 TO ws-lock-tries.
	OPEN OUTPUT POMGLST-FILE.
	PERFORM UNTIL (ws-state-status NOT = "61" AND ws-state-status NOT = "93") OR ws-lock-tries >= WS-LOCK-RETRIES
		ADD 1 TO ws-lock-tries
		CALL "C$SLEEP" USING ws-lock-wait
		OPEN OUTPUT POMGLST-FILE
	END-PERFORM.
	IF ws-state-status NOT = "00"
		DISPLAY "POMGLJ: posted state not rewritten - POMGLST.DAT status " ws-state-status
		MOVE "A" TO ws-run-abend
	ELSE
		PERFORM START-WORK-FILE
		PERFORM UNTIL ws-eof = "Y"
			READ STATE-WORK NEXT RECORD
				AT END
					MOVE "Y" TO ws-eof
				NOT AT END
					PERFORM WRITE-ONE-STATE
			END-READ
		END-PERFORM
		CLOSE POMGLST-FILE
	END-IF.

WRITE-ONE-STATE.
	IF GT-SEEN = "N" AND (GT-STATE = "C" OR GT-STATE = "X")
		ADD 1 TO ws-state-dropped
	ELSE
		MOVE GT-GAME-ID TO GS-GAME-ID
		MOVE GT-PLAYER-ID TO GS-PLAYER-ID
		MOVE GT-STATE TO GS-STATE
		MOVE GT-AMOUNT TO GS-AMOUNT
		MOVE GT-POSTED-DATE TO GS-POSTED-DATE
		WRITE POMGLST-RECORD
		IF ws-state-status = "00"
			ADD 1 TO ws-state-writes
		ELSE
			DISPLAY "POMGLJ: posted state write failed - POMGLST.DAT status " ws-state-status
			MOVE "A" TO ws-run-abend
		END-IF
	END-IF.

SAVE-HIGH-WATER-MARK.
	MOVE 0 TO ws-lock-tries.
	OPEN OUTPUT POMGLHWM-FILE.
	PERFORM UNTIL (ws-hwm-status NOT = "61" AND ws-hwm-status NOT = "93") OR ws-lock-tries >= WS-LOCK-RETRIES
		ADD 1 TO ws-lock-tries
		CALL "C$SLEEP" USING ws-lock-wait
		OPEN OUTPUT POMGLHWM-FILE
	END-PERFORM.
	IF ws-hwm-status = "00"
		MOVE ws-batch-no TO GW-LAST-BATCH-NO
		MOVE ws-entry-no TO GW-LAST-ENTRY-NO
		MOVE ws-new-last-game-id TO GW-LAST-GAME-ID
		MOVE FUNCTION CURRENT-DATE (1:14) TO GW-LAST-RUN-TS
		PERFORM VARYING ws-acct-idx FROM 1 BY 1 UNTIL ws-acct-idx > WS-MAX-ACCOUNTS
			MOVE ws-ac-closing (ws-acct-idx) TO GW-BALANCE (ws-acct-idx)
		END-PERFORM
		WRITE POMGLHWM-RECORD
		IF ws-hwm-status = "00"
			ADD 1 TO ws-hwm-writes
		ELSE
			DISPLAY "POMGLJ: high-water write failed - POMGLHWM.DAT status " ws-hwm-status
			MOVE "A" TO ws-run-abend
		END-IF
		CLOSE POMGLHWM-FILE
	ELSE
		DISPLAY "POMGLJ: high-water mark not saved - POMGLHWM.DAT status " ws-hwm-status
		MOVE "A" TO ws-run-abend
	END-IF.

PRINT-EVENT-SUMMARY.
	MOVE SPACES TO GL-LINE.
	WRITE GL-LINE.
	ADD 1 TO ws-report-writes.
	WRITE GL-LINE FROM ws-event-heading.
	ADD 1 TO ws-report-writes.
	PERFORM VARYING ws-evt-idx FROM 1 BY 1 UNTIL ws-evt-idx > WS-MAX-EVENTS
		MOVE ws-ev-code (ws-evt-idx) TO ws-evl-code
		MOVE ws-ev-name (ws-evt-idx) TO ws-evl-name
		MOVE ws-ev-count (ws-evt-idx) TO ws-evl-count
		MOVE ws-ev-amount (ws-evt-idx) TO ws-evl-amount
		WRITE GL-LINE FROM ws-event-line
		ADD 1 TO ws-report-writes
	END-PERFORM.

PRINT-TRIAL-BALANCE.
	MOVE SPACES TO GL-LINE.
	WRITE GL-LINE.
	ADD 1 TO ws-report-writes.
	WRITE GL-LINE FROM ws-trial-heading.
	ADD 1 TO ws-report-writes.
	PERFORM VARYING ws-acct-idx FROM 1 BY 1 UNTIL ws-acct-idx > WS-MAX-ACCOUNTS
		COMPUTE ws-ac-closing (ws-acct-idx) = ws-ac-opening (ws-acct-idx)
			+ ws-ac-debits (ws-acct-idx) - ws-ac-credits (ws-acct-idx)
		ADD ws-ac-debits (ws-acct-idx) TO ws-total-debits
		ADD ws-ac-credits (ws-acct-idx) TO ws-total-credits
		MOVE ws-ac-code (ws-acct-idx) TO ws-trl-code
		MOVE ws-ac-name (ws-acct-idx) TO ws-trl-name
		MOVE ws-ac-opening (ws-acct-idx) TO ws-trl-opening
		MOVE ws-ac-debits (ws-acct-idx) TO ws-trl-debits
		MOVE ws-ac-credits (ws-acct-idx) TO ws-trl-credits
		MOVE ws-ac-closing (ws-acct-idx) TO ws-trl-closing
		WRITE GL-LINE FROM ws-trial-line
		ADD 1 TO ws-report-writes
	END-PERFORM.
	IF ws-total-debits = ws-total-credits
		MOVE "journal balances" TO ws-ttl-text
	ELSE
		MOVE "OUT OF BALANCE" TO ws-ttl-text
		DISPLAY "POMGLJ: journal debits do not equal credits"
		MOVE "A" TO ws-run-abend
	END-IF.
	MOVE ws-total-debits TO ws-ttl-debits.
	MOVE ws-total-credits TO ws-ttl-credits.
	WRITE GL-LINE FROM ws-trial-total-line.
	ADD 1 TO ws-report-writes.
	MOVE SPACES TO GL-LINE.
	WRITE GL-LINE.
	ADD 1 TO ws-report-writes.
	COMPUTE ws-ledger-open-total = 0 - ws-ac-closing (WS-ACCT-LIABILITY)
		- ws-ac-closing (WS-ACCT-SUSPENSE).
	MOVE "Open liability per ledger (2100+2190)" TO ws-tie-label.
	MOVE ws-ledger-open-total TO ws-tie-amount.
	MOVE SPACES TO ws-tie-text.
	WRITE GL-LINE FROM ws-tie-line.
	ADD 1 TO ws-report-writes.
	MOVE "Open liability per posted state" TO ws-tie-label.
	MOVE ws-state-open-total TO ws-tie-amount.
	WRITE GL-LINE FROM ws-tie-line.
	ADD 1 TO ws-report-writes.
	MOVE "Unsettled XM-AMOUNT (pending/sent/held)" TO ws-tie-label.
	MOVE ws-unsettled-total TO ws-tie-amount.
	COMPUTE ws-tie-difference = ws-ledger-open-total - ws-unsettled-total.
	IF ws-tie-difference = 0
		MOVE "ledger ties to POMXMIT" TO ws-tie-text
	ELSE
		MOVE "DOES NOT TIE" TO ws-tie-text
		DISPLAY "POMGLJ: open liability does not tie to unsettled payouts"
	END-IF.
	WRITE GL-LINE FROM ws-tie-line.
	ADD 1 TO ws-report-writes.
	IF ws-tie-difference NOT = 0
		MOVE "Difference" TO ws-tie-label
		MOVE ws-tie-difference TO ws-tie-amount
		MOVE SPACES TO ws-tie-text
		WRITE GL-LINE FROM ws-tie-line
		ADD 1 TO ws-report-writes
	END-IF.
	MOVE SPACES TO GL-LINE.
	WRITE GL-LINE.
	ADD 1 TO ws-report-writes.
	MOVE "Payouts read" TO ws-tot-label.
	MOVE ws-xmit-count TO ws-tot-count.
	WRITE GL-LINE FROM ws-total-line.
	ADD 1 TO ws-report-writes.
	MOVE "Journal lines written" TO ws-tot-label.
	MOVE ws-journal-writes TO ws-tot-count.
	WRITE GL-LINE FROM ws-total-line.
	ADD 1 TO ws-report-writes.
	MOVE "Exceptions" TO ws-tot-label.
	MOVE ws-exception-count TO ws-tot-count.
	WRITE GL-LINE FROM ws-total-line.
	ADD 1 TO ws-report-writes.
