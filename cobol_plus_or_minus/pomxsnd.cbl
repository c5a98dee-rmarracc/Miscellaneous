			ORGANIZATION IS LINE SEQUENTIAL
			LOCK MODE IS EXCLUSIVE
			FILE STATUS IS ws-seq-status.
		SELECT POMCTL-FILE ASSIGN TO "POMCTL.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ws-ctl-status.
		SELECT SEND-WORK ASSIGN TO "POMXSND.IDX"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS SW-GAME-ID
			FILE STATUS IS ws-work-status.
		SELECT BUDGET-REPORT ASSIGN TO "POMXSND.RPT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ws-report-status.
		SELECT POMCKPT-FILE ASSIGN TO "POMCKPT.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ws-ckpt-status.
	01 POMXSEQ-RECORD.
		05 XQ-LAST-XMIT-NO PIC 9(6).

	FD  POMCTL-FILE.
	COPY "pomctl.cpy".

	FD  SEND-WORK.
	01 SENDWK-RECORD.
		05 SW-GAME-ID PIC 9(12).
		05 SW-PLAYER-ID PIC X(10).
		05 SW-AMOUNT PIC 9(5)V99.
		05 SW-ACTION PIC X(1).
		05 SW-REASON PIC X(24).

	FD  BUDGET-REPORT.
	01 BUDGET-LINE PIC X(90).

	FD  POMCKPT-FILE.
	COPY "pomckpt.cpy".

	WORKING-STORAGE SECTION.

	78 WS-LOCK-RETRIES VALUE 30.
	78 WS-MAX-PLAYERS VALUE 1000.
	77 ws-xmit-status PIC XX VALUE SPACES.
	77 ws-xmitnew-status PIC XX VALUE SPACES.
	77 ws-send-status PIC XX VALUE SPACES.
	77 ws-seq-status PIC XX VALUE SPACES.
	77 ws-ckpt-status PIC XX VALUE SPACES.
	77 ws-ctl-status PIC XX VALUE SPACES.
	77 ws-work-status PIC XX VALUE SPACES.
	77 ws-report-status PIC XX VALUE SPACES.
	77 ws-lock-tries PIC 9(3).
	77 ws-lock-wait PIC 9(4) COMP VALUE 1.
	77 ws-eof PIC X.
	77 ws-today PIC 9(8).
	77 ws-ctl-eof PIC X.
	77 ws-ctl-eff-date PIC 9(8).
	77 ws-ctl-best-date PIC 9(8).
	77 ws-daily-budget PIC 9(7) VALUE 0.
	77 ws-player-cap PIC 9(5) VALUE 0.
	77 ws-payout-amount PIC 9(5)V99.
	77 ws-budget-used PIC 9(9)V99 VALUE 0.
	77 ws-budget-reached PIC X VALUE "N".
	77 ws-earlier-count PIC 9(7) VALUE 0.
	77 ws-earlier-total PIC 9(9)V99 VALUE 0.
	77 ws-send-count PIC 9(7) VALUE 0.
	77 ws-deferred-count PIC 9(7) VALUE 0.
	77 ws-deferred-total PIC 9(9)V99 VALUE 0.
	77 ws-capped-count PIC 9(5) VALUE 0.
	77 ws-duplicate-count PIC 9(5) VALUE 0.
	77 ws-sent-today PIC 9(9)V99.
	77 ws-player-count PIC 9(5) VALUE 0.
	77 ws-idx PIC 9(5).
	77 ws-slot PIC 9(5).
	77 ws-xmit-no PIC 9(6) VALUE 0.
	77 ws-pending-count PIC 9(7) VALUE 0.
	77 ws-amount-total PIC 9(9)V99 VALUE 0.
	77 ws-send-writes PIC 9(7) VALUE 0.
	77 ws-seq-reads PIC 9(7) VALUE 0.
	77 ws-seq-writes PIC 9(7) VALUE 0.
	77 ws-ctl-reads PIC 9(7) VALUE 0.
	77 ws-work-writes PIC 9(7) VALUE 0.
	77 ws-report-writes PIC 9(7) VALUE 0.
	77 ws-count-edited PIC ZZZZZZ9.
	77 ws-total-edited PIC ZZZZZZZZ9.99.
	77 ws-runlog-status PIC XX VALUE SPACES.
	77 ws-log-writes PIC 9(7).
	77 ws-log-status PIC XX VALUE SPACES.

	01 ws-cap-table.
		05 ws-cap-entry OCCURS WS-MAX-PLAYERS TIMES.
			10 ws-cap-player-id PIC X(10).
			10 ws-cap-sent PIC 9(7)V99.
			10 ws-cap-capped PIC X(1).

	01 ws-heading-1.
		05 FILLER PIC X(36) VALUE "POM payout budget report - run date ".
		05 ws-head-date PIC 9999/99/99.
	01 ws-heading-2.
		05 FILLER PIC X(22) VALUE "Transmission number : ".
		05 ws-head-xmit-no PIC ZZZZZ9.
	01 ws-limit-line.
		05 ws-lim-label PIC X(28).
		05 ws-lim-value PIC ZZZZZZZZ9.
		05 ws-lim-text PIC X(12).
	01 ws-amount-line.
		05 ws-amt-label PIC X(28).
		05 ws-amt-total PIC ZZZZZZZZ9.99.
	01 ws-total-line.
		05 ws-tot-label PIC X(28).
		05 ws-tot-count PIC ZZZZZZZZ9.
	01 ws-column-heading.
		05 FILLER PIC X(50) VALUE "  GAME ID       PLAYER ID       AMOUNT  REASON".
	01 ws-deferred-line.
		05 FILLER PIC X(2) VALUE SPACES.
		05 ws-df-game-id PIC 9(12).
		05 FILLER PIC X(2) VALUE SPACES.
		05 ws-df-player-id PIC X(10).
		05 FILLER PIC X(2) VALUE SPACES.
		05 ws-df-amount PIC ZZZZZZ9.99.
		05 FILLER PIC X(2) VALUE SPACES.
		05 ws-df-reason PIC X(24).

PROCEDURE DIVISION.
	PERFORM LOG-RUN-START.
	DISPLAY "POM payout transmission extract".
	PERFORM CHECK-CHECKPOINT.
	MOVE FUNCTION CURRENT-DATE (1:8) TO ws-today.
	PERFORM GET-CONTROL-RECORD.
	OPEN OUTPUT SEND-WORK.
	IF ws-work-status NOT = "00"
		DISPLAY "POMXSND: cannot open POMXSND.IDX, status " ws-work-status
		MOVE "A" TO ws-run-abend
		PERFORM LOG-RUN-END
		STOP RUN
	END-IF.
	PERFORM COUNT-PENDING-PAYOUTS.
	CLOSE SEND-WORK.
	IF ws-pending-count = 0
		DISPLAY "No pending payouts - no transmission created"
		PERFORM PRINT-BUDGET-REPORT
		PERFORM LOG-RUN-END
		STOP RUN
	END-IF.
	PERFORM APPLY-PAYOUT-LIMITS.
	IF ws-send-count > 0
		PERFORM GET-NEXT-XMIT-NO
	END-IF.
	MOVE 0 TO ws-pending-count.
	MOVE 0 TO ws-amount-total.
	PERFORM BUILD-TRANSMISSION.
	PERFORM REWRITE-POMXMIT.
	IF ws-send-count > 0
		PERFORM SAVE-XMIT-NO
		DISPLAY "Transmission number : " ws-xmit-no
		MOVE ws-pending-count TO ws-count-edited
		DISPLAY "Payouts transmitted : " ws-count-edited
		MOVE ws-amount-total TO ws-total-edited
		DISPLAY "Amount total        : " ws-total-edited
		DISPLAY "Interchange file written to POMXMIT.SND"
	ELSE
		DISPLAY "All pending payouts deferred - no transmission created"
	END-IF.
	MOVE ws-deferred-count TO ws-count-edited.
	DISPLAY "Payouts deferred    : " ws-count-edited.
	MOVE ws-deferred-total TO ws-total-edited.
	DISPLAY "Amount deferred     : " ws-total-edited.
	PERFORM PRINT-BUDGET-REPORT.
	DISPLAY "Budget report written to POMXSND.RPT".
	PERFORM LOG-RUN-END.
	STOP RUN.


LOG-RUN-END.
	MOVE "FILE " TO ws-log-event.
	MOVE "POMCTL" TO ws-log-file-name.
	MOVE ws-ctl-reads TO ws-log-reads.
	MOVE 0 TO ws-log-writes.
	MOVE ws-ctl-status TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.
	MOVE "POMXMIT" TO ws-log-file-name.
	MOVE ws-xmit-reads TO ws-log-reads.
	MOVE ws-xmit-writes TO ws-log-writes.
	MOVE ws-seq-writes TO ws-log-writes.
	MOVE ws-seq-status TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.
	MOVE "POMXSND.IDX" TO ws-log-file-name.
	MOVE 0 TO ws-log-reads.
	MOVE ws-work-writes TO ws-log-writes.
	MOVE ws-work-status TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.
	MOVE "POMXSND.RPT" TO ws-log-file-name.
	MOVE 0 TO ws-log-reads.
	MOVE ws-report-writes TO ws-log-writes.
	MOVE ws-report-status TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.
	MOVE "END  " TO ws-log-event.
	MOVE SPACES TO ws-log-file-name.
	COMPUTE ws-log-reads = ws-ctl-reads + ws-xmit-reads + ws-seq-reads.
	COMPUTE ws-log-writes = ws-xmit-writes + ws-send-writes + ws-seq-writes
		+ ws-work-writes + ws-report-writes.
	MOVE SPACES TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.

		CLOSE POMCKPT-FILE
	END-IF.

GET-CONTROL-RECORD.
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
	IF ws-ctl-eff-date <= ws-today AND ws-ctl-eff-date >= ws-ctl-best-date
		MOVE ws-ctl-eff-date TO ws-ctl-best-date
		IF CTL-DAILY-BUDGET IS NUMERIC
			MOVE CTL-DAILY-BUDGET TO ws-daily-budget
		ELSE
			MOVE 0 TO ws-daily-budget
		END-IF
		IF CTL-PLAYER-CAP IS NUMERIC
			MOVE CTL-PLAYER-CAP TO ws-player-cap
		ELSE
			MOVE 0 TO ws-player-cap
		END-IF
	END-IF.

COUNT-PENDING-PAYOUTS.
	MOVE "N" TO ws-eof.
	MOVE 0 TO ws-lock-tries.
				MOVE "Y" TO ws-eof
			NOT AT END
				ADD 1 TO ws-xmit-reads
				IF XM-AMOUNT IS NUMERIC
					MOVE XM-AMOUNT TO ws-payout-amount
				ELSE
					MOVE 0 TO ws-payout-amount
				END-IF
				IF (XM-STATUS = SPACE OR XM-STATUS = "E")
				AND XM-XMIT-NO = 0
					ADD 1 TO ws-pending-count
					ADD ws-payout-amount TO ws-amount-total
					PERFORM STORE-PENDING-PAYOUT
				ELSE
					IF XM-XMIT-NO > 0 AND XM-SENT-DATE IS NUMERIC AND XM-SENT-DATE = ws-today
						PERFORM NOTE-EARLIER-SEND
					END-IF
				END-IF
		END-READ
	END-PERFORM.
	CLOSE POMXMIT-FILE.

STORE-PENDING-PAYOUT.
	MOVE XM-GAME-ID TO SW-GAME-ID.
	MOVE XM-PLAYER-ID TO SW-PLAYER-ID.
	MOVE ws-payout-amount TO SW-AMOUNT.
	MOVE "S" TO SW-ACTION.
	MOVE SPACES TO SW-REASON.
	WRITE SENDWK-RECORD
		INVALID KEY
			DISPLAY "POMXSND: duplicate game ID " XM-GAME-ID " on POMXMIT.DAT"
			ADD 1 TO ws-duplicate-count
			MOVE "A" TO ws-run-abend
		NOT INVALID KEY
			ADD 1 TO ws-work-writes
	END-WRITE.

NOTE-EARLIER-SEND.
	ADD 1 TO ws-earlier-count.
	ADD ws-payout-amount TO ws-earlier-total.
	IF ws-player-cap > 0
		MOVE XM-PLAYER-ID TO SW-PLAYER-ID
		PERFORM FIND-CAP-SLOT
		IF ws-slot > 0
			ADD ws-payout-amount TO ws-cap-sent (ws-slot)
		END-IF
	END-IF.

FIND-CAP-SLOT.
	MOVE 0 TO ws-slot.
	PERFORM VARYING ws-idx FROM 1 BY 1 UNTIL ws-idx > ws-player-count
		IF ws-slot = 0 AND ws-cap-player-id (ws-idx) = SW-PLAYER-ID
			MOVE ws-idx TO ws-slot
		END-IF
	END-PERFORM.
	IF ws-slot = 0
		IF ws-player-count < WS-MAX-PLAYERS
			ADD 1 TO ws-player-count
			MOVE ws-player-count TO ws-slot
			MOVE SW-PLAYER-ID TO ws-cap-player-id (ws-slot)
			MOVE 0 TO ws-cap-sent (ws-slot)
			MOVE "N" TO ws-cap-capped (ws-slot)
		ELSE
			DISPLAY "POMXSND: player table full, payouts for " SW-PLAYER-ID " deferred"
			MOVE "A" TO ws-run-abend
		END-IF
	END-IF.

APPLY-PAYOUT-LIMITS.
	MOVE ws-earlier-total TO ws-budget-used.
	MOVE "N" TO ws-eof.
	OPEN I-O SEND-WORK.
	IF ws-work-status NOT = "00"
		DISPLAY "POMXSND: cannot reopen POMXSND.IDX, status " ws-work-status
		MOVE "A" TO ws-run-abend
		PERFORM LOG-RUN-END
		STOP RUN
	END-IF.
	PERFORM UNTIL ws-eof = "Y"
		READ SEND-WORK NEXT RECORD
			AT END
				MOVE "Y" TO ws-eof
			NOT AT END
				PERFORM DECIDE-ONE-PAYOUT
				REWRITE SENDWK-RECORD
				IF ws-work-status NOT = "00"
					DISPLAY "POMXSND: work file rewrite failed, status " ws-work-status
					MOVE "A" TO ws-run-abend
				END-IF
		END-READ
	END-PERFORM.
	CLOSE SEND-WORK.

DECIDE-ONE-PAYOUT.
	MOVE "S" TO SW-ACTION.
	MOVE SPACES TO SW-REASON.
	MOVE 0 TO ws-slot.
	IF ws-player-cap > 0
		PERFORM FIND-CAP-SLOT
	END-IF.
	EVALUATE TRUE
		WHEN ws-daily-budget > 0 AND SW-AMOUNT > ws-daily-budget
			MOVE "D" TO SW-ACTION
			MOVE "exceeds daily budget" TO SW-REASON
		WHEN ws-player-cap > 0 AND ws-slot = 0
			MOVE "D" TO SW-ACTION
			MOVE "player table full" TO SW-REASON
		WHEN ws-player-cap > 0 AND SW-AMOUNT > ws-player-cap
			MOVE "D" TO SW-ACTION
			MOVE "exceeds player cap" TO SW-REASON
			PERFORM MARK-PLAYER-CAPPED
		WHEN ws-budget-reached = "Y"
			MOVE "D" TO SW-ACTION
			MOVE "daily budget reached" TO SW-REASON
		WHEN ws-player-cap > 0 AND ws-cap-capped (ws-slot) = "Y"
			MOVE "D" TO SW-ACTION
			MOVE "player cap reached" TO SW-REASON
		WHEN ws-player-cap > 0 AND ws-cap-sent (ws-slot) + SW-AMOUNT > ws-player-cap
			MOVE "D" TO SW-ACTION
			MOVE "player cap reached" TO SW-REASON
			PERFORM MARK-PLAYER-CAPPED
		WHEN ws-daily-budget > 0 AND ws-budget-used + SW-AMOUNT > ws-daily-budget
			MOVE "D" TO SW-ACTION
			MOVE "daily budget reached" TO SW-REASON
			MOVE "Y" TO ws-budget-reached
		WHEN OTHER
			ADD 1 TO ws-send-count
			ADD SW-AMOUNT TO ws-budget-used
			IF ws-player-cap > 0
				ADD SW-AMOUNT TO ws-cap-sent (ws-slot)
			END-IF
	END-EVALUATE.
	IF SW-ACTION = "D"
		ADD 1 TO ws-deferred-count
		ADD SW-AMOUNT TO ws-deferred-total
	END-IF.

MARK-PLAYER-CAPPED.
	IF ws-cap-capped (ws-slot) NOT = "Y"
		MOVE "Y" TO ws-cap-capped (ws-slot)
		ADD 1 TO ws-capped-count
	END-IF.

GET-NEXT-XMIT-NO.
	MOVE 0 TO ws-xmit-no.
	MOVE 0 TO ws-lock-tries.
		PERFORM LOG-RUN-END
		STOP RUN
	END-IF.
	OPEN INPUT SEND-WORK.
	IF ws-work-status NOT = "00"
		DISPLAY "POMXSND: cannot reopen POMXSND.IDX, status " ws-work-status
		MOVE "A" TO ws-run-abend
		PERFORM LOG-RUN-END
		STOP RUN
	END-IF.
	IF ws-send-count > 0
		OPEN OUTPUT SEND-FILE
		IF ws-send-status NOT = "00"
			DISPLAY "POMXSND: cannot open POMXMIT.SND, status " ws-send-status
			MOVE "A" TO ws-run-abend
			PERFORM LOG-RUN-END
			STOP RUN
		END-IF
		PERFORM WRITE-SEND-HEADER
	END-IF.
	PERFORM UNTIL ws-eof = "Y"
		READ POMXMIT-FILE
			AT END
				PERFORM SEND-ONE-PAYOUT
		END-READ
	END-PERFORM.
	IF ws-send-count > 0
		PERFORM WRITE-SEND-TRAILER
		CLOSE SEND-FILE
	END-IF.
	CLOSE POMXMIT-FILE.
	CLOSE POMXMIT-NEW.
	CLOSE SEND-WORK.

WRITE-SEND-HEADER.
	MOVE "H" TO XS-RECORD-TYPE.
SEND-ONE-PAYOUT.
	IF (XM-STATUS = SPACE OR XM-STATUS = "E")
	AND XM-XMIT-NO = 0
		MOVE XM-GAME-ID TO SW-GAME-ID
		READ SEND-WORK
			INVALID KEY
				MOVE "D" TO SW-ACTION
		END-READ
		IF SW-ACTION = "S"
			PERFORM WRITE-SEND-DETAIL
		ELSE
			MOVE "Y" TO XM-DEFERRED
		END-IF
	END-IF.
	WRITE POMXMIT-NEW-RECORD FROM POMXMIT-RECORD.
	IF ws-xmitnew-status NOT = "00"
		MOVE "A" TO ws-run-abend
	END-IF.

WRITE-SEND-DETAIL.
	MOVE "D" TO XS-RECORD-TYPE.
	MOVE XM-GAME-ID TO XS-GAME-ID.
	MOVE XM-PLAYER-ID TO XS-PLAYER-ID.
	MOVE XM-FIND TO XS-FIND.
	MOVE XM-ATTEMPTS TO XS-ATTEMPTS.
	MOVE XM-AMOUNT TO XS-AMOUNT.
	MOVE ws-today TO XS-SENT-DATE.
	WRITE POMXSND-RECORD.
	IF ws-send-status = "00"
		ADD 1 TO ws-send-writes
	ELSE
		DISPLAY "POMXSND: detail write failed - POMXMIT.SND status " ws-send-status
		MOVE "A" TO ws-run-abend
	END-IF.
	ADD 1 TO ws-pending-count.
	IF XM-AMOUNT IS NUMERIC
		ADD XM-AMOUNT TO ws-amount-total
	END-IF.
	MOVE ws-today TO XM-SENT-DATE.
	MOVE ws-xmit-no TO XM-XMIT-NO.
	MOVE SPACE TO XM-DEFERRED.

WRITE-SEND-TRAILER.
	MOVE "T" TO XS-RECORD-TYPE.
	MOVE SPACES TO XS-DETAIL.
	END-PERFORM.
	CLOSE POMXMIT-NEW.
	CLOSE POMXMIT-FILE.

PRINT-BUDGET-REPORT.
	OPEN OUTPUT BUDGET-REPORT.
	IF ws-report-status NOT = "00"
		DISPLAY "POMXSND: budget report not written - POMXSND.RPT status " ws-report-status
		MOVE "A" TO ws-run-abend
	ELSE
		PERFORM PRINT-BUDGET-SUMMARY
		PERFORM PRINT-DEFERRED-PAYOUTS
		CLOSE BUDGET-REPORT
	END-IF.

PRINT-BUDGET-SUMMARY.
	MOVE ws-today TO ws-head-date.
	WRITE BUDGET-LINE FROM ws-heading-1.
	ADD 1 TO ws-report-writes.
	IF ws-send-count > 0
		MOVE ws-xmit-no TO ws-head-xmit-no
		WRITE BUDGET-LINE FROM ws-heading-2
	ELSE
		MOVE "No transmission created" TO BUDGET-LINE
		WRITE BUDGET-LINE
	END-IF.
	ADD 1 TO ws-report-writes.
	MOVE SPACES TO BUDGET-LINE.
	WRITE BUDGET-LINE.
	ADD 1 TO ws-report-writes.
	MOVE "Daily payout budget" TO ws-lim-label.
	MOVE ws-daily-budget TO ws-lim-value.
	PERFORM PRINT-LIMIT-LINE.
	MOVE "Player daily cap" TO ws-lim-label.
	MOVE ws-player-cap TO ws-lim-value.
	PERFORM PRINT-LIMIT-LINE.
	MOVE "Sent earlier today" TO ws-amt-label.
	MOVE ws-earlier-total TO ws-amt-total.
	WRITE BUDGET-LINE FROM ws-amount-line.
	ADD 1 TO ws-report-writes.
	MOVE "Sent this transmission" TO ws-amt-label.
	MOVE ws-amount-total TO ws-amt-total.
	WRITE BUDGET-LINE FROM ws-amount-line.
	ADD 1 TO ws-report-writes.
	COMPUTE ws-sent-today = ws-earlier-total + ws-amount-total.
	MOVE "Total sent today" TO ws-amt-label.
	MOVE ws-sent-today TO ws-amt-total.
	WRITE BUDGET-LINE FROM ws-amount-line.
	ADD 1 TO ws-report-writes.
	MOVE "Amount deferred" TO ws-amt-label.
	MOVE ws-deferred-total TO ws-amt-total.
	WRITE BUDGET-LINE FROM ws-amount-line.
	ADD 1 TO ws-report-writes.
	MOVE SPACES TO BUDGET-LINE.
	WRITE BUDGET-LINE.
	ADD 1 TO ws-report-writes.
	MOVE "Payouts sent" TO ws-tot-label.
	MOVE ws-pending-count TO ws-tot-count.
	WRITE BUDGET-LINE FROM ws-total-line.
	ADD 1 TO ws-report-writes.
	MOVE "Payouts deferred" TO ws-tot-label.
	MOVE ws-deferred-count TO ws-tot-count.
	WRITE BUDGET-LINE FROM ws-total-line.
	ADD 1 TO ws-report-writes.
	MOVE "Players capped" TO ws-tot-label.
	MOVE ws-capped-count TO ws-tot-count.
	WRITE BUDGET-LINE FROM ws-total-line.
	ADD 1 TO ws-report-writes.

PRINT-LIMIT-LINE.
	IF ws-lim-value = 0
		MOVE "  no limit" TO ws-lim-text
	ELSE
		MOVE SPACES TO ws-lim-text
	END-IF.
	WRITE BUDGET-LINE FROM ws-limit-line.
	ADD 1 TO ws-report-writes.

PRINT-DEFERRED-PAYOUTS.
	MOVE SPACES TO BUDGET-LINE.
	WRITE BUDGET-LINE.
	ADD 1 TO ws-report-writes.
	MOVE "Deferred to the next transmission, oldest game first" TO BUDGET-LINE.
	WRITE BUDGET-LINE.
	ADD 1 TO ws-report-writes.
	WRITE BUDGET-LINE FROM ws-column-heading.
	ADD 1 TO ws-report-writes.
	IF ws-deferred-count = 0
		MOVE "  none" TO BUDGET-LINE
		WRITE BUDGET-LINE
		ADD 1 TO ws-report-writes
	ELSE
		MOVE "N" TO ws-eof
		OPEN INPUT SEND-WORK
		IF ws-work-status NOT = "00"
			DISPLAY "POMXSND: cannot reopen POMXSND.IDX, status " ws-work-status
			MOVE "A" TO ws-run-abend
			MOVE "Y" TO ws-eof
		END-IF
		PERFORM UNTIL ws-eof = "Y"
			READ SEND-WORK NEXT RECORD
				AT END
					MOVE "Y" TO ws-eof
				NOT AT END
					IF SW-ACTION = "D"
						PERFORM PRINT-ONE-DEFERRED
					END-IF
			END-READ
		END-PERFORM
		IF ws-work-status = "00" OR ws-work-status = "10"
			CLOSE SEND-WORK
		END-IF
	END-IF.

PRINT-ONE-DEFERRED.
	MOVE SW-GAME-ID TO ws-df-game-id.
	MOVE SW-PLAYER-ID TO ws-df-player-id.
	MOVE SW-AMOUNT TO ws-df-amount.
	MOVE SW-REASON TO ws-df-reason.
	WRITE BUDGET-LINE FROM ws-deferred-line.
	ADD 1 TO ws-report-writes.
