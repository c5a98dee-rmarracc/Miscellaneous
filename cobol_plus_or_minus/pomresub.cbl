IDENTIFICATION DIVISION.
	PROGRAM-ID. POMRESUB.

ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT POMXMIT-FILE ASSIGN TO "POMXMIT.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			LOCK MODE IS EXCLUSIVE
			FILE STATUS IS ws-xmit-status.
		SELECT POMRTRN-FILE ASSIGN TO "POMRTRN.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ws-trn-status.
		SELECT POMRHIST-FILE ASSIGN TO "POMRHIST.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ws-hist-status.
		SELECT PLAYER-FILE ASSIGN TO "PLAYERS.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS PM-PLAYER-ID
			FILE STATUS IS ws-player-status.
		SELECT POMOPER-FILE ASSIGN TO "POMOPER.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS OP-USER-ID
			FILE STATUS IS ws-oper-status.
		SELECT POMAPND-FILE ASSIGN TO "POMAPND.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ws-apnd-status.
		SELECT POMCKPT-FILE ASSIGN TO "POMCKPT.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ws-ckpt-status.
		SELECT XMIT-WORK ASSIGN TO "POMRESUB.IDX"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS WK-GAME-ID
			FILE STATUS IS ws-work-status.
		SELECT COUNT-WORK ASSIGN TO "POMRESUC.IDX"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS CW-GAME-ID
			FILE STATUS IS ws-countwk-status.
		SELECT RESUB-REPORT ASSIGN TO "POMRESUB.RPT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ws-report-status.
		SELECT POMRUN-FILE ASSIGN TO "POMRUN.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ws-runlog-status.

DATA DIVISION.
	FILE SECTION.

	FD  POMXMIT-FILE.
	COPY "xmitrec.cpy".

	FD  POMRTRN-FILE.
	COPY "pomrtrn.cpy".

	FD  POMRHIST-FILE.
	COPY "pomrhist.cpy".

	FD  PLAYER-FILE.
	COPY "playerrec.cpy".

	FD  POMOPER-FILE.
	COPY "pomoper.cpy".

	FD  POMAPND-FILE.
	COPY "pomapnd.cpy".

	FD  POMCKPT-FILE.
	COPY "pomckpt.cpy".

	FD  XMIT-WORK.
	01 XMITWK-RECORD.
		05 WK-GAME-ID PIC 9(12).
		05 WK-PLAYER-ID PIC X(10).
		05 WK-FIND PIC 9(3).
		05 WK-ATTEMPTS PIC 9(3).
		05 WK-AMOUNT PIC 9(5)V99.
		05 WK-SENT-DATE PIC 9(8).
		05 WK-XMIT-NO PIC 9(6).
		05 WK-STATUS PIC X(1).
		05 WK-SETTLED-DATE PIC 9(8).
		05 WK-CAMPAIGN-CODE PIC X(6).
		05 WK-BONUS PIC 9(5)V99.
		05 WK-DEFERRED PIC X(1).

	FD  COUNT-WORK.
	01 COUNTWK-RECORD.
		05 CW-GAME-ID PIC 9(12).
		05 CW-RESUB-COUNT PIC 9(3).

	FD  RESUB-REPORT.
	01 RESUB-LINE PIC X(100).

	FD  POMRUN-FILE.
	COPY "runlog.cpy".

	WORKING-STORAGE SECTION.

	78 WS-LOCK-RETRIES VALUE 30.
	78 WS-MAX-RESUBMITS VALUE 3.
	77 ws-xmit-status PIC XX VALUE SPACES.
	77 ws-trn-status PIC XX VALUE SPACES.
	77 ws-hist-status PIC XX VALUE SPACES.
	77 ws-player-status PIC XX VALUE SPACES.
	77 ws-ckpt-status PIC XX VALUE SPACES.
	77 ws-oper-status PIC XX VALUE SPACES.
	77 ws-apnd-status PIC XX VALUE SPACES.
	77 ws-oper-open PIC X VALUE "N".
	77 ws-oper-found PIC X.
	77 ws-check-user PIC X(10).
	77 ws-auth-result PIC X.
	77 ws-auth-reason PIC X(40).
	77 ws-needs-approval PIC X.
	77 ws-work-status PIC XX VALUE SPACES.
	77 ws-countwk-status PIC XX VALUE SPACES.
	77 ws-report-status PIC XX VALUE SPACES.
	77 ws-lock-tries PIC 9(3).
	77 ws-lock-wait PIC 9(4) COMP VALUE 1.
	77 ws-eof PIC X.
	77 ws-matched PIC X.
	77 ws-player-open PIC X VALUE "N".
	77 ws-player-check PIC X.
	77 ws-resub-count PIC 9(3).
	77 ws-reason-text PIC X(44).
	77 ws-today PIC 9(8).
	77 ws-old-player-id PIC X(10).
	77 ws-old-amount PIC 9(5)V99.
	77 ws-old-xmit-no PIC 9(6).
	77 ws-xmit-count PIC 9(7) VALUE 0.
	77 ws-xmit-writes PIC 9(7) VALUE 0.
	77 ws-trn-count PIC 9(5) VALUE 0.
	77 ws-hist-reads PIC 9(7) VALUE 0.
	77 ws-hist-writes PIC 9(7) VALUE 0.
	77 ws-player-reads PIC 9(7) VALUE 0.
	77 ws-resubmitted-count PIC 9(5) VALUE 0.
	77 ws-written-off-count PIC 9(5) VALUE 0.
	77 ws-trn-reject-count PIC 9(5) VALUE 0.
	77 ws-pending-count PIC 9(5) VALUE 0.
	77 ws-oper-reads PIC 9(7) VALUE 0.
	77 ws-apnd-writes PIC 9(7) VALUE 0.
	77 ws-outstanding-count PIC 9(5) VALUE 0.
	77 ws-outstanding-total PIC 9(9)V99 VALUE 0.
	77 ws-report-writes PIC 9(7) VALUE 0.
	77 ws-runlog-status PIC XX VALUE SPACES.
	77 ws-run-abend PIC X VALUE "N".
	77 ws-log-event PIC X(5).
	77 ws-log-file-name PIC X(12).
	77 ws-log-reads PIC 9(7).
	77 ws-log-writes PIC 9(7).
	77 ws-log-status PIC XX VALUE SPACES.

	01 ws-heading-1.
		05 FILLER PIC X(46) VALUE "POM rejected payout resubmission - run date ".
		05 ws-head-date PIC 9999/99/99.
	01 ws-heading-2.
		05 FILLER PIC X(40) VALUE "Payouts still rejected - resubmit limit ".
		05 ws-head-limit PIC Z9.
	01 ws-resub-line.
		05 ws-rsl-tag PIC X(10).
		05 FILLER PIC X(1) VALUE SPACES.
		05 ws-rsl-game-id PIC 9(12).
		05 FILLER PIC X(1) VALUE SPACES.
		05 ws-rsl-player-id PIC X(10).
		05 FILLER PIC X(8) VALUE " amount ".
		05 ws-rsl-amount PIC ZZZZ9.99.
		05 FILLER PIC X(8) VALUE " reason ".
		05 ws-rsl-reason PIC X(44).
	01 ws-exception-line.
		05 ws-exl-game-id PIC 9(12).
		05 FILLER PIC X(1) VALUE SPACES.
		05 ws-exl-player-id PIC X(10).
		05 FILLER PIC X(8) VALUE " amount ".
		05 ws-exl-amount PIC ZZZZ9.99.
		05 FILLER PIC X(10) VALUE " rejected ".
		05 ws-exl-rejected-date PIC 9(8).
		05 FILLER PIC X(13) VALUE " resubmitted ".
		05 ws-exl-count PIC ZZ9.
		05 FILLER PIC X(1) VALUE SPACES.
		05 ws-exl-text PIC X(24).
	01 ws-total-line.
		05 ws-tot-label PIC X(28).
		05 ws-tot-count PIC ZZZZ9.
	01 ws-amount-line.
		05 ws-amt-label PIC X(28).
		05 ws-amt-total PIC ZZZZZZZZ9.99.

PROCEDURE DIVISION.
	PERFORM LOG-RUN-START.
	DISPLAY "POM rejected payout resubmission".
	MOVE FUNCTION CURRENT-DATE (1:8) TO ws-today.
	PERFORM CHECK-CHECKPOINT.
	OPEN OUTPUT RESUB-REPORT.
	MOVE ws-today TO ws-head-date.
	WRITE RESUB-LINE FROM ws-heading-1.
	ADD 1 TO ws-report-writes.
	MOVE SPACES TO RESUB-LINE.
	WRITE RESUB-LINE.
	ADD 1 TO ws-report-writes.
	PERFORM LOAD-POMXMIT.
	PERFORM LOAD-RESUB-HISTORY.
	PERFORM OPEN-PLAYER-FILE.
	PERFORM APPLY-RESUB-TRANSACTIONS.
	IF ws-player-open = "Y"
		CLOSE PLAYER-FILE
	END-IF.
	PERFORM REWRITE-POMXMIT.
	PERFORM PRINT-EXCEPTIONS.
	PERFORM PRINT-TOTALS.
	CLOSE RESUB-REPORT.
	CLOSE XMIT-WORK.
	CLOSE COUNT-WORK.
	DISPLAY "Payouts resubmitted : " ws-resubmitted-count.
	DISPLAY "Payouts written off : " ws-written-off-count.
	DISPLAY "Transaction rejects : " ws-trn-reject-count.
	DISPLAY "Awaiting approval   : " ws-pending-count.
	DISPLAY "Still rejected      : " ws-outstanding-count.
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
	MOVE "POMRTRN" TO ws-log-file-name.
	MOVE ws-trn-count TO ws-log-reads.
	MOVE 0 TO ws-log-writes.
	MOVE ws-trn-status TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.
	MOVE "POMRHIST" TO ws-log-file-name.
	MOVE ws-hist-reads TO ws-log-reads.
	MOVE ws-hist-writes TO ws-log-writes.
	MOVE ws-hist-status TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.
	MOVE "POMOPER" TO ws-log-file-name.
	MOVE ws-oper-reads TO ws-log-reads.
	MOVE 0 TO ws-log-writes.
	MOVE ws-oper-status TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.
	MOVE "POMAPND" TO ws-log-file-name.
	MOVE 0 TO ws-log-reads.
	MOVE ws-apnd-writes TO ws-log-writes.
	MOVE ws-apnd-status TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.
	MOVE "PLAYERS" TO ws-log-file-name.
	MOVE ws-player-reads TO ws-log-reads.
	MOVE 0 TO ws-log-writes.
	MOVE ws-player-status TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.
	MOVE "POMXMIT" TO ws-log-file-name.
	MOVE ws-xmit-count TO ws-log-reads.
	MOVE ws-xmit-writes TO ws-log-writes.
	MOVE ws-xmit-status TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.
	MOVE "POMRESUB.RPT" TO ws-log-file-name.
	MOVE 0 TO ws-log-reads.
	MOVE ws-report-writes TO ws-log-writes.
	MOVE ws-report-status TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.
	MOVE "END  " TO ws-log-event.
	MOVE SPACES TO ws-log-file-name.
	COMPUTE ws-log-reads = ws-trn-count + ws-hist-reads + ws-oper-reads + ws-player-reads + ws-xmit-count.
	COMPUTE ws-log-writes = ws-hist-writes + ws-apnd-writes + ws-xmit-writes + ws-report-writes.
	MOVE SPACES TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.

WRITE-RUN-RECORD.
	OPEN EXTEND POMRUN-FILE.
	IF ws-runlog-status = "35"
		OPEN OUTPUT POMRUN-FILE
	END-IF.
	IF ws-runlog-status = "00"
		MOVE "POMRESUB" TO RL-PROGRAM-ID
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
				DISPLAY "POMRESUB: checkpoint on POMCKPT.DAT shows a game in flight - run refused"
				CLOSE POMCKPT-FILE
				MOVE "A" TO ws-run-abend
				PERFORM LOG-RUN-END
				STOP RUN
		END-READ
		CLOSE POMCKPT-FILE
	END-IF.

LOAD-POMXMIT.
	MOVE "N" TO ws-eof.
	MOVE 0 TO ws-lock-tries.
	OPEN INPUT POMXMIT-FILE.
	PERFORM UNTIL (ws-xmit-status NOT = "61" AND ws-xmit-status NOT = "93") OR ws-lock-tries >= WS-LOCK-RETRIES
		ADD 1 TO ws-lock-tries
		CALL "C$SLEEP" USING ws-lock-wait
		OPEN INPUT POMXMIT-FILE
	END-PERFORM.
	IF ws-xmit-status NOT = "00"
		DISPLAY "POMRESUB: cannot open POMXMIT.DAT, status " ws-xmit-status
		MOVE "A" TO ws-run-abend
		PERFORM LOG-RUN-END
		STOP RUN
	END-IF.
	OPEN OUTPUT XMIT-WORK.
	IF ws-work-status NOT = "00"
		DISPLAY "POMRESUB: cannot open POMRESUB.IDX, status " ws-work-status
		MOVE "A" TO ws-run-abend
		PERFORM LOG-RUN-END
		STOP RUN
	END-IF.
	PERFORM UNTIL ws-eof = "Y"
		READ POMXMIT-FILE
			AT END
				MOVE "Y" TO ws-eof
			NOT AT END
				PERFORM STORE-XMIT
		END-READ
	END-PERFORM.
	CLOSE POMXMIT-FILE.
	CLOSE XMIT-WORK.
	OPEN I-O XMIT-WORK.
	IF ws-work-status NOT = "00"
		DISPLAY "POMRESUB: cannot reopen POMRESUB.IDX, status " ws-work-status
		MOVE "A" TO ws-run-abend
		PERFORM LOG-RUN-END
		STOP RUN
	END-IF.

STORE-XMIT.
	MOVE XM-GAME-ID TO WK-GAME-ID.
	MOVE XM-PLAYER-ID TO WK-PLAYER-ID.
	MOVE XM-FIND TO WK-FIND.
	MOVE XM-ATTEMPTS TO WK-ATTEMPTS.
	IF XM-AMOUNT IS NUMERIC
		MOVE XM-AMOUNT TO WK-AMOUNT
	ELSE
		MOVE 0 TO WK-AMOUNT
	END-IF.
	IF XM-SENT-DATE IS NUMERIC
		MOVE XM-SENT-DATE TO WK-SENT-DATE
	ELSE
		MOVE 0 TO WK-SENT-DATE
	END-IF.
	IF XM-XMIT-NO IS NUMERIC
		MOVE XM-XMIT-NO TO WK-XMIT-NO
	ELSE
		MOVE 0 TO WK-XMIT-NO
	END-IF.
	MOVE XM-STATUS TO WK-STATUS.
	IF XM-SETTLED-DATE IS NUMERIC
		MOVE XM-SETTLED-DATE TO WK-SETTLED-DATE
	ELSE
		MOVE 0 TO WK-SETTLED-DATE
	END-IF.
	MOVE XM-CAMPAIGN-CODE TO WK-CAMPAIGN-CODE.
	IF XM-BONUS IS NUMERIC
		MOVE XM-BONUS TO WK-BONUS
	ELSE
		MOVE 0 TO WK-BONUS
	END-IF.
	MOVE XM-DEFERRED TO WK-DEFERRED.
	WRITE XMITWK-RECORD
		INVALID KEY
			DISPLAY "POMRESUB: duplicate game ID " XM-GAME-ID " on POMXMIT.DAT - run refused"
			MOVE "A" TO ws-run-abend
			PERFORM LOG-RUN-END
			STOP RUN
		NOT INVALID KEY
			ADD 1 TO ws-xmit-count
	END-WRITE.

LOAD-RESUB-HISTORY.
	OPEN OUTPUT COUNT-WORK.
	IF ws-countwk-status NOT = "00"
		DISPLAY "POMRESUB: cannot open POMRESUC.IDX, status " ws-countwk-status
		MOVE "A" TO ws-run-abend
		PERFORM LOG-RUN-END
		STOP RUN
	END-IF.
	CLOSE COUNT-WORK.
	OPEN I-O COUNT-WORK.
	MOVE "N" TO ws-eof.
	OPEN INPUT POMRHIST-FILE.
	IF ws-hist-status NOT = "00"
		MOVE "Y" TO ws-eof
	END-IF.
	PERFORM UNTIL ws-eof = "Y"
		READ POMRHIST-FILE
			AT END
				MOVE "Y" TO ws-eof
			NOT AT END
				ADD 1 TO ws-hist-reads
				IF RH-ACTION = "RESUB "
					MOVE RH-GAME-ID TO CW-GAME-ID
					PERFORM ADD-RESUB-COUNT
				END-IF
		END-READ
	END-PERFORM.
	IF ws-hist-status = "00" OR ws-hist-status = "10"
		CLOSE POMRHIST-FILE
	END-IF.

ADD-RESUB-COUNT.
	READ COUNT-WORK
		INVALID KEY
			MOVE 1 TO CW-RESUB-COUNT
			WRITE COUNTWK-RECORD
			END-WRITE
		NOT INVALID KEY
			ADD 1 TO CW-RESUB-COUNT
			REWRITE COUNTWK-RECORD
	END-READ.
	IF ws-countwk-status NOT = "00"
		DISPLAY "POMRESUB: count work file update failed, status " ws-countwk-status
		MOVE "A" TO ws-run-abend
	END-IF.

GET-RESUB-COUNT.
	MOVE 0 TO ws-resub-count.
	MOVE WK-GAME-ID TO CW-GAME-ID.
	READ COUNT-WORK
		INVALID KEY
			CONTINUE
		NOT INVALID KEY
			MOVE CW-RESUB-COUNT TO ws-resub-count
	END-READ.

OPEN-PLAYER-FILE.
	MOVE 0 TO ws-lock-tries.
	OPEN INPUT PLAYER-FILE.
	PERFORM UNTIL (ws-player-status NOT = "61" AND ws-player-status NOT = "93") OR ws-lock-tries >= WS-LOCK-RETRIES
		ADD 1 TO ws-lock-tries
		CALL "C$SLEEP" USING ws-lock-wait
		OPEN INPUT PLAYER-FILE
	END-PERFORM.
	IF ws-player-status = "00"
		MOVE "Y" TO ws-player-open
	ELSE
		DISPLAY "POMRESUB: PLAYERS.DAT not available, status " ws-player-status " - player corrections will be rejected"
	END-IF.

CHECK-NEW-PLAYER.
	MOVE "Y" TO ws-player-check.
	IF RS-NEW-PLAYER-ID NOT = SPACES
		IF ws-player-open = "N"
			MOVE "U" TO ws-player-check
		ELSE
			MOVE RS-NEW-PLAYER-ID TO PM-PLAYER-ID
			READ PLAYER-FILE
				INVALID KEY
					MOVE "N" TO ws-player-check
				NOT INVALID KEY
					ADD 1 TO ws-player-reads
					IF PM-STATUS = "C"
						MOVE "C" TO ws-player-check
					END-IF
			END-READ
		END-IF
	END-IF.

APPLY-RESUB-TRANSACTIONS.
	MOVE "N" TO ws-eof.
	OPEN INPUT POMRTRN-FILE.
	IF ws-trn-status NOT = "00"
		MOVE "Y" TO ws-eof
	ELSE
		OPEN EXTEND POMRHIST-FILE
		IF ws-hist-status = "35"
			OPEN OUTPUT POMRHIST-FILE
		END-IF
		IF ws-hist-status NOT = "00"
			DISPLAY "POMRESUB: cannot open POMRHIST.DAT, status " ws-hist-status
			CLOSE POMRTRN-FILE
			MOVE "A" TO ws-run-abend
			PERFORM LOG-RUN-END
			STOP RUN
		END-IF
		PERFORM OPEN-OPERATOR-FILE
	END-IF.
	PERFORM UNTIL ws-eof = "Y"
		READ POMRTRN-FILE
			AT END
				MOVE "Y" TO ws-eof
			NOT AT END
				PERFORM APPLY-ONE-RESUB
		END-READ
	END-PERFORM.
	IF ws-trn-status = "00" OR ws-trn-status = "10"
		CLOSE POMRTRN-FILE
		CLOSE POMRHIST-FILE
	END-IF.
	IF ws-oper-open = "Y"
		CLOSE POMOPER-FILE
	END-IF.

OPEN-OPERATOR-FILE.
	MOVE 0 TO ws-lock-tries.
	OPEN INPUT POMOPER-FILE.
	PERFORM UNTIL (ws-oper-status NOT = "61" AND ws-oper-status NOT = "93") OR ws-lock-tries >= WS-LOCK-RETRIES
		ADD 1 TO ws-lock-tries
		CALL "C$SLEEP" USING ws-lock-wait
		OPEN INPUT POMOPER-FILE
	END-PERFORM.
	IF ws-oper-status = "00"
		MOVE "Y" TO ws-oper-open
	ELSE
		DISPLAY "POMRESUB: cannot open POMOPER.DAT, status " ws-oper-status " - resubmission transactions refused"
	END-IF.

LOOK-UP-OPERATOR.
	MOVE "N" TO ws-oper-found.
	IF ws-oper-open = "Y" AND ws-check-user NOT = SPACES
		MOVE ws-check-user TO OP-USER-ID
		READ POMOPER-FILE
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				ADD 1 TO ws-oper-reads
				IF OP-STATUS = "A"
					MOVE "Y" TO ws-oper-found
				END-IF
		END-READ
	END-IF.

AUTHORIZE-RESUB.
	MOVE SPACE TO ws-auth-result.
	MOVE SPACES TO ws-auth-reason.
	MOVE "N" TO ws-needs-approval.
	EVALUATE TRUE
		WHEN RS-ACTION = "WRTOFF"
			MOVE "Y" TO ws-needs-approval
		WHEN RS-ACTION NOT = "RESUB "
			CONTINUE
		WHEN ws-matched = "N"
			IF RS-NEW-PLAYER-ID NOT = SPACES OR RS-NEW-AMOUNT NOT = ZERO
				MOVE "Y" TO ws-needs-approval
			END-IF
		WHEN RS-NEW-PLAYER-ID NOT = SPACES AND RS-NEW-PLAYER-ID NOT = WK-PLAYER-ID
			MOVE "Y" TO ws-needs-approval
		WHEN RS-NEW-AMOUNT IS NOT NUMERIC
			MOVE "Y" TO ws-needs-approval
		WHEN RS-NEW-AMOUNT > 0 AND RS-NEW-AMOUNT NOT = WK-AMOUNT
			MOVE "Y" TO ws-needs-approval
	END-EVALUATE.
	MOVE RS-USER-ID TO ws-check-user.
	PERFORM LOOK-UP-OPERATOR.
	EVALUATE TRUE
		WHEN ws-oper-open = "N"
			MOVE "R" TO ws-auth-result
			MOVE "operator file unavailable" TO ws-auth-reason
		WHEN RS-USER-ID = SPACES
			MOVE "R" TO ws-auth-result
			MOVE "user ID missing" TO ws-auth-reason
		WHEN ws-oper-found = "N"
			MOVE "R" TO ws-auth-result
			MOVE "user is not an active operator" TO ws-auth-reason
		WHEN OP-AUTH-PAYOUT NOT = "Y"
			MOVE "R" TO ws-auth-result
			MOVE "user not authorized for payout actions" TO ws-auth-reason
	END-EVALUATE.
	IF ws-auth-result = SPACE AND ws-needs-approval = "Y"
		MOVE RS-APPROVER-ID TO ws-check-user
		PERFORM LOOK-UP-OPERATOR
		EVALUATE TRUE
			WHEN RS-APPROVER-ID = SPACES
				MOVE "P" TO ws-auth-result
				MOVE "awaiting approval by a second operator" TO ws-auth-reason
			WHEN RS-APPROVER-ID = RS-USER-ID
				MOVE "R" TO ws-auth-result
				MOVE "approver must differ from entering user" TO ws-auth-reason
			WHEN ws-oper-found = "N"
				MOVE "R" TO ws-auth-result
				MOVE "approver is not an active operator" TO ws-auth-reason
			WHEN OP-AUTH-APPROVE NOT = "Y" OR OP-AUTH-PAYOUT NOT = "Y"
				MOVE "R" TO ws-auth-result
				MOVE "approver not authorized to approve" TO ws-auth-reason
		END-EVALUATE
	END-IF.
	IF ws-auth-result = SPACE
		MOVE "A" TO ws-auth-result
	END-IF.

REFUSE-ONE-RESUB.
	IF ws-auth-result = "P"
		MOVE "PENDING   " TO ws-rsl-tag
		ADD 1 TO ws-pending-count
	ELSE
		MOVE "REJECTED  " TO ws-rsl-tag
		ADD 1 TO ws-trn-reject-count
	END-IF.
	MOVE ws-auth-reason TO ws-reason-text.
	PERFORM WRITE-RESUB-LINE.
	PERFORM WRITE-AUTH-EXCEPTION.

WRITE-AUTH-EXCEPTION.
	OPEN EXTEND POMAPND-FILE.
	IF ws-apnd-status = "35"
		OPEN OUTPUT POMAPND-FILE
	END-IF.
	IF ws-apnd-status = "00"
		MOVE FUNCTION CURRENT-DATE (1:14) TO AP-TIMESTAMP
		MOVE "POMRESUB" TO AP-PROGRAM-ID
		IF ws-auth-result = "P"
			MOVE "PENDING " TO AP-RESULT
		ELSE
			MOVE "REJECTED" TO AP-RESULT
		END-IF
		MOVE RS-ACTION TO AP-ACTION
		MOVE RS-GAME-ID TO AP-KEY
		MOVE RS-USER-ID TO AP-USER-ID
		MOVE RS-APPROVER-ID TO AP-APPROVER-ID
		MOVE ws-auth-reason TO AP-REASON
		WRITE POMAPND-RECORD
		IF ws-apnd-status = "00"
			ADD 1 TO ws-apnd-writes
		ELSE
			DISPLAY "POMRESUB: authorization log write failed - POMAPND.DAT status " ws-apnd-status
			MOVE "A" TO ws-run-abend
		END-IF
		CLOSE POMAPND-FILE
	ELSE
		DISPLAY "POMRESUB: authorization log not written - POMAPND.DAT status " ws-apnd-status
		MOVE "A" TO ws-run-abend
	END-IF.

APPLY-ONE-RESUB.
	ADD 1 TO ws-trn-count.
	MOVE "Y" TO ws-matched.
	MOVE RS-GAME-ID TO WK-GAME-ID.
	READ XMIT-WORK
		INVALID KEY
			MOVE "N" TO ws-matched
	END-READ.
	PERFORM AUTHORIZE-RESUB.
	IF ws-matched = "Y"
		PERFORM GET-RESUB-COUNT
		IF RS-ACTION = "RESUB "
			PERFORM CHECK-NEW-PLAYER
		END-IF
	END-IF.
	EVALUATE TRUE
		WHEN ws-auth-result NOT = "A"
			PERFORM REFUSE-ONE-RESUB
		WHEN ws-matched = "N"
			MOVE "no payout record for game ID" TO ws-reason-text
			PERFORM REJECT-RESUB
		WHEN WK-STATUS NOT = "R"
			MOVE "payout is not in rejected status" TO ws-reason-text
			PERFORM REJECT-RESUB
		WHEN RS-ACTION = "RESUB " AND ws-resub-count >= WS-MAX-RESUBMITS
			MOVE "resubmission limit reached - write off only" TO ws-reason-text
			PERFORM REJECT-RESUB
		WHEN RS-ACTION = "RESUB " AND RS-NEW-AMOUNT IS NOT NUMERIC
			MOVE "corrected amount is not numeric" TO ws-reason-text
			PERFORM REJECT-RESUB
		WHEN RS-ACTION = "RESUB " AND ws-player-check = "N"
			MOVE "corrected player ID not on PLAYERS.DAT" TO ws-reason-text
			PERFORM REJECT-RESUB
		WHEN RS-ACTION = "RESUB " AND ws-player-check = "C"
			MOVE "corrected player ID is closed" TO ws-reason-text
			PERFORM REJECT-RESUB
		WHEN RS-ACTION = "RESUB " AND ws-player-check = "U"
			MOVE "player master unavailable for correction" TO ws-reason-text
			PERFORM REJECT-RESUB
		WHEN RS-ACTION = "RESUB "
			PERFORM RESUBMIT-PAYOUT
		WHEN RS-ACTION = "WRTOFF"
			PERFORM WRITE-OFF-PAYOUT
		WHEN OTHER
			MOVE "unknown action" TO ws-reason-text
			PERFORM REJECT-RESUB
	END-EVALUATE.

RESUBMIT-PAYOUT.
	MOVE WK-PLAYER-ID TO ws-old-player-id.
	MOVE WK-AMOUNT TO ws-old-amount.
	MOVE WK-XMIT-NO TO ws-old-xmit-no.
	IF RS-NEW-PLAYER-ID NOT = SPACES
		MOVE RS-NEW-PLAYER-ID TO WK-PLAYER-ID
	END-IF.
	IF RS-NEW-AMOUNT > 0
		MOVE RS-NEW-AMOUNT TO WK-AMOUNT
	END-IF.
	IF WK-BONUS > WK-AMOUNT
		MOVE WK-AMOUNT TO WK-BONUS
	END-IF.
	MOVE "E" TO WK-STATUS.
	MOVE 0 TO WK-SENT-DATE.
	MOVE 0 TO WK-XMIT-NO.
	MOVE 0 TO WK-SETTLED-DATE.
	PERFORM REWRITE-WORK-RECORD.
	ADD 1 TO ws-resub-count.
	MOVE WK-GAME-ID TO CW-GAME-ID.
	PERFORM ADD-RESUB-COUNT.
	ADD 1 TO ws-resubmitted-count.
	PERFORM WRITE-HISTORY-RECORD.
	MOVE "RESUBMIT  " TO ws-rsl-tag.
	MOVE SPACES TO ws-reason-text.
	STRING "resubmission " ws-resub-count " of " WS-MAX-RESUBMITS
		", reason " RS-REASON
		DELIMITED BY SIZE INTO ws-reason-text.
	PERFORM WRITE-RESUB-LINE.

WRITE-OFF-PAYOUT.
	MOVE WK-PLAYER-ID TO ws-old-player-id.
	MOVE WK-AMOUNT TO ws-old-amount.
	MOVE WK-XMIT-NO TO ws-old-xmit-no.
	MOVE "W" TO WK-STATUS.
	MOVE ws-today TO WK-SETTLED-DATE.
	PERFORM REWRITE-WORK-RECORD.
	ADD 1 TO ws-written-off-count.
	PERFORM WRITE-HISTORY-RECORD.
	MOVE "WRITEOFF  " TO ws-rsl-tag.
	MOVE SPACES TO ws-reason-text.
	STRING "operator write-off, reason " RS-REASON
		DELIMITED BY SIZE INTO ws-reason-text.
	PERFORM WRITE-RESUB-LINE.

REJECT-RESUB.
	ADD 1 TO ws-trn-reject-count.
	MOVE "REJECTED  " TO ws-rsl-tag.
	PERFORM WRITE-RESUB-LINE.

WRITE-RESUB-LINE.
	MOVE RS-GAME-ID TO ws-rsl-game-id.
	IF ws-matched = "Y"
		MOVE WK-PLAYER-ID TO ws-rsl-player-id
		MOVE WK-AMOUNT TO ws-rsl-amount
	ELSE
		MOVE SPACES TO ws-rsl-player-id
		MOVE 0 TO ws-rsl-amount
	END-IF.
	MOVE ws-reason-text TO ws-rsl-reason.
	WRITE RESUB-LINE FROM ws-resub-line.
	ADD 1 TO ws-report-writes.

WRITE-HISTORY-RECORD.
	MOVE WK-GAME-ID TO RH-GAME-ID.
	MOVE FUNCTION CURRENT-DATE (1:14) TO RH-TIMESTAMP.
	MOVE RS-ACTION TO RH-ACTION.
	MOVE ws-resub-count TO RH-RESUB-COUNT.
	MOVE ws-old-player-id TO RH-OLD-PLAYER-ID.
	MOVE WK-PLAYER-ID TO RH-NEW-PLAYER-ID.
	MOVE ws-old-amount TO RH-OLD-AMOUNT.
	MOVE WK-AMOUNT TO RH-NEW-AMOUNT.
	MOVE ws-old-xmit-no TO RH-OLD-XMIT-NO.
	MOVE RS-REASON TO RH-REASON.
	MOVE RS-USER-ID TO RH-USER-ID.
	MOVE RS-APPROVER-ID TO RH-APPROVER-ID.
	WRITE POMRHIST-RECORD.
	IF ws-hist-status = "00"
		ADD 1 TO ws-hist-writes
	ELSE
		DISPLAY "POMRESUB: history write failed - POMRHIST.DAT status " ws-hist-status
		MOVE "A" TO ws-run-abend
	END-IF.

REWRITE-WORK-RECORD.
	REWRITE XMITWK-RECORD.
	IF ws-work-status NOT = "00"
		DISPLAY "POMRESUB: work file rewrite failed, status " ws-work-status
		MOVE "A" TO ws-run-abend
	END-IF.

REWRITE-POMXMIT.
	MOVE 0 TO ws-lock-tries.
	OPEN OUTPUT POMXMIT-FILE.
	PERFORM UNTIL (ws-xmit-status NOT = "61" AND ws-xmit-status NOT = "93") OR ws-lock-tries >= WS-LOCK-RETRIES
		ADD 1 TO ws-lock-tries
		CALL "C$SLEEP" USING ws-lock-wait
		OPEN OUTPUT POMXMIT-FILE
	END-PERFORM.
	IF ws-xmit-status NOT = "00"
		DISPLAY "POMRESUB: extract not rewritten - POMXMIT.DAT status " ws-xmit-status
		MOVE "A" TO ws-run-abend
	ELSE
		PERFORM START-WORK-FILE
		PERFORM UNTIL ws-eof = "Y"
			READ XMIT-WORK NEXT RECORD
				AT END
					MOVE "Y" TO ws-eof
				NOT AT END
					PERFORM WRITE-ONE-XMIT
			END-READ
		END-PERFORM
		CLOSE POMXMIT-FILE
	END-IF.

START-WORK-FILE.
	MOVE "N" TO ws-eof.
	MOVE 0 TO WK-GAME-ID.
	START XMIT-WORK KEY NOT < WK-GAME-ID
		INVALID KEY
			MOVE "Y" TO ws-eof
	END-START.

WRITE-ONE-XMIT.
	MOVE WK-GAME-ID TO XM-GAME-ID.
	MOVE WK-PLAYER-ID TO XM-PLAYER-ID.
	MOVE WK-FIND TO XM-FIND.
	MOVE WK-ATTEMPTS TO XM-ATTEMPTS.
	MOVE WK-AMOUNT TO XM-AMOUNT.
	MOVE WK-SENT-DATE TO XM-SENT-DATE.
	MOVE WK-XMIT-NO TO XM-XMIT-NO.
	MOVE WK-STATUS TO XM-STATUS.
	MOVE WK-SETTLED-DATE TO XM-SETTLED-DATE.
	MOVE WK-CAMPAIGN-CODE TO XM-CAMPAIGN-CODE.
	MOVE WK-BONUS TO XM-BONUS.
	MOVE WK-DEFERRED TO XM-DEFERRED.
	WRITE POMXMIT-RECORD.
	IF ws-xmit-status = "00"
		ADD 1 TO ws-xmit-writes
	ELSE
		DISPLAY "POMRESUB: extract write failed - POMXMIT.DAT status " ws-xmit-status
		MOVE "A" TO ws-run-abend
	END-IF.

PRINT-EXCEPTIONS.
	MOVE SPACES TO RESUB-LINE.
	WRITE RESUB-LINE.
	ADD 1 TO ws-report-writes.
	MOVE WS-MAX-RESUBMITS TO ws-head-limit.
	WRITE RESUB-LINE FROM ws-heading-2.
	ADD 1 TO ws-report-writes.
	MOVE SPACES TO RESUB-LINE.
	WRITE RESUB-LINE.
	ADD 1 TO ws-report-writes.
	PERFORM START-WORK-FILE.
	PERFORM UNTIL ws-eof = "Y"
		READ XMIT-WORK NEXT RECORD
			AT END
				MOVE "Y" TO ws-eof
			NOT AT END
				IF WK-STATUS = "R"
					PERFORM REPORT-ONE-EXCEPTION
				END-IF
		END-READ
	END-PERFORM.
	IF ws-outstanding-count = 0
		MOVE "No rejected payouts outstanding" TO RESUB-LINE
		WRITE RESUB-LINE
		ADD 1 TO ws-report-writes
	END-IF.

REPORT-ONE-EXCEPTION.
	ADD 1 TO ws-outstanding-count.
	ADD WK-AMOUNT TO ws-outstanding-total.
	PERFORM GET-RESUB-COUNT.
	MOVE WK-GAME-ID TO ws-exl-game-id.
	MOVE WK-PLAYER-ID TO ws-exl-player-id.
	MOVE WK-AMOUNT TO ws-exl-amount.
	MOVE WK-SETTLED-DATE TO ws-exl-rejected-date.
	MOVE ws-resub-count TO ws-exl-count.
	IF ws-resub-count >= WS-MAX-RESUBMITS
		MOVE "limit reached - write off" TO ws-exl-text
	ELSE
		MOVE "resubmit or write off" TO ws-exl-text
	END-IF.
	WRITE RESUB-LINE FROM ws-exception-line.
	ADD 1 TO ws-report-writes.

PRINT-TOTALS.
	MOVE SPACES TO RESUB-LINE.
	WRITE RESUB-LINE.
	ADD 1 TO ws-report-writes.
	MOVE "Transactions read" TO ws-tot-label.
	MOVE ws-trn-count TO ws-tot-count.
	WRITE RESUB-LINE FROM ws-total-line.
	ADD 1 TO ws-report-writes.
	MOVE "Payouts resubmitted" TO ws-tot-label.
	MOVE ws-resubmitted-count TO ws-tot-count.
	WRITE RESUB-LINE FROM ws-total-line.
	ADD 1 TO ws-report-writes.
	MOVE "Payouts written off" TO ws-tot-label.
	MOVE ws-written-off-count TO ws-tot-count.
	WRITE RESUB-LINE FROM ws-total-line.
	ADD 1 TO ws-report-writes.
	MOVE "Transactions rejected" TO ws-tot-label.
	MOVE ws-trn-reject-count TO ws-tot-count.
	WRITE RESUB-LINE FROM ws-total-line.
	ADD 1 TO ws-report-writes.
	MOVE "Awaiting approval" TO ws-tot-label.
	MOVE ws-pending-count TO ws-tot-count.
	WRITE RESUB-LINE FROM ws-total-line.
	ADD 1 TO ws-report-writes.
	MOVE "Payouts still rejected" TO ws-tot-label.
	MOVE ws-outstanding-count TO ws-tot-count.
	WRITE RESUB-LINE FROM ws-total-line.
	ADD 1 TO ws-report-writes.
	MOVE "Amount still rejected" TO ws-amt-label.
	MOVE ws-outstanding-total TO ws-amt-total.
	WRITE RESUB-LINE FROM ws-amount-line.
	ADD 1 TO ws-report-writes.
