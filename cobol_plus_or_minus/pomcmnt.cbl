		SELECT POMCAUD-FILE ASSIGN TO "POMCAUD.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ws-audit-status.
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
	FD  POMCAUD-FILE.
	COPY "pomcaud.cpy".

	FD  POMOPER-FILE.
	COPY "pomoper.cpy".

	FD  POMAPND-FILE.
	COPY "pomapnd.cpy".

	FD  POMCKPT-FILE.
	COPY "pomckpt.cpy".

	77 ws-trn-status PIC XX VALUE SPACES.
	77 ws-audit-status PIC XX VALUE SPACES.
	77 ws-ckpt-status PIC XX VALUE SPACES.
	77 ws-oper-status PIC XX VALUE SPACES.
	77 ws-apnd-status PIC XX VALUE SPACES.
	77 ws-oper-open PIC X VALUE "N".
	77 ws-oper-found PIC X.
	77 ws-check-user PIC X(10).
	77 ws-auth-result PIC X.
	77 ws-report-status PIC XX VALUE SPACES.
	77 ws-lock-tries PIC 9(3).
	77 ws-lock-wait PIC 9(4) COMP VALUE 1.
	77 ws-trn-count PIC 9(5) VALUE 0.
	77 ws-applied-count PIC 9(5) VALUE 0.
	77 ws-rejected-count PIC 9(5) VALUE 0.
	77 ws-pending-count PIC 9(5) VALUE 0.
	77 ws-oper-reads PIC 9(7) VALUE 0.
	77 ws-apnd-writes PIC 9(7) VALUE 0.
	77 ws-ctl-reads PIC 9(7) VALUE 0.
	77 ws-ctl-writes PIC 9(7) VALUE 0.
	77 ws-audit-writes PIC 9(7) VALUE 0.
			10 ws-cs-retention-days PIC 9(3).
			10 ws-cs-ack-age-days PIC 9(3).
			10 ws-cs-max-attempts PIC 9(3).
			10 ws-cs-tax-threshold PIC 9(6).
			10 ws-cs-daily-budget PIC 9(7).
			10 ws-cs-player-cap PIC 9(5).
	01 ws-ctl-set-hold.
		05 ws-hold-effective-date PIC 9(8).
		05 ws-hold-upper-bound PIC 9(3).
		05 ws-hold-retention-days PIC 9(3).
		05 ws-hold-ack-age-days PIC 9(3).
		05 ws-hold-max-attempts PIC 9(3).
		05 ws-hold-tax-threshold PIC 9(6).
		05 ws-hold-daily-budget PIC 9(7).
		05 ws-hold-player-cap PIC 9(5).

	01 ws-heading-1.
		05 FILLER PIC X(48) VALUE "POM control parameter maintenance - run date ".
	WRITE MAINT-LINE.
	ADD 1 TO ws-report-writes.
	PERFORM LOAD-CONTROL-SETS.
	PERFORM OPEN-OPERATOR-FILE.
	OPEN INPUT POMCTRN-FILE.
	IF ws-trn-status NOT = "00"
		DISPLAY "POMCMNT: cannot open POMCTRN.DAT, status " ws-trn-status
	IF ws-trn-status = "00" OR ws-trn-status = "10"
		CLOSE POMCTRN-FILE
	END-IF.
	IF ws-oper-open = "Y"
		CLOSE POMOPER-FILE
	END-IF.
	IF ws-applied-count > 0
		PERFORM SORT-CONTROL-SETS
		PERFORM REWRITE-CONTROL-FILE
	DISPLAY "Transactions read : " ws-trn-count.
	DISPLAY "Applied           : " ws-applied-count.
	DISPLAY "Rejected          : " ws-rejected-count.
	DISPLAY "Awaiting approval : " ws-pending-count.
	PERFORM LOG-RUN-END.
	STOP RUN.

	MOVE ws-ctl-writes TO ws-log-writes.
	MOVE ws-ctl-status TO ws-log-status.
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
	MOVE "POMCAUD" TO ws-log-file-name.
	MOVE 0 TO ws-log-reads.
	MOVE ws-audit-writes TO ws-log-writes.
	PERFORM WRITE-RUN-RECORD.
	MOVE "END  " TO ws-log-event.
	MOVE SPACES TO ws-log-file-name.
	COMPUTE ws-log-reads = ws-trn-count + ws-ctl-reads + ws-oper-reads.
	COMPUTE ws-log-writes = ws-ctl-writes + ws-audit-writes + ws-apnd-writes + ws-report-writes.
	MOVE SPACES TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.

		MOVE CTL-RETENTION-DAYS TO ws-cs-retention-days (ws-set-count)
		MOVE CTL-ACK-AGE-DAYS TO ws-cs-ack-age-days (ws-set-count)
		MOVE CTL-MAX-ATTEMPTS TO ws-cs-max-attempts (ws-set-count)
		IF CTL-TAX-THRESHOLD IS NUMERIC
			MOVE CTL-TAX-THRESHOLD TO ws-cs-tax-threshold (ws-set-count)
		ELSE
			MOVE 0 TO ws-cs-tax-threshold (ws-set-count)
		END-IF
		IF CTL-DAILY-BUDGET IS NUMERIC
			MOVE CTL-DAILY-BUDGET TO ws-cs-daily-budget (ws-set-count)
		ELSE
			MOVE 0 TO ws-cs-daily-budget (ws-set-count)
		END-IF
		IF CTL-PLAYER-CAP IS NUMERIC
			MOVE CTL-PLAYER-CAP TO ws-cs-player-cap (ws-set-count)
		ELSE
			MOVE 0 TO ws-cs-player-cap (ws-set-count)
		END-IF
	ELSE
		DISPLAY "POMCMNT: parameter set table full, record dropped"
		MOVE "A" TO ws-run-abend
	PERFORM VALIDATE-TRANSACTION.
	IF ws-aud-reason = SPACES
		MOVE CT-EFFECTIVE-DATE TO ws-aud-eff-date
		PERFORM AUTHORIZE-TRANSACTION
		IF ws-auth-result = "A"
			PERFORM STORE-PARAMETER-SET
		ELSE
			PERFORM REFUSE-TRANSACTION
		END-IF
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
		DISPLAY "POMCMNT: cannot open POMOPER.DAT, status " ws-oper-status " - transactions refused"
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

AUTHORIZE-TRANSACTION.
	MOVE SPACE TO ws-auth-result.
	MOVE CT-USER-ID TO ws-check-user.
	PERFORM LOOK-UP-OPERATOR.
	EVALUATE TRUE
		WHEN ws-oper-open = "N"
			MOVE "R" TO ws-auth-result
			MOVE "operator file unavailable" TO ws-aud-reason
		WHEN ws-oper-found = "N"
			MOVE "R" TO ws-auth-result
			MOVE "user is not an active operator" TO ws-aud-reason
		WHEN OP-AUTH-CONTROL NOT = "Y"
			MOVE "R" TO ws-auth-result
			MOVE "user not authorized to change parameters" TO ws-aud-reason
	END-EVALUATE.
	IF ws-auth-result = SPACE
		MOVE CT-APPROVER-ID TO ws-check-user
		PERFORM LOOK-UP-OPERATOR
		EVALUATE TRUE
			WHEN CT-APPROVER-ID = SPACES
				MOVE "P" TO ws-auth-result
				MOVE "awaiting approval by a second operator" TO ws-aud-reason
			WHEN CT-APPROVER-ID = CT-USER-ID
				MOVE "R" TO ws-auth-result
				MOVE "approver must differ from entering user" TO ws-aud-reason
			WHEN ws-oper-found = "N"
				MOVE "R" TO ws-auth-result
				MOVE "approver is not an active operator" TO ws-aud-reason
			WHEN OP-AUTH-APPROVE NOT = "Y" OR OP-AUTH-CONTROL NOT = "Y"
				MOVE "R" TO ws-auth-result
				MOVE "approver not authorized to approve" TO ws-aud-reason
		END-EVALUATE
	END-IF.
	IF ws-auth-result = SPACE
		MOVE "A" TO ws-auth-result
	END-IF.

REFUSE-TRANSACTION.
	IF ws-auth-result = "P"
		ADD 1 TO ws-pending-count
		MOVE "PENDING " TO ws-aud-result
	ELSE
		ADD 1 TO ws-rejected-count
		MOVE "REJECTED" TO ws-aud-result
	END-IF.
	WRITE MAINT-LINE FROM ws-audit-line.
	ADD 1 TO ws-report-writes.
	OPEN EXTEND POMAPND-FILE.
	IF ws-apnd-status = "35"
		OPEN OUTPUT POMAPND-FILE
	END-IF.
	IF ws-apnd-status = "00"
		MOVE FUNCTION CURRENT-DATE (1:14) TO AP-TIMESTAMP
		MOVE "POMCMNT " TO AP-PROGRAM-ID
		MOVE ws-aud-result TO AP-RESULT
		MOVE "PARAM " TO AP-ACTION
		MOVE CT-EFFECTIVE-DATE TO AP-KEY
		MOVE CT-USER-ID TO AP-USER-ID
		MOVE CT-APPROVER-ID TO AP-APPROVER-ID
		MOVE ws-aud-reason TO AP-REASON
		WRITE POMAPND-RECORD
		IF ws-apnd-status = "00"
			ADD 1 TO ws-apnd-writes
		ELSE
			DISPLAY "POMCMNT: authorization log write failed - POMAPND.DAT status " ws-apnd-status
			MOVE "A" TO ws-run-abend
		END-IF
		CLOSE POMAPND-FILE
	ELSE
		DISPLAY "POMCMNT: authorization log not written - POMAPND.DAT status " ws-apnd-status
		MOVE "A" TO ws-run-abend
	END-IF.

VALIDATE-TRANSACTION.
			MOVE "ack age days must be 1-365" TO ws-aud-reason
		WHEN CT-MAX-ATTEMPTS IS NOT NUMERIC
			MOVE "max attempts not numeric" TO ws-aud-reason
		WHEN CT-TAX-THRESHOLD IS NOT NUMERIC
			MOVE "tax reporting threshold not numeric" TO ws-aud-reason
		WHEN CT-DAILY-BUDGET IS NOT NUMERIC
			MOVE "daily payout budget not numeric" TO ws-aud-reason
		WHEN CT-PLAYER-CAP IS NOT NUMERIC
			MOVE "player daily cap not numeric" TO ws-aud-reason
		WHEN CT-DAILY-BUDGET > 0 AND CT-PLAYER-CAP > CT-DAILY-BUDGET
			MOVE "player daily cap exceeds daily budget" TO ws-aud-reason
	END-EVALUATE.
	IF ws-aud-reason = SPACES
		COMPUTE ws-date-int = FUNCTION INTEGER-OF-DATE (CT-EFFECTIVE-DATE)
		MOVE CT-RETENTION-DAYS TO ws-cs-retention-days (ws-set-slot)
		MOVE CT-ACK-AGE-DAYS TO ws-cs-ack-age-days (ws-set-slot)
		MOVE CT-MAX-ATTEMPTS TO ws-cs-max-attempts (ws-set-slot)
		MOVE CT-TAX-THRESHOLD TO ws-cs-tax-threshold (ws-set-slot)
		MOVE CT-DAILY-BUDGET TO ws-cs-daily-budget (ws-set-slot)
		MOVE CT-PLAYER-CAP TO ws-cs-player-cap (ws-set-slot)
		PERFORM ACCEPT-TRANSACTION
	END-IF.

		MOVE CT-MAX-ATTEMPTS TO ws-new-value
		PERFORM WRITE-AUDIT-RECORD
	END-IF.
	IF CT-TAX-THRESHOLD NOT = ws-cs-tax-threshold (ws-set-slot)
		MOVE "TAX-THRESHOLD" TO ws-field-name
		MOVE ws-cs-tax-threshold (ws-set-slot) TO ws-old-value
		MOVE CT-TAX-THRESHOLD TO ws-new-value
		PERFORM WRITE-AUDIT-RECORD
	END-IF.
	IF CT-DAILY-BUDGET NOT = ws-cs-daily-budget (ws-set-slot)
		MOVE "DAILY-BUDGET" TO ws-field-name
		MOVE ws-cs-daily-budget (ws-set-slot) TO ws-old-value
		MOVE CT-DAILY-BUDGET TO ws-new-value
		PERFORM WRITE-AUDIT-RECORD
	END-IF.
	IF CT-PLAYER-CAP NOT = ws-cs-player-cap (ws-set-slot)
		MOVE "PLAYER-CAP" TO ws-field-name
		MOVE ws-cs-player-cap (ws-set-slot) TO ws-old-value
		MOVE CT-PLAYER-CAP TO ws-new-value
		PERFORM WRITE-AUDIT-RECORD
	END-IF.

WRITE-AUDIT-RECORD.
	OPEN EXTEND POMCAUD-FILE.
	IF ws-audit-status = "00"
		MOVE FUNCTION CURRENT-DATE (1:14) TO CA-TIMESTAMP
		MOVE CT-USER-ID TO CA-USER-ID
		MOVE CT-APPROVER-ID TO CA-APPROVER-ID
		MOVE CT-EFFECTIVE-DATE TO CA-EFFECTIVE-DATE
		MOVE ws-field-name TO CA-FIELD-NAME
		MOVE ws-old-value TO CA-OLD-VALUE
			MOVE ws-cs-retention-days (ws-set-idx) TO CTL-RETENTION-DAYS
			MOVE ws-cs-ack-age-days (ws-set-idx) TO CTL-ACK-AGE-DAYS
			MOVE ws-cs-max-attempts (ws-set-idx) TO CTL-MAX-ATTEMPTS
			MOVE ws-cs-tax-threshold (ws-set-idx) TO CTL-TAX-THRESHOLD
			MOVE ws-cs-daily-budget (ws-set-idx) TO CTL-DAILY-BUDGET
			MOVE ws-cs-player-cap (ws-set-idx) TO CTL-PLAYER-CAP
			WRITE POMCTL-RECORD
			IF ws-ctl-status = "00"
				ADD 1 TO ws-ctl-writes
	MOVE ws-rejected-count TO ws-tot-count.
	WRITE MAINT-LINE FROM ws-total-line.
	ADD 1 TO ws-report-writes.
	MOVE "Awaiting approval" TO ws-tot-label.
	MOVE ws-pending-count TO ws-tot-count.
	WRITE MAINT-LINE FROM ws-total-line.
	ADD 1 TO ws-report-writes.
