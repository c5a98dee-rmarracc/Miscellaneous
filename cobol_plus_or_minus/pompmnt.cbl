			RECORD KEY IS PM-PLAYER-ID
			LOCK MODE IS EXCLUSIVE
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
	FD  PLAYER-FILE.
	COPY "playerrec.cpy".

	FD  POMOPER-FILE.
	COPY "pomoper.cpy".

	FD  POMAPND-FILE.
	COPY "pomapnd.cpy".

	FD  POMCKPT-FILE.
	COPY "pomckpt.cpy".

	77 ws-player-status PIC XX VALUE SPACES.
	77 ws-trn-status PIC XX VALUE SPACES.
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
	77 ws-report-date PIC 9(8).
	77 ws-source-found PIC X.
	77 ws-target-found PIC X.
		05 FILLER PIC X(1) VALUE SPACES.
		05 ws-aud-action PIC X(6).
		05 FILLER PIC X(1) VALUE SPACES.
		05 ws-aud-user-id PIC X(10).
		05 FILLER PIC X(1) VALUE SPACES.
		05 ws-aud-player-id PIC X(10).
		05 FILLER PIC X(1) VALUE SPACES.
		05 ws-aud-new-id PIC X(10).
	WRITE MAINT-LINE.
	ADD 1 TO ws-report-writes.
	PERFORM OPEN-PLAYER-FILE.
	PERFORM OPEN-OPERATOR-FILE.
	OPEN INPUT POMPTRN-FILE.
	IF ws-trn-status NOT = "00"
		DISPLAY "POMPMNT: cannot open POMPTRN.DAT, status " ws-trn-status
	IF ws-trn-status = "00" OR ws-trn-status = "10"
		CLOSE POMPTRN-FILE
	END-IF.
	IF ws-oper-open = "Y"
		CLOSE POMOPER-FILE
	END-IF.
	CLOSE PLAYER-FILE.
	PERFORM PRINT-TOTALS.
	CLOSE MAINT-REPORT.
	DISPLAY "Transactions read : " ws-trn-count.
	DISPLAY "Applied           : " ws-applied-count.
	DISPLAY "Rejected          : " ws-rejected-count.
	DISPLAY "Awaiting approval : " ws-pending-count.
	PERFORM LOG-RUN-END.
	STOP RUN.

	MOVE 0 TO ws-log-writes.
	MOVE ws-trn-status TO ws-log-status.
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
	MOVE 0 TO ws-log-reads.
	MOVE ws-applied-count TO ws-log-writes.
	PERFORM WRITE-RUN-RECORD.
	MOVE "END  " TO ws-log-event.
	MOVE SPACES TO ws-log-file-name.
	COMPUTE ws-log-reads = ws-trn-count + ws-oper-reads.
	COMPUTE ws-log-writes = ws-applied-count + ws-apnd-writes + ws-report-writes.
	MOVE SPACES TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.

		STOP RUN
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
		DISPLAY "POMPMNT: cannot open POMOPER.DAT, status " ws-oper-status " - transactions refused"
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
	MOVE TR-USER-ID TO ws-check-user.
	PERFORM LOOK-UP-OPERATOR.
	EVALUATE TRUE
		WHEN ws-oper-open = "N"
			MOVE "R" TO ws-auth-result
			MOVE "operator file unavailable" TO ws-aud-reason
		WHEN TR-USER-ID = SPACES
			MOVE "R" TO ws-auth-result
			MOVE "user ID missing" TO ws-aud-reason
		WHEN ws-oper-found = "N"
			MOVE "R" TO ws-auth-result
			MOVE "user is not an active operator" TO ws-aud-reason
		WHEN OP-AUTH-PLAYER NOT = "Y"
			MOVE "R" TO ws-auth-result
			MOVE "user not authorized for player actions" TO ws-aud-reason
	END-EVALUATE.
	IF ws-auth-result = SPACE
	AND (TR-ACTION = "MERGE " OR TR-ACTION = "DELETE")
		MOVE TR-APPROVER-ID TO ws-check-user
		PERFORM LOOK-UP-OPERATOR
		EVALUATE TRUE
			WHEN TR-APPROVER-ID = SPACES
				MOVE "P" TO ws-auth-result
				MOVE "awaiting approval by a second operator" TO ws-aud-reason
			WHEN TR-APPROVER-ID = TR-USER-ID
				MOVE "R" TO ws-auth-result
				MOVE "approver must differ from entering user" TO ws-aud-reason
			WHEN ws-oper-found = "N"
				MOVE "R" TO ws-auth-result
				MOVE "approver is not an active operator" TO ws-aud-reason
			WHEN OP-AUTH-APPROVE NOT = "Y" OR OP-AUTH-PLAYER NOT = "Y"
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
		MOVE "POMPMNT " TO AP-PROGRAM-ID
		MOVE ws-aud-result TO AP-RESULT
		MOVE TR-ACTION TO AP-ACTION
		MOVE TR-PLAYER-ID TO AP-KEY
		MOVE TR-USER-ID TO AP-USER-ID
		MOVE TR-APPROVER-ID TO AP-APPROVER-ID
		MOVE ws-aud-reason TO AP-REASON
		WRITE POMAPND-RECORD
		IF ws-apnd-status = "00"
			ADD 1 TO ws-apnd-writes
		ELSE
			DISPLAY "POMPMNT: authorization log write failed - POMAPND.DAT status " ws-apnd-status
			MOVE "A" TO ws-run-abend
		END-IF
		CLOSE POMAPND-FILE
	ELSE
		DISPLAY "POMPMNT: authorization log not written - POMAPND.DAT status " ws-apnd-status
		MOVE "A" TO ws-run-abend
	END-IF.

APPLY-TRANSACTION.
	ADD 1 TO ws-trn-count.
	MOVE TR-ACTION TO ws-aud-action.
	MOVE TR-USER-ID TO ws-aud-user-id.
	MOVE TR-PLAYER-ID TO ws-aud-player-id.
	MOVE TR-NEW-ID TO ws-aud-new-id.
	MOVE SPACES TO ws-aud-reason.
	PERFORM AUTHORIZE-TRANSACTION.
	IF ws-auth-result = "A"
		PERFORM APPLY-AUTHORIZED
	ELSE
		PERFORM REFUSE-TRANSACTION
	END-IF.

APPLY-AUTHORIZED.
	EVALUATE TR-ACTION
		WHEN "ADD   "
			PERFORM APPLY-ADD
	MOVE ws-rejected-count TO ws-tot-count.
	WRITE MAINT-LINE FROM ws-total-line.
	ADD 1 TO ws-report-writes.
	MOVE "Awaiting approval" TO ws-tot-label.
	MOVE ws-pending-count TO ws-tot-count.
	WRITE MAINT-LINE FROM ws-total-line.
	ADD 1 TO ws-report-writes.
