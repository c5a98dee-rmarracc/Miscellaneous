		SELECT POMFTRN-FILE ASSIGN TO "POMFTRN.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ws-trn-status.
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
	FD  POMFTRN-FILE.
	COPY "pomftrn.cpy".

	FD  POMOPER-FILE.
	COPY "pomoper.cpy".

	FD  POMAPND-FILE.
	COPY "pomapnd.cpy".

	FD  POMCKPT-FILE.
	COPY "pomckpt.cpy".

		05 WK-XMIT-NO PIC 9(6).
		05 WK-STATUS PIC X(1).
		05 WK-SETTLED-DATE PIC 9(8).
		05 WK-CAMPAIGN-CODE PIC X(6).
		05 WK-BONUS PIC 9(5)V99.
		05 WK-DEFERRED PIC X(1).

	FD  SEED-WORK.
	01 SEEDWK-RECORD.
	77 ws-xmit-status PIC XX VALUE SPACES.
	77 ws-trn-status PIC XX VALUE SPACES.
	77 ws-ckpt-status PIC XX VALUE SPACES.
	77 ws-oper-status PIC XX VALUE SPACES.
	77 ws-apnd-status PIC XX VALUE SPACES.
	77 ws-oper-open PIC X VALUE "N".
	77 ws-oper-found PIC X.
	77 ws-check-user PIC X(10).
	77 ws-auth-result PIC X.
	77 ws-auth-reason PIC X(40).
	77 ws-work-status PIC XX VALUE SPACES.
	77 ws-seedwk-status PIC XX VALUE SPACES.
	77 ws-report-status PIC XX VALUE SPACES.
	77 ws-released-count PIC 9(5) VALUE 0.
	77 ws-voided-count PIC 9(5) VALUE 0.
	77 ws-trn-reject-count PIC 9(5) VALUE 0.
	77 ws-pending-count PIC 9(5) VALUE 0.
	77 ws-oper-reads PIC 9(7) VALUE 0.
	77 ws-apnd-writes PIC 9(7) VALUE 0.
	77 ws-held-count PIC 9(5) VALUE 0.
	77 ws-xmit-writes PIC 9(7) VALUE 0.
	77 ws-report-writes PIC 9(7) VALUE 0.
		05 ws-sus-game-id PIC 9(12).
		05 FILLER PIC X(1) VALUE SPACES.
		05 ws-sus-player-id PIC X(10).
		05 FILLER PIC X(1) VALUE SPACES.
		05 ws-sus-user-id PIC X(10).
		05 FILLER PIC X(8) VALUE " reason ".
		05 ws-sus-reason PIC X(44).
	01 ws-total-line.
	DISPLAY "Holds released     : " ws-released-count.
	DISPLAY "Holds voided       : " ws-voided-count.
	DISPLAY "Suspense rejects   : " ws-trn-reject-count.
	DISPLAY "Awaiting approval  : " ws-pending-count.
	PERFORM LOG-RUN-END.
	STOP RUN.

	MOVE ws-trn-count TO ws-log-reads.
	MOVE ws-trn-status TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.
	MOVE "POMOPER" TO ws-log-file-name.
	MOVE ws-oper-reads TO ws-log-reads.
	MOVE ws-oper-status TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.
	MOVE "POMAPND" TO ws-log-file-name.
	MOVE 0 TO ws-log-reads.
	MOVE ws-apnd-writes TO ws-log-writes.
	MOVE ws-apnd-status TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.
	MOVE "POMXMIT" TO ws-log-file-name.
	MOVE ws-xmit-count TO ws-log-reads.
	MOVE ws-xmit-writes TO ws-log-writes.
	PERFORM WRITE-RUN-RECORD.
	MOVE "END  " TO ws-log-event.
	MOVE SPACES TO ws-log-file-name.
	COMPUTE ws-log-reads = ws-hist-reads + ws-trn-count + ws-oper-reads + ws-xmit-count.
	COMPUTE ws-log-writes = ws-xmit-writes + ws-apnd-writes + ws-report-writes.
	MOVE SPACES TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.

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
			DISPLAY "POMFRSK: duplicate game ID " XM-GAME-ID " on POMXMIT.DAT - run refused"
	OPEN INPUT POMFTRN-FILE.
	IF ws-trn-status NOT = "00"
		MOVE "Y" TO ws-eof
	ELSE
		PERFORM OPEN-OPERATOR-FILE
	END-IF.
	PERFORM UNTIL ws-eof = "Y"
		READ POMFTRN-FILE
			AT END
				MOVE "Y" TO ws-eof
			NOT AT END
				PERFORM AUTHORIZE-SUSPENSE
				IF ws-auth-result = "A"
					PERFORM APPLY-ONE-SUSPENSE
				ELSE
					PERFORM REFUSE-ONE-SUSPENSE
				END-IF
		END-READ
	END-PERFORM.
	IF ws-trn-status = "00" OR ws-trn-status = "10"
		CLOSE POMFTRN-FILE
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
		DISPLAY "POMFRSK: cannot open POMOPER.DAT, status " ws-oper-status " - suspense transactions refused"
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

AUTHORIZE-SUSPENSE.
	MOVE SPACE TO ws-auth-result.
	MOVE SPACES TO ws-auth-reason.
	MOVE FT-USER-ID TO ws-check-user.
	PERFORM LOOK-UP-OPERATOR.
	EVALUATE TRUE
		WHEN ws-oper-open = "N"
			MOVE "R" TO ws-auth-result
			MOVE "operator file unavailable" TO ws-auth-reason
		WHEN FT-USER-ID = SPACES
			MOVE "R" TO ws-auth-result
			MOVE "user ID missing" TO ws-auth-reason
		WHEN ws-oper-found = "N"
			MOVE "R" TO ws-auth-result
			MOVE "user is not an active operator" TO ws-auth-reason
		WHEN OP-AUTH-PAYOUT NOT = "Y"
			MOVE "R" TO ws-auth-result
			MOVE "user not authorized for payout actions" TO ws-auth-reason
	END-EVALUATE.
	IF ws-auth-result = SPACE
	AND (FT-ACTION = "RELEAS" OR FT-ACTION = "VOID  ")
		MOVE FT-APPROVER-ID TO ws-check-user
		PERFORM LOOK-UP-OPERATOR
		EVALUATE TRUE
			WHEN FT-APPROVER-ID = SPACES
				MOVE "P" TO ws-auth-result
				MOVE "awaiting approval by a second operator" TO ws-auth-reason
			WHEN FT-APPROVER-ID = FT-USER-ID
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

REFUSE-ONE-SUSPENSE.
	ADD 1 TO ws-trn-count.
	MOVE "N" TO ws-matched.
	IF ws-auth-result = "P"
		MOVE "PENDING " TO ws-sus-tag
		ADD 1 TO ws-pending-count
	ELSE
		MOVE "REJECTED" TO ws-sus-tag
		ADD 1 TO ws-trn-reject-count
	END-IF.
	MOVE ws-auth-reason TO ws-reason-text.
	PERFORM WRITE-SUSPENSE-LINE.
	PERFORM WRITE-AUTH-EXCEPTION.

WRITE-AUTH-EXCEPTION.
	OPEN EXTEND POMAPND-FILE.
	IF ws-apnd-status = "35"
		OPEN OUTPUT POMAPND-FILE
	END-IF.
	IF ws-apnd-status = "00"
		MOVE FUNCTION CURRENT-DATE (1:14) TO AP-TIMESTAMP
		MOVE "POMFRSK " TO AP-PROGRAM-ID
		MOVE ws-sus-tag TO AP-RESULT
		MOVE FT-ACTION TO AP-ACTION
		MOVE FT-GAME-ID TO AP-KEY
		MOVE FT-USER-ID TO AP-USER-ID
		MOVE FT-APPROVER-ID TO AP-APPROVER-ID
		MOVE ws-auth-reason TO AP-REASON
		WRITE POMAPND-RECORD
		IF ws-apnd-status = "00"
			ADD 1 TO ws-apnd-writes
		ELSE
			DISPLAY "POMFRSK: authorization log write failed - POMAPND.DAT status " ws-apnd-status
			MOVE "A" TO ws-run-abend
		END-IF
		CLOSE POMAPND-FILE
	ELSE
		DISPLAY "POMFRSK: authorization log not written - POMAPND.DAT status " ws-apnd-status
		MOVE "A" TO ws-run-abend
	END-IF.

APPLY-ONE-SUSPENSE.
	ADD 1 TO ws-trn-count.

WRITE-SUSPENSE-LINE.
	MOVE FT-GAME-ID TO ws-sus-game-id.
	MOVE FT-USER-ID TO ws-sus-user-id.
	IF ws-matched = "Y"
		MOVE WK-PLAYER-ID TO ws-sus-player-id
	ELSE
				MOVE "HELD    " TO ws-sus-tag
				MOVE GH-GAME-ID TO ws-sus-game-id
				MOVE GH-PLAYER-ID TO ws-sus-player-id
				MOVE SPACES TO ws-sus-user-id
				MOVE ws-reason-text TO ws-sus-reason
				WRITE FRAUD-LINE FROM ws-suspense-line
				ADD 1 TO ws-report-writes
	MOVE WK-XMIT-NO TO XM-XMIT-NO.
	MOVE WK-STATUS TO XM-STATUS.
	MOVE WK-SETTLED-DATE TO XM-SETTLED-DATE.
	MOVE WK-CAMPAIGN-CODE TO XM-CAMPAIGN-CODE.
	MOVE WK-BONUS TO XM-BONUS.
	MOVE WK-DEFERRED TO XM-DEFERRED.
	WRITE POMXMIT-RECORD.
	IF ws-xmit-status = "00"
		ADD 1 TO ws-xmit-writes
	MOVE ws-trn-reject-count TO ws-tot-count.
	WRITE FRAUD-LINE FROM ws-total-line.
	ADD 1 TO ws-report-writes.
	MOVE "Awaiting approval" TO ws-tot-label.
	MOVE ws-pending-count TO ws-tot-count.
	WRITE FRAUD-LINE FROM ws-total-line.
	ADD 1 TO ws-report-writes.
