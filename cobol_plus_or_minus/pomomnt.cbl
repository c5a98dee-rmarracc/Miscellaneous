IDENTIFICATION DIVISION.
	PROGRAM-ID. POMOMNT.

ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT POMOPER-FILE ASSIGN TO "POMOPER.DAT"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS OP-USER-ID
			LOCK MODE IS EXCLUSIVE
			FILE STATUS IS ws-oper-status.
		SELECT POMOTRN-FILE ASSIGN TO "POMOTRN.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ws-trn-status.
		SELECT POMAPND-FILE ASSIGN TO "POMAPND.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ws-apnd-status.
		SELECT MAINT-REPORT ASSIGN TO "POMOMNT.RPT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ws-report-status.
		SELECT POMRUN-FILE ASSIGN TO "POMRUN.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ws-runlog-status.

DATA DIVISION.
	FILE SECTION.

	FD  POMOPER-FILE.
	COPY "pomoper.cpy".

	FD  POMOTRN-FILE.
	COPY "pomotrn.cpy".

	FD  POMAPND-FILE.
	COPY "pomapnd.cpy".

	FD  MAINT-REPORT.
	01 MAINT-LINE PIC X(100).

	FD  POMRUN-FILE.
	COPY "runlog.cpy".

	WORKING-STORAGE SECTION.

	78 WS-LOCK-RETRIES VALUE 30.
	77 ws-oper-status PIC XX VALUE SPACES.
	77 ws-trn-status PIC XX VALUE SPACES.
	77 ws-apnd-status PIC XX VALUE SPACES.
	77 ws-report-status PIC XX VALUE SPACES.
	77 ws-lock-tries PIC 9(3).
	77 ws-lock-wait PIC 9(4) COMP VALUE 1.
	77 ws-eof PIC X VALUE "N".
	77 ws-oper-empty PIC X VALUE "N".
	77 ws-bootstrap-run PIC X VALUE "N".
	77 ws-target-found PIC X.
	77 ws-auth-result PIC X.
	77 ws-report-date PIC 9(8).
	77 ws-trn-count PIC 9(5) VALUE 0.
	77 ws-applied-count PIC 9(5) VALUE 0.
	77 ws-rejected-count PIC 9(5) VALUE 0.
	77 ws-pending-count PIC 9(5) VALUE 0.
	77 ws-oper-reads PIC 9(7) VALUE 0.
	77 ws-oper-writes PIC 9(7) VALUE 0.
	77 ws-apnd-writes PIC 9(7) VALUE 0.
	77 ws-report-writes PIC 9(7) VALUE 0.
	77 ws-runlog-status PIC XX VALUE SPACES.
	77 ws-run-abend PIC X VALUE "N".
	77 ws-log-event PIC X(5).
	77 ws-log-file-name PIC X(12).
	77 ws-log-reads PIC 9(7).
	77 ws-log-writes PIC 9(7).
	77 ws-log-status PIC XX VALUE SPACES.

	01 ws-heading-1.
		05 FILLER PIC X(42) VALUE "POM operator maintenance - run date ".
		05 ws-head-date PIC 9999/99/99.
	01 ws-heading-2.
		05 FILLER PIC X(50) VALUE "RESULT   ACTION USER ID    OPERATOR   PAY PLY CTL ".
		05 FILLER PIC X(20) VALUE "APR OPR REASON".
	01 ws-audit-line.
		05 ws-aud-result PIC X(8).
		05 FILLER PIC X(1) VALUE SPACES.
		05 ws-aud-action PIC X(6).
		05 FILLER PIC X(1) VALUE SPACES.
		05 ws-aud-user-id PIC X(10).
		05 FILLER PIC X(1) VALUE SPACES.
		05 ws-aud-oper-id PIC X(10).
		05 FILLER PIC X(2) VALUE SPACES.
		05 ws-aud-payout PIC X(1).
		05 FILLER PIC X(3) VALUE SPACES.
		05 ws-aud-player PIC X(1).
		05 FILLER PIC X(3) VALUE SPACES.
		05 ws-aud-control PIC X(1).
		05 FILLER PIC X(3) VALUE SPACES.
		05 ws-aud-approve PIC X(1).
		05 FILLER PIC X(3) VALUE SPACES.
		05 ws-aud-operator PIC X(1).
		05 FILLER PIC X(3) VALUE SPACES.
		05 ws-aud-reason PIC X(40).
	01 ws-total-line.
		05 ws-tot-label PIC X(26).
		05 ws-tot-count PIC ZZZZ9.

PROCEDURE DIVISION.
	PERFORM LOG-RUN-START.
	DISPLAY "POM operator maintenance".
	OPEN OUTPUT MAINT-REPORT.
	MOVE FUNCTION CURRENT-DATE (1:8) TO ws-report-date.
	MOVE ws-report-date TO ws-head-date.
	WRITE MAINT-LINE FROM ws-heading-1.
	ADD 1 TO ws-report-writes.
	MOVE SPACES TO MAINT-LINE.
	WRITE MAINT-LINE.
	ADD 1 TO ws-report-writes.
	WRITE MAINT-LINE FROM ws-heading-2.
	ADD 1 TO ws-report-writes.
	PERFORM OPEN-OPERATOR-FILE.
	OPEN INPUT POMOTRN-FILE.
	IF ws-trn-status NOT = "00"
		DISPLAY "POMOMNT: cannot open POMOTRN.DAT, status " ws-trn-status
		MOVE "A" TO ws-run-abend
		MOVE "Y" TO ws-eof
	END-IF.
	PERFORM UNTIL ws-eof = "Y"
		READ POMOTRN-FILE
			AT END
				MOVE "Y" TO ws-eof
			NOT AT END
				PERFORM APPLY-TRANSACTION
		END-READ
	END-PERFORM.
	IF ws-trn-status = "00" OR ws-trn-status = "10"
		CLOSE POMOTRN-FILE
	END-IF.
	CLOSE POMOPER-FILE.
	PERFORM PRINT-TOTALS.
	CLOSE MAINT-REPORT.
	DISPLAY "Transactions read : " ws-trn-count.
	DISPLAY "Applied           : " ws-applied-count.
	DISPLAY "Rejected          : " ws-rejected-count.
	DISPLAY "Awaiting approval : " ws-pending-count.
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
	MOVE "POMOTRN" TO ws-log-file-name.
	MOVE ws-trn-count TO ws-log-reads.
	MOVE 0 TO ws-log-writes.
	MOVE ws-trn-status TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.
	MOVE "POMOPER" TO ws-log-file-name.
	MOVE ws-oper-reads TO ws-log-reads.
	MOVE ws-oper-writes TO ws-log-writes.
	MOVE ws-oper-status TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.
	MOVE "POMAPND" TO ws-log-file-name.
	MOVE 0 TO ws-log-reads.
	MOVE ws-apnd-writes TO ws-log-writes.
	MOVE ws-apnd-status TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.
	MOVE "POMOMNT.RPT" TO ws-log-file-name.
	MOVE 0 TO ws-log-reads.
	MOVE ws-report-writes TO ws-log-writes.
	MOVE ws-report-status TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.
	MOVE "END  " TO ws-log-event.
	MOVE SPACES TO ws-log-file-name.
	COMPUTE ws-log-reads = ws-trn-count + ws-oper-reads.
	COMPUTE ws-log-writes = ws-oper-writes + ws-apnd-writes + ws-report-writes.
	MOVE SPACES TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.

WRITE-RUN-RECORD.
	OPEN EXTEND POMRUN-FILE.
	IF ws-runlog-status = "35"
		OPEN OUTPUT POMRUN-FILE
	END-IF.
	IF ws-runlog-status = "00"
		MOVE "POMOMNT " TO RL-PROGRAM-ID
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

OPEN-OPERATOR-FILE.
	MOVE 0 TO ws-lock-tries.
	OPEN I-O POMOPER-FILE.
	PERFORM UNTIL (ws-oper-status NOT = "61" AND ws-oper-status NOT = "93") OR ws-lock-tries >= WS-LOCK-RETRIES
		ADD 1 TO ws-lock-tries
		CALL "C$SLEEP" USING ws-lock-wait
		OPEN I-O POMOPER-FILE
	END-PERFORM.
	IF ws-oper-status = "35"
		OPEN OUTPUT POMOPER-FILE
		CLOSE POMOPER-FILE
		OPEN I-O POMOPER-FILE
	END-IF.
	IF ws-oper-status NOT = "00"
		DISPLAY "POMOMNT: cannot open POMOPER.DAT, status " ws-oper-status
		CLOSE MAINT-REPORT
		MOVE "A" TO ws-run-abend
		PERFORM LOG-RUN-END
		STOP RUN
	END-IF.
	MOVE "Y" TO ws-oper-empty.
	MOVE LOW-VALUES TO OP-USER-ID.
	START POMOPER-FILE KEY NOT < OP-USER-ID
		INVALID KEY
			CONTINUE
		NOT INVALID KEY
			READ POMOPER-FILE NEXT RECORD
				AT END
					CONTINUE
				NOT AT END
					MOVE "N" TO ws-oper-empty
			END-READ
	END-START.
	IF ws-oper-empty = "Y"
		MOVE "Y" TO ws-bootstrap-run
		DISPLAY "POMOMNT: POMOPER.DAT is empty - first operator may enrol itself"
	END-IF.

APPLY-TRANSACTION.
	ADD 1 TO ws-trn-count.
	MOVE OT-ACTION TO ws-aud-action.
	MOVE OT-USER-ID TO ws-aud-user-id.
	MOVE OT-OPER-ID TO ws-aud-oper-id.
	MOVE OT-AUTH-PAYOUT TO ws-aud-payout.
	MOVE OT-AUTH-PLAYER TO ws-aud-player.
	MOVE OT-AUTH-CONTROL TO ws-aud-control.
	MOVE OT-AUTH-APPROVE TO ws-aud-approve.
	MOVE OT-AUTH-OPERATOR TO ws-aud-operator.
	MOVE SPACES TO ws-aud-reason.
	PERFORM AUTHORIZE-TRANSACTION.
	IF ws-auth-result NOT = "A"
		PERFORM REFUSE-TRANSACTION
	ELSE
		EVALUATE OT-ACTION
			WHEN "ADD   "
				PERFORM APPLY-ADD
			WHEN "CHANGE"
				PERFORM APPLY-CHANGE
			WHEN "SUSPND"
				PERFORM APPLY-STATUS-CHANGE
			WHEN "REACTV"
				PERFORM APPLY-STATUS-CHANGE
			WHEN "DELETE"
				PERFORM APPLY-DELETE
			WHEN OTHER
				MOVE "unknown action" TO ws-aud-reason
				PERFORM REJECT-TRANSACTION
		END-EVALUATE
	END-IF.

AUTHORIZE-TRANSACTION.
	MOVE SPACE TO ws-auth-result.
	IF ws-oper-empty = "Y"
		IF OT-ACTION = "ADD   " AND OT-OPER-ID = OT-USER-ID
		AND OT-USER-ID NOT = SPACES AND OT-AUTH-OPERATOR = "Y"
			MOVE "A" TO ws-auth-result
		ELSE
			MOVE "R" TO ws-auth-result
			MOVE "empty file - first operator must enrol" TO ws-aud-reason
		END-IF
	ELSE
		MOVE OT-USER-ID TO OP-USER-ID
		READ POMOPER-FILE
			INVALID KEY
				MOVE "R" TO ws-auth-result
				MOVE "user is not an active operator" TO ws-aud-reason
			NOT INVALID KEY
				ADD 1 TO ws-oper-reads
		END-READ
		EVALUATE TRUE
			WHEN ws-auth-result = "R"
				CONTINUE
			WHEN OT-USER-ID = SPACES
				MOVE "R" TO ws-auth-result
				MOVE "user ID missing" TO ws-aud-reason
			WHEN OP-STATUS NOT = "A"
				MOVE "R" TO ws-auth-result
				MOVE "user is not an active operator" TO ws-aud-reason
			WHEN OP-AUTH-OPERATOR NOT = "Y"
				MOVE "R" TO ws-auth-result
				MOVE "user not authorized for operator file" TO ws-aud-reason
			WHEN OT-OPER-ID = OT-USER-ID
				MOVE "R" TO ws-auth-result
				MOVE "may not maintain own operator entry" TO ws-aud-reason
			WHEN OTHER
				MOVE "A" TO ws-auth-result
		END-EVALUATE
		IF ws-auth-result = "A"
		AND (OT-ACTION = "ADD   " OR OT-ACTION = "CHANGE" OR OT-ACTION = "REACTV")
		AND NOT (ws-bootstrap-run = "Y" AND OT-ACTION = "ADD   ")
			PERFORM AUTHORIZE-APPROVER
		END-IF
	END-IF.

AUTHORIZE-APPROVER.
	EVALUATE TRUE
		WHEN OT-APPROVER-ID = SPACES
			MOVE "P" TO ws-auth-result
			MOVE "awaiting approval by a second operator" TO ws-aud-reason
		WHEN OT-APPROVER-ID = OT-USER-ID
			MOVE "R" TO ws-auth-result
			MOVE "approver must differ from entering user" TO ws-aud-reason
		WHEN OT-APPROVER-ID = OT-OPER-ID
			MOVE "R" TO ws-auth-result
			MOVE "approver may not approve own entry" TO ws-aud-reason
		WHEN OTHER
			MOVE OT-APPROVER-ID TO OP-USER-ID
			READ POMOPER-FILE
				INVALID KEY
					MOVE "R" TO ws-auth-result
					MOVE "approver is not an active operator" TO ws-aud-reason
				NOT INVALID KEY
					ADD 1 TO ws-oper-reads
					EVALUATE TRUE
						WHEN OP-STATUS NOT = "A"
							MOVE "R" TO ws-auth-result
							MOVE "approver is not an active operator" TO ws-aud-reason
						WHEN OP-AUTH-APPROVE NOT = "Y"
							MOVE "R" TO ws-auth-result
							MOVE "approver not authorized to approve" TO ws-aud-reason
					END-EVALUATE
			END-READ
	END-EVALUATE.

VALIDATE-AUTHORITIES.
	EVALUATE TRUE
		WHEN OT-OPER-ID = SPACES
			MOVE "operator ID missing" TO ws-aud-reason
		WHEN OT-AUTH-PAYOUT NOT = "Y" AND OT-AUTH-PAYOUT NOT = "N"
			MOVE "payout authority must be Y or N" TO ws-aud-reason
		WHEN OT-AUTH-PLAYER NOT = "Y" AND OT-AUTH-PLAYER NOT = "N"
			MOVE "player authority must be Y or N" TO ws-aud-reason
		WHEN OT-AUTH-CONTROL NOT = "Y" AND OT-AUTH-CONTROL NOT = "N"
			MOVE "parameter authority must be Y or N" TO ws-aud-reason
		WHEN OT-AUTH-APPROVE NOT = "Y" AND OT-AUTH-APPROVE NOT = "N"
			MOVE "approve authority must be Y or N" TO ws-aud-reason
		WHEN OT-AUTH-OPERATOR NOT = "Y" AND OT-AUTH-OPERATOR NOT = "N"
			MOVE "operator authority must be Y or N" TO ws-aud-reason
		WHEN OT-AUTH-OPERATOR = "Y" AND OT-AUTH-APPROVE = "Y"
			MOVE "operator and approve authority combined" TO ws-aud-reason
	END-EVALUATE.

READ-TARGET-OPERATOR.
	MOVE "N" TO ws-target-found.
	MOVE OT-OPER-ID TO OP-USER-ID.
	READ POMOPER-FILE
		INVALID KEY
			CONTINUE
		NOT INVALID KEY
			ADD 1 TO ws-oper-reads
			MOVE "Y" TO ws-target-found
	END-READ.

APPLY-ADD.
	PERFORM VALIDATE-AUTHORITIES.
	IF ws-aud-reason = SPACES AND OT-NAME = SPACES
		MOVE "operator name missing" TO ws-aud-reason
	END-IF.
	IF ws-aud-reason = SPACES
		PERFORM READ-TARGET-OPERATOR
		IF ws-target-found = "Y"
			MOVE "operator already on file" TO ws-aud-reason
		END-IF
	END-IF.
	IF ws-aud-reason NOT = SPACES
		PERFORM REJECT-TRANSACTION
	ELSE
		MOVE OT-OPER-ID TO OP-USER-ID
		MOVE OT-NAME TO OP-NAME
		MOVE "A" TO OP-STATUS
		MOVE OT-AUTH-PAYOUT TO OP-AUTH-PAYOUT
		MOVE OT-AUTH-PLAYER TO OP-AUTH-PLAYER
		MOVE OT-AUTH-CONTROL TO OP-AUTH-CONTROL
		MOVE OT-AUTH-APPROVE TO OP-AUTH-APPROVE
		MOVE OT-AUTH-OPERATOR TO OP-AUTH-OPERATOR
		MOVE ws-report-date TO OP-ADDED-DATE
		MOVE OT-USER-ID TO OP-CHANGED-BY
		WRITE POMOPER-RECORD
			INVALID KEY
				MOVE "write failed" TO ws-aud-reason
				PERFORM REJECT-TRANSACTION
			NOT INVALID KEY
				ADD 1 TO ws-oper-writes
				MOVE "N" TO ws-oper-empty
				PERFORM ACCEPT-TRANSACTION
		END-WRITE
	END-IF.

APPLY-CHANGE.
	PERFORM VALIDATE-AUTHORITIES.
	IF ws-aud-reason = SPACES
		PERFORM READ-TARGET-OPERATOR
		IF ws-target-found = "N"
			MOVE "operator not on file" TO ws-aud-reason
		END-IF
	END-IF.
	IF ws-aud-reason NOT = SPACES
		PERFORM REJECT-TRANSACTION
	ELSE
		IF OT-NAME NOT = SPACES
			MOVE OT-NAME TO OP-NAME
		END-IF
		MOVE OT-AUTH-PAYOUT TO OP-AUTH-PAYOUT
		MOVE OT-AUTH-PLAYER TO OP-AUTH-PLAYER
		MOVE OT-AUTH-CONTROL TO OP-AUTH-CONTROL
		MOVE OT-AUTH-APPROVE TO OP-AUTH-APPROVE
		MOVE OT-AUTH-OPERATOR TO OP-AUTH-OPERATOR
		MOVE OT-USER-ID TO OP-CHANGED-BY
		PERFORM REWRITE-OPERATOR
	END-IF.

APPLY-STATUS-CHANGE.
	PERFORM READ-TARGET-OPERATOR.
	IF ws-target-found = "N"
		MOVE "operator not on file" TO ws-aud-reason
		PERFORM REJECT-TRANSACTION
	ELSE
		IF (OT-ACTION = "SUSPND" AND OP-STATUS = "S")
		OR (OT-ACTION = "REACTV" AND OP-STATUS = "A")
			MOVE "operator already in that status" TO ws-aud-reason
			PERFORM REJECT-TRANSACTION
		ELSE
			IF OT-ACTION = "SUSPND"
				MOVE "S" TO OP-STATUS
			ELSE
				MOVE "A" TO OP-STATUS
			END-IF
			MOVE OT-USER-ID TO OP-CHANGED-BY
			PERFORM REWRITE-OPERATOR
		END-IF
	END-IF.

APPLY-DELETE.
	PERFORM READ-TARGET-OPERATOR.
	IF ws-target-found = "N"
		MOVE "operator not on file" TO ws-aud-reason
		PERFORM REJECT-TRANSACTION
	ELSE
		DELETE POMOPER-FILE RECORD
		IF ws-oper-status = "00"
			ADD 1 TO ws-oper-writes
			PERFORM ACCEPT-TRANSACTION
		ELSE
			MOVE "delete failed" TO ws-aud-reason
			PERFORM REJECT-TRANSACTION
			MOVE "A" TO ws-run-abend
		END-IF
	END-IF.

REWRITE-OPERATOR.
	REWRITE POMOPER-RECORD.
	IF ws-oper-status = "00"
		ADD 1 TO ws-oper-writes
		PERFORM ACCEPT-TRANSACTION
	ELSE
		MOVE "rewrite failed" TO ws-aud-reason
		PERFORM REJECT-TRANSACTION
		MOVE "A" TO ws-run-abend
	END-IF.

ACCEPT-TRANSACTION.
	ADD 1 TO ws-applied-count.
	MOVE "APPLIED " TO ws-aud-result.
	WRITE MAINT-LINE FROM ws-audit-line.
	ADD 1 TO ws-report-writes.

REJECT-TRANSACTION.
	ADD 1 TO ws-rejected-count.
	MOVE "REJECTED" TO ws-aud-result.
	WRITE MAINT-LINE FROM ws-audit-line.
	ADD 1 TO ws-report-writes.

REFUSE-TRANSACTION.
	IF ws-auth-result = "P"
		ADD 1 TO ws-pending-count
		MOVE "PENDING " TO ws-aud-result
		WRITE MAINT-LINE FROM ws-audit-line
		ADD 1 TO ws-report-writes
	ELSE
		PERFORM REJECT-TRANSACTION
	END-IF.
	OPEN EXTEND POMAPND-FILE.
	IF ws-apnd-status = "35"
		OPEN OUTPUT POMAPND-FILE
	END-IF.
	IF ws-apnd-status = "00"
		MOVE FUNCTION CURRENT-DATE (1:14) TO AP-TIMESTAMP
		MOVE "POMOMNT " TO AP-PROGRAM-ID
		MOVE ws-aud-result TO AP-RESULT
		MOVE OT-ACTION TO AP-ACTION
		MOVE OT-OPER-ID TO AP-KEY
		MOVE OT-USER-ID TO AP-USER-ID
		MOVE OT-APPROVER-ID TO AP-APPROVER-ID
		MOVE ws-aud-reason TO AP-REASON
		WRITE POMAPND-RECORD
		IF ws-apnd-status = "00"
			ADD 1 TO ws-apnd-writes
		ELSE
			DISPLAY "POMOMNT: authorization log write failed - POMAPND.DAT status " ws-apnd-status
			MOVE "A" TO ws-run-abend
		END-IF
		CLOSE POMAPND-FILE
	ELSE
		DISPLAY "POMOMNT: authorization log not written - POMAPND.DAT status " ws-apnd-status
		MOVE "A" TO ws-run-abend
	END-IF.

PRINT-TOTALS.
	MOVE SPACES TO MAINT-LINE.
	WRITE MAINT-LINE.
	ADD 1 TO ws-report-writes.
	MOVE "Transactions read" TO ws-tot-label.
	MOVE ws-trn-count TO ws-tot-count.
	WRITE MAINT-LINE FROM ws-total-line.
	ADD 1 TO ws-report-writes.
	MOVE "Transactions applied" TO ws-tot-label.
	MOVE ws-applied-count TO ws-tot-count.
	WRITE MAINT-LINE FROM ws-total-line.
	ADD 1 TO ws-report-writes.
	MOVE "Transactions rejected" TO ws-tot-label.
	MOVE ws-rejected-count TO ws-tot-count.
	WRITE MAINT-LINE FROM ws-total-line.
	ADD 1 TO ws-report-writes.
	MOVE "Awaiting approval" TO ws-tot-label.
	MOVE ws-pending-count TO ws-tot-count.
	WRITE MAINT-LINE FROM ws-total-line.
	ADD 1 TO ws-report-writes.
