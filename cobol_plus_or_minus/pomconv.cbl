	MOVE OCT-RETENTION-DAYS TO CTL-RETENTION-DAYS.
	MOVE OCT-ACK-AGE-DAYS TO CTL-ACK-AGE-DAYS.
	MOVE OCT-MAX-ATTEMPTS TO CTL-MAX-ATTEMPTS.
	MOVE 0 TO CTL-TAX-THRESHOLD.
	MOVE 0 TO CTL-DAILY-BUDGET.
	MOVE 0 TO CTL-PLAYER-CAP.
	WRITE POMCTL-RECORD.
	IF ws-newctl-status = "00"
		ADD 1 TO ws-ctl-conv
	MOVE 0 TO XM-XMIT-NO.
	MOVE OXM-STATUS TO XM-STATUS.
	MOVE OXM-SETTLED-DATE TO XM-SETTLED-DATE.
	MOVE SPACES TO XM-CAMPAIGN-CODE.
	MOVE 0 TO XM-BONUS.
	MOVE SPACE TO XM-DEFERRED.
	WRITE POMXMIT-RECORD.
	IF ws-newxmit-status = "00"
		ADD 1 TO ws-xmit-conv
