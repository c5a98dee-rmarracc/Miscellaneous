		05 WK-XMIT-NO PIC 9(6).
		05 WK-STATUS PIC X(1).
		05 WK-SETTLED-DATE PIC 9(8).
		05 WK-CAMPAIGN-CODE PIC X(6).
		05 WK-BONUS PIC 9(5)V99.
		05 WK-DEFERRED PIC X(1).

	FD  REJECT-REPORT.
	01 REJECT-LINE PIC X(90).
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
			DISPLAY "POMACKIN: duplicate game ID " XM-GAME-ID " on POMXMIT.DAT - run refused"
	IF ws-matched = "Y"
	AND (WK-STATUS = "S" OR WK-STATUS = "R"
		OR WK-STATUS = "H" OR WK-STATUS = "V"
		OR WK-STATUS = "W"
		OR WK-XMIT-NO = 0
		OR AK-PLAYER-ID NOT = WK-PLAYER-ID)
		MOVE "N" TO ws-matched
	MOVE WK-XMIT-NO TO XM-XMIT-NO.
	MOVE WK-STATUS TO XM-STATUS.
	MOVE WK-SETTLED-DATE TO XM-SETTLED-DATE.
	MOVE WK-CAMPAIGN-CODE TO XM-CAMPAIGN-CODE.
	MOVE WK-BONUS TO XM-BONUS.
	MOVE WK-DEFERRED TO XM-DEFERRED.
	WRITE POMXMIT-RECORD.
	IF ws-xmit-status = "00"
		ADD 1 TO ws-xmit-writes
			NOT AT END
				IF (WK-STATUS = SPACE OR WK-STATUS = "E")
				AND WK-XMIT-NO > 0
				AND WK-DEFERRED NOT = "Y"
					PERFORM CHECK-ONE-AGED
				END-IF
		END-READ
