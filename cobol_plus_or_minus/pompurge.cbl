	ADD 1 TO ws-xmit-before.
	MOVE "N" TO ws-aged-match.
	IF XM-STATUS = "S" OR XM-STATUS = "R" OR XM-STATUS = "V"
	OR XM-STATUS = "W"
		MOVE XM-GAME-ID TO AW-GAME-ID
		READ AGED-WORK
			INVALID KEY
