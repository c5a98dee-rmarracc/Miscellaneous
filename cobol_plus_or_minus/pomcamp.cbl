IDENTIFICATION DIVISION.
	PROGRAM-ID. POMCAMP.

ENVIRONMENT DIVISION.
	INPUT-OUTPUT SECTION.
	FILE-CONTROL.
		SELECT POMCAMP-FILE ASSIGN TO "POMCAMP.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ws-camp-status.
		SELECT POMARCH-CAT ASSIGN TO "POMARCH.CAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ws-arcat-status.
		SELECT POMXMIT-FILE ASSIGN TO DYNAMIC ws-xmit-file-name
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ws-xmit-status.
		SELECT CAMP-WORK ASSIGN TO "POMCAMP.IDX"
			ORGANIZATION IS INDEXED
			ACCESS MODE IS DYNAMIC
			RECORD KEY IS CW-KEY
			ALTERNATE RECORD KEY IS CW-PLAYER-ID WITH DUPLICATES
			FILE STATUS IS ws-work-status.
		SELECT CAMP-REPORT ASSIGN TO "POMCAMP.RPT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ws-report-status.
		SELECT POMRUN-FILE ASSIGN TO "POMRUN.DAT"
			ORGANIZATION IS LINE SEQUENTIAL
			FILE STATUS IS ws-runlog-status.

DATA DIVISION.
	FILE SECTION.

	FD  POMCAMP-FILE.
	COPY "pomcamp.cpy".

	FD  POMARCH-CAT.
	COPY "pomarcat.cpy".

	FD  POMXMIT-FILE.
	COPY "xmitrec.cpy".

	FD  CAMP-WORK.
	01 CAMPWK-RECORD.
		05 CW-KEY.
			10 CW-CAMPAIGN-CODE PIC X(6).
			10 CW-PLAYER-ID PIC X(10).
			10 CW-GAME-ID PIC 9(12).
		05 CW-STATUS PIC X(1).
		05 CW-BONUS PIC 9(5)V99.

	FD  CAMP-REPORT.
	01 CAMP-LINE PIC X(120).

	FD  POMRUN-FILE.
	COPY "runlog.cpy".

	WORKING-STORAGE SECTION.

	78 WS-MAX-GENS VALUE 200.
	78 WS-MAX-CAMPAIGNS VALUE 200.
	78 WS-LOCK-RETRIES VALUE 30.
	77 ws-camp-status PIC XX VALUE SPACES.
	77 ws-arcat-status PIC XX VALUE SPACES.
	77 ws-xmit-status PIC XX VALUE SPACES.
	77 ws-work-status PIC XX VALUE SPACES.
	77 ws-report-status PIC XX VALUE SPACES.
	77 ws-xmit-file-name PIC X(20).
	77 ws-lock-tries PIC 9(3).
	77 ws-lock-wait PIC 9(4) COMP VALUE 1.
	77 ws-eof PIC X.
	77 ws-today PIC 9(8).
	77 ws-gen-count PIC 9(3) VALUE 0.
	77 ws-gen-idx PIC 9(3).
	77 ws-camp-count PIC 9(3) VALUE 0.
	77 ws-camp-idx PIC 9(3).
	77 ws-camp-match PIC 9(3).
	77 ws-current-code PIC X(6).
	77 ws-current-player PIC X(10).
	77 ws-camp-reads PIC 9(7) VALUE 0.
	77 ws-arcat-reads PIC 9(7) VALUE 0.
	77 ws-xmit-reads PIC 9(7) VALUE 0.
	77 ws-work-writes PIC 9(7) VALUE 0.
	77 ws-work-reads PIC 9(7) VALUE 0.
	77 ws-report-writes PIC 9(7) VALUE 0.
	77 ws-campaign-payouts PIC 9(7) VALUE 0.
	77 ws-excluded-count PIC 9(7) VALUE 0.
	77 ws-duplicate-count PIC 9(5) VALUE 0.
	77 ws-total-wins PIC 9(7) VALUE 0.
	77 ws-total-players PIC 9(7) VALUE 0.
	77 ws-total-bonus PIC 9(9)V99 VALUE 0.
	77 ws-total-settled PIC 9(9)V99 VALUE 0.
	77 ws-runlog-status PIC XX VALUE SPACES.
	77 ws-run-abend PIC X VALUE "N".
	77 ws-log-event PIC X(5).
	77 ws-log-file-name PIC X(12).
	77 ws-log-reads PIC 9(7).
	77 ws-log-writes PIC 9(7).
	77 ws-log-status PIC XX VALUE SPACES.

	01 ws-gen-table.
		05 ws-gen-xmit-file PIC X(20) OCCURS WS-MAX-GENS TIMES.

	01 ws-camp-table.
		05 ws-camp-entry OCCURS WS-MAX-CAMPAIGNS TIMES.
			10 ws-cp-code PIC X(6).
			10 ws-cp-description PIC X(30).
			10 ws-cp-start-date PIC 9(8).
			10 ws-cp-end-date PIC 9(8).
			10 ws-cp-type PIC X.
			10 ws-cp-wins PIC 9(7).
			10 ws-cp-players PIC 9(7).
			10 ws-cp-bonus PIC 9(9)V99.
			10 ws-cp-settled PIC 9(9)V99.

	01 ws-heading-1.
		05 FILLER PIC X(40) VALUE "POM campaign cost report - run date ".
		05 ws-head-date PIC 9999/99/99.
	01 ws-column-heading.
		05 FILLER PIC X(46) VALUE "CAMPAIGN DESCRIPTION                     TYPE ".
		05 FILLER PIC X(40) VALUE "START      END           WINS  PLAYERS  ".
		05 FILLER PIC X(24) VALUE "      BONUS      SETTLED".
	01 ws-detail-line.
		05 ws-dt-code PIC X(6).
		05 FILLER PIC X(3) VALUE SPACES.
		05 ws-dt-description PIC X(30).
		05 FILLER PIC X(2) VALUE SPACES.
		05 ws-dt-type PIC X(4).
		05 FILLER PIC X(1) VALUE SPACES.
		05 ws-dt-start-date PIC 9999/99/99.
		05 FILLER PIC X(1) VALUE SPACES.
		05 ws-dt-end-date PIC 9999/99/99.
		05 FILLER PIC X(1) VALUE SPACES.
		05 ws-dt-wins PIC ZZZZZZ9.
		05 FILLER PIC X(2) VALUE SPACES.
		05 ws-dt-players PIC ZZZZZZ9.
		05 FILLER PIC X(1) VALUE SPACES.
		05 ws-dt-bonus PIC ZZZZZZZZ9.99.
		05 FILLER PIC X(1) VALUE SPACES.
		05 ws-dt-settled PIC ZZZZZZZZ9.99.
	01 ws-total-line.
		05 ws-tot-label PIC X(28).
		05 ws-tot-count PIC ZZZZZZ9.
	01 ws-amount-line.
		05 ws-amt-label PIC X(28).
		05 ws-amt-total PIC ZZZZZZZZ9.99.

PROCEDURE DIVISION.
	PERFORM LOG-RUN-START.
	DISPLAY "POM campaign cost report".
	MOVE FUNCTION CURRENT-DATE (1:8) TO ws-today.
	PERFORM LOAD-CAMPAIGNS.
	PERFORM LOAD-CATALOG.
	OPEN OUTPUT CAMP-WORK.
	IF ws-work-status NOT = "00"
		DISPLAY "POMCAMP: cannot open POMCAMP.IDX, status " ws-work-status
		MOVE "A" TO ws-run-abend
		PERFORM LOG-RUN-END
		STOP RUN
	END-IF.
	PERFORM SCAN-XMIT-FILES.
	CLOSE CAMP-WORK.
	OPEN INPUT CAMP-WORK.
	IF ws-work-status NOT = "00"
		DISPLAY "POMCAMP: cannot reopen POMCAMP.IDX, status " ws-work-status
		MOVE "A" TO ws-run-abend
		PERFORM LOG-RUN-END
		STOP RUN
	END-IF.
	PERFORM ACCUMULATE-CAMPAIGNS.
	PERFORM COUNT-DISTINCT-PLAYERS.
	CLOSE CAMP-WORK.
	OPEN OUTPUT CAMP-REPORT.
	IF ws-report-status NOT = "00"
		DISPLAY "POMCAMP: cannot open POMCAMP.RPT, status " ws-report-status
		MOVE "A" TO ws-run-abend
		PERFORM LOG-RUN-END
		STOP RUN
	END-IF.
	PERFORM PRINT-HEADINGS.
	PERFORM PRINT-CAMPAIGNS.
	PERFORM PRINT-TOTALS.
	CLOSE CAMP-REPORT.
	DISPLAY "Campaigns reported   : " ws-camp-count.
	DISPLAY "Campaign wins        : " ws-total-wins.
	DISPLAY "Report written to POMCAMP.RPT".
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
	MOVE "POMCAMP" TO ws-log-file-name.
	MOVE ws-camp-reads TO ws-log-reads.
	MOVE 0 TO ws-log-writes.
	MOVE ws-camp-status TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.
	MOVE "POMARCH.CAT" TO ws-log-file-name.
	MOVE ws-arcat-reads TO ws-log-reads.
	MOVE 0 TO ws-log-writes.
	MOVE ws-arcat-status TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.
	MOVE "POMXMIT" TO ws-log-file-name.
	MOVE ws-xmit-reads TO ws-log-reads.
	MOVE 0 TO ws-log-writes.
	MOVE ws-xmit-status TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.
	MOVE "POMCAMP.IDX" TO ws-log-file-name.
	MOVE ws-work-reads TO ws-log-reads.
	MOVE ws-work-writes TO ws-log-writes.
	MOVE ws-work-status TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.
	MOVE "POMCAMP.RPT" TO ws-log-file-name.
	MOVE 0 TO ws-log-reads.
	MOVE ws-report-writes TO ws-log-writes.
	MOVE ws-report-status TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.
	MOVE "END  " TO ws-log-event.
	MOVE SPACES TO ws-log-file-name.
	COMPUTE ws-log-reads = ws-camp-reads + ws-arcat-reads + ws-xmit-reads + ws-work-reads.
	COMPUTE ws-log-writes = ws-work-writes + ws-report-writes.
	MOVE SPACES TO ws-log-status.
	PERFORM WRITE-RUN-RECORD.

WRITE-RUN-RECORD.
	OPEN EXTEND POMRUN-FILE.
	IF ws-runlog-status = "35"
		OPEN OUTPUT POMRUN-FILE
	END-IF.
	IF ws-runlog-status = "00"
		MOVE "POMCAMP " TO RL-PROGRAM-ID
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

LOAD-CAMPAIGNS.
	MOVE "N" TO ws-eof.
	OPEN INPUT POMCAMP-FILE.
	IF ws-camp-status NOT = "00"
		DISPLAY "POMCAMP: no campaign table on POMCAMP.DAT, status " ws-camp-status
		MOVE "Y" TO ws-eof
	END-IF.
	PERFORM UNTIL ws-eof = "Y"
		READ POMCAMP-FILE
			AT END
				MOVE "Y" TO ws-eof
			NOT AT END
				ADD 1 TO ws-camp-reads
				PERFORM STORE-CAMPAIGN
		END-READ
	END-PERFORM.
	IF ws-camp-status = "00" OR ws-camp-status = "10"
		CLOSE POMCAMP-FILE
	END-IF.

STORE-CAMPAIGN.
	MOVE CP-CAMPAIGN-CODE TO ws-current-code.
	PERFORM FIND-CAMPAIGN.
	IF ws-camp-match > 0
		MOVE CP-DESCRIPTION TO ws-cp-description (ws-camp-match)
		IF CP-START-DATE IS NUMERIC
			MOVE CP-START-DATE TO ws-cp-start-date (ws-camp-match)
		END-IF
		IF CP-END-DATE IS NUMERIC
			MOVE CP-END-DATE TO ws-cp-end-date (ws-camp-match)
		END-IF
		MOVE CP-BONUS-TYPE TO ws-cp-type (ws-camp-match)
	END-IF.

FIND-CAMPAIGN.
	MOVE 0 TO ws-camp-match.
	PERFORM VARYING ws-camp-idx FROM 1 BY 1 UNTIL ws-camp-idx > ws-camp-count
		IF ws-cp-code (ws-camp-idx) = ws-current-code
			MOVE ws-camp-idx TO ws-camp-match
		END-IF
	END-PERFORM.
	IF ws-camp-match = 0
		IF ws-camp-count < WS-MAX-CAMPAIGNS
			ADD 1 TO ws-camp-count
			MOVE ws-camp-count TO ws-camp-match
			MOVE ws-current-code TO ws-cp-code (ws-camp-match)
			MOVE "*** not on campaign table ***" TO ws-cp-description (ws-camp-match)
			MOVE 0 TO ws-cp-start-date (ws-camp-match)
			MOVE 0 TO ws-cp-end-date (ws-camp-match)
			MOVE SPACE TO ws-cp-type (ws-camp-match)
			MOVE 0 TO ws-cp-wins (ws-camp-match)
			MOVE 0 TO ws-cp-players (ws-camp-match)
			MOVE 0 TO ws-cp-bonus (ws-camp-match)
			MOVE 0 TO ws-cp-settled (ws-camp-match)
		ELSE
			DISPLAY "POMCAMP: campaign table full, " ws-current-code " not reported"
			MOVE "A" TO ws-run-abend
		END-IF
	END-IF.

LOAD-CATALOG.
	MOVE "N" TO ws-eof.
	OPEN INPUT POMARCH-CAT.
	IF ws-arcat-status NOT = "00"
		DISPLAY "POMCAMP: no archive catalog on POMARCH.CAT, status " ws-arcat-status " - current file only"
		MOVE "Y" TO ws-eof
	END-IF.
	PERFORM UNTIL ws-eof = "Y"
		READ POMARCH-CAT
			AT END
				MOVE "Y" TO ws-eof
			NOT AT END
				PERFORM STORE-GENERATION
		END-READ
	END-PERFORM.
	IF ws-arcat-status = "00" OR ws-arcat-status = "10"
		CLOSE POMARCH-CAT
	END-IF.

STORE-GENERATION.
	ADD 1 TO ws-arcat-reads.
	IF ws-gen-count < WS-MAX-GENS
		ADD 1 TO ws-gen-count
		MOVE AC-XMIT-FILE TO ws-gen-xmit-file (ws-gen-count)
	ELSE
		DISPLAY "POMCAMP: generation table full, " AC-XMIT-FILE " skipped"
		MOVE "A" TO ws-run-abend
	END-IF.

SCAN-XMIT-FILES.
	PERFORM VARYING ws-gen-idx FROM 1 BY 1 UNTIL ws-gen-idx > ws-gen-count
		MOVE ws-gen-xmit-file (ws-gen-idx) TO ws-xmit-file-name
		PERFORM READ-ONE-XMIT-FILE
	END-PERFORM.
	MOVE "POMXMIT.DAT" TO ws-xmit-file-name.
	PERFORM READ-ONE-XMIT-FILE.

READ-ONE-XMIT-FILE.
	MOVE "N" TO ws-eof.
	MOVE 0 TO ws-lock-tries.
	OPEN INPUT POMXMIT-FILE.
	PERFORM UNTIL (ws-xmit-status NOT = "61" AND ws-xmit-status NOT = "93") OR ws-lock-tries >= WS-LOCK-RETRIES
		ADD 1 TO ws-lock-tries
		CALL "C$SLEEP" USING ws-lock-wait
		OPEN INPUT POMXMIT-FILE
	END-PERFORM.
	IF ws-xmit-status NOT = "00"
		DISPLAY "POMCAMP: cannot open " FUNCTION TRIM (ws-xmit-file-name) ", status " ws-xmit-status " - skipped"
		MOVE "A" TO ws-run-abend
		MOVE "Y" TO ws-eof
	END-IF.
	PERFORM UNTIL ws-eof = "Y"
		READ POMXMIT-FILE
			AT END
				MOVE "Y" TO ws-eof
			NOT AT END
				ADD 1 TO ws-xmit-reads
				PERFORM SELECT-ONE-XMIT
		END-READ
	END-PERFORM.
	IF ws-xmit-status = "00" OR ws-xmit-status = "10"
		CLOSE POMXMIT-FILE
	END-IF.

SELECT-ONE-XMIT.
	IF XM-CAMPAIGN-CODE NOT = SPACES
		ADD 1 TO ws-campaign-payouts
		IF XM-STATUS = "V" OR XM-STATUS = "W"
			ADD 1 TO ws-excluded-count
		ELSE
			MOVE XM-CAMPAIGN-CODE TO CW-CAMPAIGN-CODE
			MOVE XM-PLAYER-ID TO CW-PLAYER-ID
			MOVE XM-GAME-ID TO CW-GAME-ID
			MOVE XM-STATUS TO CW-STATUS
			IF XM-BONUS IS NUMERIC
				MOVE XM-BONUS TO CW-BONUS
			ELSE
				MOVE 0 TO CW-BONUS
			END-IF
			WRITE CAMPWK-RECORD
				INVALID KEY
					ADD 1 TO ws-duplicate-count
					DISPLAY "POMCAMP: game ID " XM-GAME-ID " on more than one file - counted once"
				NOT INVALID KEY
					ADD 1 TO ws-work-writes
			END-WRITE
		END-IF
	END-IF.

ACCUMULATE-CAMPAIGNS.
	MOVE SPACES TO ws-current-code.
	MOVE SPACES TO ws-current-player.
	MOVE "N" TO ws-eof.
	MOVE LOW-VALUES TO CW-KEY.
	START CAMP-WORK KEY NOT < CW-KEY
		INVALID KEY
			MOVE "Y" TO ws-eof
	END-START.
	PERFORM UNTIL ws-eof = "Y"
		READ CAMP-WORK NEXT RECORD
			AT END
				MOVE "Y" TO ws-eof
			NOT AT END
				ADD 1 TO ws-work-reads
				PERFORM ACCUMULATE-ONE-PAYOUT
		END-READ
	END-PERFORM.

ACCUMULATE-ONE-PAYOUT.
	IF CW-CAMPAIGN-CODE NOT = ws-current-code
		MOVE CW-CAMPAIGN-CODE TO ws-current-code
		MOVE SPACES TO ws-current-player
		PERFORM FIND-CAMPAIGN
	END-IF.
	IF ws-camp-match > 0
		ADD 1 TO ws-cp-wins (ws-camp-match)
		ADD 1 TO ws-total-wins
		ADD CW-BONUS TO ws-cp-bonus (ws-camp-match)
		ADD CW-BONUS TO ws-total-bonus
		IF CW-STATUS = "S"
			ADD CW-BONUS TO ws-cp-settled (ws-camp-match)
			ADD CW-BONUS TO ws-total-settled
		END-IF
		IF CW-PLAYER-ID NOT = ws-current-player
			MOVE CW-PLAYER-ID TO ws-current-player
			ADD 1 TO ws-cp-players (ws-camp-match)
		END-IF
	END-IF.

COUNT-DISTINCT-PLAYERS.
	MOVE SPACES TO ws-current-player.
	MOVE "N" TO ws-eof.
	MOVE LOW-VALUES TO CW-PLAYER-ID.
	START CAMP-WORK KEY NOT < CW-PLAYER-ID
		INVALID KEY
			MOVE "Y" TO ws-eof
	END-START.
	PERFORM UNTIL ws-eof = "Y"
		READ CAMP-WORK NEXT RECORD
			AT END
				MOVE "Y" TO ws-eof
			NOT AT END
				ADD 1 TO ws-work-reads
				IF CW-PLAYER-ID NOT = ws-current-player
					MOVE CW-PLAYER-ID TO ws-current-player
					ADD 1 TO ws-total-players
				END-IF
		END-READ
	END-PERFORM.

PRINT-HEADINGS.
	MOVE ws-today TO ws-head-date.
	WRITE CAMP-LINE FROM ws-heading-1.
	ADD 1 TO ws-report-writes.
	MOVE SPACES TO CAMP-LINE.
	WRITE CAMP-LINE.
	ADD 1 TO ws-report-writes.
	WRITE CAMP-LINE FROM ws-column-heading.
	ADD 1 TO ws-report-writes.

PRINT-CAMPAIGNS.
	PERFORM VARYING ws-camp-idx FROM 1 BY 1 UNTIL ws-camp-idx > ws-camp-count
		MOVE ws-cp-code (ws-camp-idx) TO ws-dt-code
		MOVE ws-cp-description (ws-camp-idx) TO ws-dt-description
		EVALUATE ws-cp-type (ws-camp-idx)
			WHEN "M"
				MOVE "MULT" TO ws-dt-type
			WHEN "F"
				MOVE "FLAT" TO ws-dt-type
			WHEN OTHER
				MOVE SPACES TO ws-dt-type
		END-EVALUATE
		MOVE ws-cp-start-date (ws-camp-idx) TO ws-dt-start-date
		MOVE ws-cp-end-date (ws-camp-idx) TO ws-dt-end-date
		MOVE ws-cp-wins (ws-camp-idx) TO ws-dt-wins
		MOVE ws-cp-players (ws-camp-idx) TO ws-dt-players
		MOVE ws-cp-bonus (ws-camp-idx) TO ws-dt-bonus
		MOVE ws-cp-settled (ws-camp-idx) TO ws-dt-settled
		WRITE CAMP-LINE FROM ws-detail-line
		ADD 1 TO ws-report-writes
	END-PERFORM.
	IF ws-camp-count = 0
		MOVE "No campaigns on file" TO CAMP-LINE
		WRITE CAMP-LINE
		ADD 1 TO ws-report-writes
	END-IF.

PRINT-TOTALS.
	MOVE SPACES TO CAMP-LINE.
	WRITE CAMP-LINE.
	ADD 1 TO ws-report-writes.
	MOVE "Payout records read" TO ws-tot-label.
	MOVE ws-xmit-reads TO ws-tot-count.
	WRITE CAMP-LINE FROM ws-total-line.
	ADD 1 TO ws-report-writes.
	MOVE "Campaign payouts" TO ws-tot-label.
	MOVE ws-campaign-payouts TO ws-tot-count.
	WRITE CAMP-LINE FROM ws-total-line.
	ADD 1 TO ws-report-writes.
	MOVE "Voided or written off" TO ws-tot-label.
	MOVE ws-excluded-count TO ws-tot-count.
	WRITE CAMP-LINE FROM ws-total-line.
	ADD 1 TO ws-report-writes.
	MOVE "Duplicate payouts" TO ws-tot-label.
	MOVE ws-duplicate-count TO ws-tot-count.
	WRITE CAMP-LINE FROM ws-total-line.
	ADD 1 TO ws-report-writes.
	MOVE "Campaign wins" TO ws-tot-label.
	MOVE ws-total-wins TO ws-tot-count.
	WRITE CAMP-LINE FROM ws-total-line.
	ADD 1 TO ws-report-writes.
	MOVE "Players reached" TO ws-tot-label.
	MOVE ws-total-players TO ws-tot-count.
	WRITE CAMP-LINE FROM ws-total-line.
	ADD 1 TO ws-report-writes.
	MOVE "Bonus dollars" TO ws-amt-label.
	MOVE ws-total-bonus TO ws-amt-total.
	WRITE CAMP-LINE FROM ws-amount-line.
	ADD 1 TO ws-report-writes.
	MOVE "Bonus dollars settled" TO ws-amt-label.
	MOVE ws-total-settled TO ws-amt-total.
	WRITE CAMP-LINE FROM ws-amount-line.
	ADD 1 TO ws-report-writes.
