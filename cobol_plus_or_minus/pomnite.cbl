	END-IF.

SET-UP-STEPS.
	PERFORM ADD-STEP-SLOT.
	MOVE "POMSNAP " TO ws-st-program (ws-step-count).
	MOVE "pomsnap" TO ws-st-command (ws-step-count).
	MOVE 0 TO ws-st-pred (ws-step-count).
	PERFORM ADD-STEP-SLOT.
	MOVE "POMPMNT " TO ws-st-program (ws-step-count).
	MOVE "pompmnt" TO ws-st-command (ws-step-count).
	MOVE 1 TO ws-st-pred (ws-step-count).
	PERFORM ADD-STEP-SLOT.
	MOVE "POMFRSK " TO ws-st-program (ws-step-count).
	MOVE "pomfrsk" TO ws-st-command (ws-step-count).
	MOVE 2 TO ws-st-pred (ws-step-count).
	PERFORM ADD-STEP-SLOT.
	MOVE "POMRESUB" TO ws-st-program (ws-step-count).
	MOVE "pomresub" TO ws-st-command (ws-step-count).
	MOVE 3 TO ws-st-pred (ws-step-count).
	PERFORM ADD-STEP-SLOT.
	MOVE "POMXSND " TO ws-st-program (ws-step-count).
	MOVE "pomxsnd" TO ws-st-command (ws-step-count).
	MOVE 4 TO ws-st-pred (ws-step-count).
	PERFORM ADD-STEP-SLOT.
	MOVE "POMACKIN" TO ws-st-program (ws-step-count).
	MOVE "pomackin" TO ws-st-command (ws-step-count).
	MOVE 5 TO ws-st-pred (ws-step-count).
	PERFORM ADD-STEP-SLOT.
	MOVE "POMRECON" TO ws-st-program (ws-step-count).
	MOVE "pomrecon" TO ws-st-command (ws-step-count).
	MOVE 6 TO ws-st-pred (ws-step-count).
	PERFORM ADD-STEP-SLOT.
	MOVE "POMROLL " TO ws-st-program (ws-step-count).
	MOVE "pomroll" TO ws-st-command (ws-step-count).
	MOVE 7 TO ws-st-pred (ws-step-count).
	PERFORM ADD-STEP-SLOT.
	MOVE "POMGLJ  " TO ws-st-program (ws-step-count).
	MOVE "pomglj" TO ws-st-command (ws-step-count).
	MOVE 8 TO ws-st-pred (ws-step-count).
	PERFORM ADD-STEP-SLOT.
	MOVE "POMPURGE" TO ws-st-program (ws-step-count).
	MOVE "pompurge" TO ws-st-command (ws-step-count).
	MOVE 9 TO ws-st-pred (ws-step-count).
	PERFORM ADD-STEP-SLOT.
	MOVE "POMTRND " TO ws-st-program (ws-step-count).
	MOVE "pomtrnd" TO ws-st-command (ws-step-count).
	MOVE 8 TO ws-st-pred (ws-step-count).
	PERFORM ADD-STEP-SLOT.
	MOVE "POMRPT  " TO ws-st-program (ws-step-count).
	MOVE "pomrpt" TO ws-st-command (ws-step-count).
	MOVE 8 TO ws-st-pred (ws-step-count).
	PERFORM ADD-STEP-SLOT.
	MOVE "POMLDR  " TO ws-st-program (ws-step-count).
	MOVE "pomldr" TO ws-st-command (ws-step-count).
	MOVE 2 TO ws-st-pred (ws-step-count).
	PERFORM ADD-STEP-SLOT.
	MOVE "POMCHRK " TO ws-st-program (ws-step-count).
	MOVE "pomchrk" TO ws-st-command (ws-step-count).
	MOVE 0 TO ws-st-pred (ws-step-count).
	PERFORM ADD-STEP-SLOT.
	MOVE "POMAUTH " TO ws-st-program (ws-step-count).
	MOVE "pomauth" TO ws-st-command (ws-step-count).
	MOVE 0 TO ws-st-pred (ws-step-count).
	PERFORM ADD-STEP-SLOT.
	MOVE "POMOPS  " TO ws-st-program (ws-step-count).
	MOVE "pomops" TO ws-st-command (ws-step-count).
