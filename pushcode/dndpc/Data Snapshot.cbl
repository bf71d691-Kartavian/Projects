	02 FILLER PIC x(20) VALUE "quest.dat".
	02 FILLER PIC x(20) VALUE "notes.dat".
	02 FILLER PIC x(20) VALUE "arcnotes.dat".
	02 FILLER PIC x(20) VALUE "encounters.dat".
	02 FILLER PIC x(20) VALUE "prepared.dat".
	02 FILLER PIC x(20) VALUE "calendar.dat".
	02 FILLER PIC x(20) VALUE "callog.dat".
	02 FILLER PIC x(20) VALUE "travel.dat".
	02 FILLER PIC x(20) VALUE "enctable.dat".
	02 FILLER PIC x(20) VALUE "downtime.dat".
	02 FILLER PIC x(20) VALUE "npc.dat".
	02 FILLER PIC x(20) VALUE "faction.dat".
	02 FILLER PIC x(20) VALUE "companion.dat".
	02 FILLER PIC x(20) VALUE "loot.dat".
	02 FILLER PIC x(20) VALUE "fees.dat".
	02 FILLER PIC x(20) VALUE "accounts.dat".
	02 FILLER PIC x(20) VALUE "sessarch.dat".
	02 FILLER PIC x(20) VALUE "schedarch.dat".
	02 FILLER PIC x(20) VALUE "questarch.dat".
	02 FILLER PIC x(20) VALUE "closeout.dat".
	02 FILLER PIC x(20) VALUE "exchist.dat".
	02 FILLER PIC x(20) VALUE "invmove.dat".
01 WS-DATA-FILES REDEFINES WS-DATA-FILE-LIST.
	02 WS-DATA-FILE PIC x(20) OCCURS 57 TIMES.
01 WS-FILE-IDX PIC 9(2).

*> sets kept before the oldest ones are pruned away
01 WS-KEEP-SETS PIC 9(2) VALUE 8.

*> a set taken before the last layout change brings back an older
*> character.dat and its older stamp - the restore checks the stamp
*> (see DATAVER.cpy and VERCHECK.cbl) and hands the file to Data
*> Upgrade for rebuilding, rather than leaving every tool to refuse it.
	COPY DATAVER.
01 WS-VER-MODE PIC X.
01 WS-VER-FILE PIC x(20).
01 WS-VER-VERSION PIC 9(3).
01 WS-VER-RESULT PIC X.
01 WS-UPGRADE-SW PIC X VALUE "N".
	88 UPGRADE-NEEDED VALUE "Y".

PROCEDURE DIVISION.
0000-MAIN.
	DISPLAY "================================================================"
		INTO WS-CMD
	END-STRING
	CALL "SYSTEM" USING WS-CMD
	PERFORM VARYING WS-FILE-IDX FROM 1 BY 1 UNTIL WS-FILE-IDX > 57
		MOVE SPACES TO WS-CMD
		STRING "cp " DELIMITED BY SIZE
			FUNCTION TRIM(WS-DATA-FILE(WS-FILE-IDX)) DELIMITED BY SIZE
	END-PERFORM
	*> the yearly archives Log Retention rolls out of charlog.dat and
	*> chghist.dat travel too - once rolled, that history lives
	*> nowhere else.  So do the character journals, for safekeeping
	*> only: a restore leaves the live ones alone, since Roll Forward
	*> replays them on top of the restored set.
	MOVE SPACES TO WS-CMD
	STRING "cp charlog-*.dat chghist-*.dat charjrnl-*.dat snapshots/"
		DELIMITED BY SIZE
		WS-STAMP DELIMITED BY SIZE
		"/ 2>/dev/null" DELIMITED BY SIZE
		INTO WS-CMD
		ACCEPT WS-ANSWER
		IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
			PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
				UNTIL WS-FILE-IDX > 57
				*> park the live file first, so a file the chosen set
				*> never had is gone afterward too - otherwise the
				*> restore would mix todays file into an older epoch
			DISPLAY "Snapshot " FUNCTION TRIM(WS-PICK-SNAP)
				" restored as a unit.  The replaced files are kept "
				"as .prerestore copies until the next restore."
			PERFORM 3600-CHECK-RESTORED-LAYOUT
			PERFORM 3700-OFFER-ROLL-FORWARD
		ELSE
			DISPLAY "Nothing restored."
		END-IF
		END-IF
	END-IF.

3600-CHECK-RESTORED-LAYOUT.
	*> one Data Upgrade run converts whichever of the two is behind
	MOVE "N" TO WS-UPGRADE-SW
	MOVE "C" TO WS-VER-MODE
	MOVE "character.dat" TO WS-VER-FILE
	MOVE dv-charrec-version TO WS-VER-VERSION
	CALL "VERCHECK" USING WS-VER-MODE, WS-VER-FILE, WS-VER-VERSION,
		WS-VER-RESULT
	IF WS-VER-RESULT = "N"
		DISPLAY "That set predates the current character.dat layout - "
			"it needs rebuilding before the tools will open it."
		MOVE "Y" TO WS-UPGRADE-SW
	END-IF
	MOVE "C" TO WS-VER-MODE
	MOVE "party.dat" TO WS-VER-FILE
	MOVE dv-partyrec-version TO WS-VER-VERSION
	CALL "VERCHECK" USING WS-VER-MODE, WS-VER-FILE, WS-VER-VERSION,
		WS-VER-RESULT
	IF WS-VER-RESULT = "N"
		DISPLAY "That set predates the current party.dat layout - "
			"it needs rebuilding before the tools will open it."
		MOVE "Y" TO WS-UPGRADE-SW
	END-IF
	IF UPGRADE-NEEDED
		DISPLAY "Run Data Upgrade on it now? (Y/N) " WITH NO ADVANCING
		ACCEPT WS-ANSWER
		IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
			CALL "data_upgrade"
		ELSE
			DISPLAY "Left as restored - run Data Upgrade before anything "
				"else touches character.dat or party.dat."
		END-IF
	END-IF.

3700-OFFER-ROLL-FORWARD.
	*> the set is only as fresh as the night it was taken - the
	*> character journal carries every change since.
	DISPLAY "Replay the character journal since " FUNCTION TRIM(WS-PICK-SNAP)
		" on top of it? (Y/N) " WITH NO ADVANCING
	ACCEPT WS-ANSWER
	IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
		CALL "roll_forward"
	ELSE
		DISPLAY "Roll Forward can replay it later - give it the stamp "
			FUNCTION TRIM(WS-PICK-SNAP) "."
	END-IF.

3500-CHECK-SET-EXISTS.
	*> a typo here would otherwise make every cp fail silently while
	*> the program still announced a restore - check the entered name
