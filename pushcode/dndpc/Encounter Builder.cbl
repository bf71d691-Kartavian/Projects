		ACCESS MODE IS DYNAMIC
		RECORD KEY IS char-id
		ALTERNATE RECORD KEY IS cname WITH DUPLICATES
		ALTERNATE RECORD KEY IS party-id WITH DUPLICATES
		FILE STATUS IS WS-CHARFILE-STATUS.
	SELECT MonsterFile ASSIGN TO "monster.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS mn-name
		FILE STATUS IS WS-MONFILE-STATUS.
	SELECT EncounterFile ASSIGN TO "encounters.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS en-id
		ALTERNATE RECORD KEY IS en-party-id WITH DUPLICATES
		ALTERNATE RECORD KEY IS en-quest-id WITH DUPLICATES
		FILE STATUS IS WS-ENCFILE-STATUS.
	SELECT QuestFile ASSIGN TO "quest.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS qs-id
		FILE STATUS IS WS-QUESTFILE-STATUS.
	SELECT SessionFile ASSIGN TO "sessions.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS sj-id
		FILE STATUS IS WS-SESSFILE-STATUS.
	SELECT EncTableFile ASSIGN TO "enctable.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS et-key
		FILE STATUS IS WS-ETBL-STATUS.
DATA DIVISION.
FILE SECTION.
FD CharacterFile.
FD MonsterFile.
	COPY MONREC.

FD EncounterFile.
	COPY ENCREC.

FD QuestFile.
	COPY QUESTREC.

FD SessionFile.
	COPY SESSREC.

FD EncTableFile.
	COPY ETBLREC.

WORKING-STORAGE SECTION.

*> layout-version gate for character.dat (see DATAVER.cpy and
01 WS-BUDGET-HARD PIC 9(6) VALUE 0.
01 WS-BUDGET-DEADLY PIC 9(6) VALUE 0.
01 WS-LEVEL-PICK PIC 9(2).
01 WS-LEVEL-TOTAL PIC 9(4) VALUE 0.
01 WS-PARTY-TIER PIC 9 VALUE 1.

*> per-character-level encounter budget, easy/medium/hard/deadly,
*> straight off the DM's table
01 WS-ENC-MULT PIC 9V9 VALUE 1.0.
01 WS-MONSTER-NAME PIC x(23).
01 WS-MONSTER-QTY PIC 9(2).
01 WS-ENC-RATING PIC x(8) VALUE SPACES.

*> the encounter library (encounters.dat, see ENCREC.cpy)
01 WS-ENCFILE-STATUS PIC XX VALUE "00".
01 WS-QUESTFILE-STATUS PIC XX VALUE "00".
01 WS-SESSFILE-STATUS PIC XX VALUE "00".
01 WS-LIBRARY-OPEN-SW PIC X VALUE "N".
	88 LIBRARY-OPEN VALUE "Y".
01 WS-ENC-EOF-SW PIC X VALUE "N".
	88 END-OF-ENCOUNTERS VALUE "Y".
01 WS-NEXT-ENC-ID PIC 9(5) VALUE 0.
01 WS-PICK-ENC-ID PIC 9(5).
01 WS-LOADED-ENC-ID PIC 9(5) VALUE 0.
01 WS-PICK-QUEST-ID PIC 9(5).
01 WS-PICK-SESSION-ID PIC 9(5).
01 WS-LIST-PARTY-ID PIC 9(4).
01 WS-ENC-NAME-IN PIC x(30).
01 WS-ANSWER PIC X.
01 WS-LIST-COUNT PIC 9(3).
01 WS-FOUGHT-DATE PIC 9(8).

*> rolling a random-encounter table (enctable.dat, see ETBLREC.cpy)
*> onto the slate - a d100 as percentile dice, then the row's count
01 WS-ETBL-STATUS PIC XX VALUE "00".
01 WS-RANDOM-SEED PIC 9(8).
01 WS-RANDOM-SINK PIC 9V9(6).
01 WS-TERRAIN-IN PIC x(10).
01 WS-TIER-IN PIC 9.
01 WS-NUM-DICE PIC 9(2).
01 WS-DIE-SIZE PIC 9(2).
01 WS-DROP-LOWEST PIC 9(2).
01 WS-DICE-RESULT PIC 9(4).
01 WS-TENS-ROLL PIC 9(4).
01 WS-PCT-ROLL PIC 9(3).
01 WS-ROW-IDX PIC 9(2).
01 WS-ROW-HIT PIC 9(2).
01 WS-ROLLED-QTY PIC S9(4).
01 WS-ROLL-CHOICE PIC X.
01 WS-SPEC PIC x(8).
01 WS-N-TXT PIC x(4).
01 WS-REST PIC x(8).
01 WS-M-TXT PIC x(4).
01 WS-MOD-TXT PIC x(4).
01 WS-PLUS-COUNT PIC 9 VALUE 0.
01 WS-MINUS-COUNT PIC 9 VALUE 0.
01 WS-MODIFIER PIC S9(3).

*> shared with initiative_tracker - a slate sent straight to the
*> table is saved to the library and its en-id handed across.
01 FIGHT-HANDOFF EXTERNAL.
	02 fho-pending-sw PIC X.
		88 fho-pending VALUE "Y".
	02 fho-enc-id PIC 9(5).
	02 fho-party-id PIC 9(4).

PROCEDURE DIVISION.
0000-MAIN.
	PERFORM 0040-CHECK-LAYOUT-VERSION
	ACCEPT WS-RANDOM-SEED FROM TIME
	COMPUTE WS-RANDOM-SINK = FUNCTION RANDOM(WS-RANDOM-SEED)
	DISPLAY "================================================================"
	DISPLAY "                     ENCOUNTER BUILDER"
	DISPLAY "================================================================"
		CLOSE MonsterFile
		GOBACK
	END-IF
	OPEN I-O EncounterFile
	IF WS-ENCFILE-STATUS = "35"
		OPEN OUTPUT EncounterFile
		CLOSE EncounterFile
		OPEN I-O EncounterFile
	END-IF
	IF WS-ENCFILE-STATUS = "00"
		MOVE "Y" TO WS-LIBRARY-OPEN-SW
	ELSE
		DISPLAY "Note: encounters.dat will not open - slates cannot be "
			"saved tonight."
	END-IF
	MOVE SPACE TO WS-MENU-CHOICE
	PERFORM UNTIL WS-MENU-CHOICE = "Q" OR WS-MENU-CHOICE = "q"
		DISPLAY " "
		DISPLAY "1) Add monsters from the bestiary"
		DISPLAY "2) Rate the encounter"
		DISPLAY "3) Clear the slate"
		DISPLAY "4) Save the slate to the encounter library"
		DISPLAY "5) Load a saved encounter onto the slate"
		DISPLAY "6) List saved encounters by party or quest"
		DISPLAY "7) Mark an encounter fought"
		DISPLAY "8) Roll a random encounter table"
		DISPLAY "Q) Done"
		DISPLAY "Choice? " WITH NO ADVANCING
		ACCEPT WS-MENU-CHOICE
				MOVE 0 TO WS-ENC-LINES
				MOVE 0 TO WS-ENC-MONSTERS
				MOVE 0 TO WS-ENC-RAW-XP
				MOVE 0 TO WS-LOADED-ENC-ID
				DISPLAY "Slate cleared."
			WHEN "4"
				PERFORM 4000-SAVE-ENCOUNTER
			WHEN "5"
				PERFORM 5000-LOAD-ENCOUNTER
			WHEN "6"
				PERFORM 6000-LIST-ENCOUNTERS
			WHEN "7"
				PERFORM 7000-MARK-FOUGHT
			WHEN "8"
				PERFORM 8000-ROLL-A-TABLE
			WHEN "Q"
			WHEN "q"
				CONTINUE
		END-EVALUATE
	END-PERFORM
	CLOSE MonsterFile
	IF LIBRARY-OPEN
		CLOSE EncounterFile
	END-IF
	GOBACK.

1000-BUDGET-THE-PARTY.
	MOVE 0 TO WS-MEMBER-COUNT
	MOVE 0 TO WS-LEVEL-TOTAL
	MOVE 0 TO WS-BUDGET-EASY
	MOVE 0 TO WS-BUDGET-MEDIUM
	MOVE 0 TO WS-BUDGET-HARD
	IF WS-CHARFILE-STATUS NOT = "00"
		DISPLAY "No characters on file yet."
	ELSE
		*> only the table's members, through the party-id alternate key
		MOVE WS-PICK-PARTY-ID TO party-id
		START CharacterFile KEY IS >= party-id
			INVALID KEY
				CONTINUE
		END-START
					AT END
						MOVE "Y" TO WS-EOF-SW
					NOT AT END
						IF party-id NOT = WS-PICK-PARTY-ID
							MOVE "Y" TO WS-EOF-SW
						ELSE
							ADD 1 TO WS-MEMBER-COUNT
							PERFORM 1100-ADD-MEMBER-BUDGET
						END-IF
		DISPLAY "  Medium " WS-BUDGET-MEDIUM
		DISPLAY "  Hard   " WS-BUDGET-HARD
		DISPLAY "  Deadly " WS-BUDGET-DEADLY
		*> the random-encounter tier goes by the party's average level
		COMPUTE WS-LEVEL-PICK = WS-LEVEL-TOTAL / WS-MEMBER-COUNT
		EVALUATE TRUE
			WHEN WS-LEVEL-PICK <= 4
				MOVE 1 TO WS-PARTY-TIER
			WHEN WS-LEVEL-PICK <= 10
				MOVE 2 TO WS-PARTY-TIER
			WHEN WS-LEVEL-PICK <= 16
				MOVE 3 TO WS-PARTY-TIER
			WHEN OTHER
				MOVE 4 TO WS-PARTY-TIER
		END-EVALUATE
	END-IF.

1100-ADD-MEMBER-BUDGET.
		MOVE 20 TO WS-LEVEL-PICK
	END-IF
	DISPLAY "  " cname " level " char-level
	ADD WS-LEVEL-PICK TO WS-LEVEL-TOTAL
	ADD WS-BT-EASY(WS-LEVEL-PICK) TO WS-BUDGET-EASY
	ADD WS-BT-MEDIUM(WS-LEVEL-PICK) TO WS-BUDGET-MEDIUM
	ADD WS-BT-HARD(WS-LEVEL-PICK) TO WS-BUDGET-HARD
		DISPLAY "Raw XP " WS-ENC-RAW-XP "  x" WS-ENC-MULT
			" for " WS-ENC-MONSTERS " monster(s) = adjusted XP "
			WS-ENC-ADJ-XP
		PERFORM 3200-SET-RATING
		EVALUATE WS-ENC-RATING
			WHEN "TRIVIAL"
				DISPLAY "Rating: TRIVIAL - below the easy budget."
			WHEN "EASY"
				DISPLAY "Rating: EASY."
			WHEN "MEDIUM"
				DISPLAY "Rating: MEDIUM."
			WHEN "HARD"
				DISPLAY "Rating: HARD."
			WHEN OTHER
				DISPLAY "Rating: DEADLY - somebody may not walk away."
	END-EVALUATE
	COMPUTE WS-ENC-ADJ-XP = WS-ENC-RAW-XP * WS-ENC-MULT.

3200-SET-RATING.
	EVALUATE TRUE
		WHEN WS-ENC-ADJ-XP < WS-BUDGET-EASY
			MOVE "TRIVIAL" TO WS-ENC-RATING
		WHEN WS-ENC-ADJ-XP < WS-BUDGET-MEDIUM
			MOVE "EASY" TO WS-ENC-RATING
		WHEN WS-ENC-ADJ-XP < WS-BUDGET-HARD
			MOVE "MEDIUM" TO WS-ENC-RATING
		WHEN WS-ENC-ADJ-XP < WS-BUDGET-DEADLY
			MOVE "HARD" TO WS-ENC-RATING
		WHEN OTHER
			MOVE "DEADLY" TO WS-ENC-RATING
	END-EVALUATE.

4000-SAVE-ENCOUNTER.
	EVALUATE TRUE
		WHEN NOT LIBRARY-OPEN
			DISPLAY "encounters.dat is not open - nothing saved."
		WHEN WS-ENC-LINES = 0
			DISPLAY "Nothing on the slate yet."
		WHEN OTHER
			PERFORM 3100-ADJUST-FOR-NUMBERS
			PERFORM 3200-SET-RATING
			MOVE "N" TO WS-ANSWER
			IF WS-LOADED-ENC-ID > 0
				DISPLAY "Save over encounter " WS-LOADED-ENC-ID
					" (Y), or as a new one (N)? " WITH NO ADVANCING
				ACCEPT WS-ANSWER
			END-IF
			IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
				MOVE WS-LOADED-ENC-ID TO en-id
				READ EncounterFile
					INVALID KEY
						MOVE "N" TO WS-ANSWER
				END-READ
			END-IF
			IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
				DISPLAY "Encounter name (blank keeps "
					FUNCTION TRIM(en-name) ")? " WITH NO ADVANCING
				ACCEPT WS-ENC-NAME-IN
				IF WS-ENC-NAME-IN NOT = SPACES
					MOVE WS-ENC-NAME-IN TO en-name
				END-IF
			ELSE
				PERFORM 4100-FIND-NEXT-ENC-ID
				INITIALIZE EncounterData
				MOVE WS-NEXT-ENC-ID TO en-id
				DISPLAY "Encounter name (e.g. Goblin ambush at the ford)? "
					WITH NO ADVANCING
				ACCEPT en-name
			END-IF
			DISPLAY "Quest ID it belongs to (0 for none)? "
				WITH NO ADVANCING
			ACCEPT WS-PICK-QUEST-ID
			PERFORM 4200-CHECK-THE-QUEST
			MOVE WS-PICK-QUEST-ID TO en-quest-id
			PERFORM 4300-FILL-THE-RECORD
			IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
				REWRITE EncounterData
					INVALID KEY
						DISPLAY "Warning: could not save over that "
							"encounter."
					NOT INVALID KEY
						DISPLAY "Encounter " en-id " ("
							FUNCTION TRIM(en-name) ") saved over."
				END-REWRITE
			ELSE
				WRITE EncounterData
					INVALID KEY
						DISPLAY "Warning: could not save that encounter."
					NOT INVALID KEY
						MOVE en-id TO WS-LOADED-ENC-ID
						DISPLAY "Encounter " en-id " ("
							FUNCTION TRIM(en-name) ") in the library."
				END-WRITE
			END-IF
	END-EVALUATE.

4100-FIND-NEXT-ENC-ID.
	MOVE 0 TO WS-NEXT-ENC-ID
	MOVE 0 TO en-id
	START EncounterFile KEY IS >= en-id
		INVALID KEY
			CONTINUE
	END-START
	IF WS-ENCFILE-STATUS = "00"
		MOVE "N" TO WS-ENC-EOF-SW
		PERFORM UNTIL END-OF-ENCOUNTERS
			READ EncounterFile NEXT RECORD
				AT END
					MOVE "Y" TO WS-ENC-EOF-SW
				NOT AT END
					MOVE en-id TO WS-NEXT-ENC-ID
			END-READ
		END-PERFORM
	END-IF
	ADD 1 TO WS-NEXT-ENC-ID.

4200-CHECK-THE-QUEST.
	*> the quest has to be on the books; another party's quest is
	*> allowed (a shared plot thread) but called out.
	IF WS-PICK-QUEST-ID > 0
		OPEN INPUT QuestFile
		IF WS-QUESTFILE-STATUS NOT = "00"
			DISPLAY "No quests on file - saved without one."
			MOVE 0 TO WS-PICK-QUEST-ID
		ELSE
			MOVE WS-PICK-QUEST-ID TO qs-id
			READ QuestFile
				INVALID KEY
					DISPLAY "No quest " WS-PICK-QUEST-ID
						" on file - saved without one."
					MOVE 0 TO WS-PICK-QUEST-ID
				NOT INVALID KEY
					IF qs-party-id NOT = WS-PICK-PARTY-ID
						DISPLAY "Note: quest " qs-id " belongs to party "
							qs-party-id "."
					END-IF
			END-READ
			CLOSE QuestFile
		END-IF
	END-IF.

4300-FILL-THE-RECORD.
	MOVE WS-PICK-PARTY-ID TO en-party-id
	ACCEPT en-saved-date FROM DATE YYYYMMDD
	MOVE WS-MEMBER-COUNT TO en-members
	MOVE WS-ENC-RAW-XP TO en-raw-xp
	MOVE WS-ENC-ADJ-XP TO en-adj-xp
	MOVE WS-ENC-RATING TO en-rating
	MOVE WS-ENC-LINES TO en-line-count
	PERFORM VARYING WS-ENC-IDX FROM 1 BY 1 UNTIL WS-ENC-IDX > 20
		IF WS-ENC-IDX > WS-ENC-LINES
			MOVE SPACES TO en-mon-name(WS-ENC-IDX)
			MOVE 0 TO en-mon-qty(WS-ENC-IDX)
			MOVE 0 TO en-mon-xp(WS-ENC-IDX)
		ELSE
			MOVE WS-ENC-NAME(WS-ENC-IDX) TO en-mon-name(WS-ENC-IDX)
			MOVE WS-ENC-QTY(WS-ENC-IDX) TO en-mon-qty(WS-ENC-IDX)
			MOVE WS-ENC-EACH-XP(WS-ENC-IDX) TO en-mon-xp(WS-ENC-IDX)
		END-IF
	END-PERFORM.

5000-LOAD-ENCOUNTER.
	IF NOT LIBRARY-OPEN
		DISPLAY "encounters.dat is not open - nothing to load."
	ELSE
		DISPLAY "Encounter ID? " WITH NO ADVANCING
		ACCEPT WS-PICK-ENC-ID
		MOVE WS-PICK-ENC-ID TO en-id
		READ EncounterFile
			INVALID KEY
				DISPLAY "No encounter " WS-PICK-ENC-ID " in the library."
			NOT INVALID KEY
				PERFORM 5100-SLATE-FROM-RECORD
		END-READ
	END-IF.

5100-SLATE-FROM-RECORD.
	*> the slate is re-rated against tonight's party, with each
	*> monster's XP as the bestiary has it now
	MOVE 0 TO WS-ENC-LINES
	MOVE 0 TO WS-ENC-MONSTERS
	MOVE 0 TO WS-ENC-RAW-XP
	PERFORM VARYING WS-ENC-IDX FROM 1 BY 1
		UNTIL WS-ENC-IDX > en-line-count
		ADD 1 TO WS-ENC-LINES
		MOVE en-mon-name(WS-ENC-IDX) TO WS-ENC-NAME(WS-ENC-LINES)
		MOVE en-mon-qty(WS-ENC-IDX) TO WS-ENC-QTY(WS-ENC-LINES)
		MOVE en-mon-xp(WS-ENC-IDX) TO WS-ENC-EACH-XP(WS-ENC-LINES)
		MOVE en-mon-name(WS-ENC-IDX) TO mn-name
		READ MonsterFile
			INVALID KEY
				DISPLAY FUNCTION TRIM(en-mon-name(WS-ENC-IDX))
					" is no longer in the bestiary - rated at its saved XP."
			NOT INVALID KEY
				MOVE mn-xp TO WS-ENC-EACH-XP(WS-ENC-LINES)
		END-READ
		ADD WS-ENC-QTY(WS-ENC-LINES) TO WS-ENC-MONSTERS
		COMPUTE WS-ENC-RAW-XP = WS-ENC-RAW-XP
			+ (WS-ENC-QTY(WS-ENC-LINES) * WS-ENC-EACH-XP(WS-ENC-LINES))
	END-PERFORM
	MOVE en-id TO WS-LOADED-ENC-ID
	DISPLAY "Encounter " en-id " (" FUNCTION TRIM(en-name)
		") is on the slate - saved as " FUNCTION TRIM(en-rating)
		" for party " en-party-id "."
	PERFORM 3000-RATE-ENCOUNTER.

6000-LIST-ENCOUNTERS.
	IF NOT LIBRARY-OPEN
		DISPLAY "encounters.dat is not open - nothing to list."
	ELSE
		MOVE 0 TO WS-LIST-COUNT
		DISPLAY "List by (P)arty or (Q)uest? " WITH NO ADVANCING
		ACCEPT WS-ANSWER
		IF WS-ANSWER = "Q" OR WS-ANSWER = "q"
			DISPLAY "Quest ID? " WITH NO ADVANCING
			ACCEPT WS-PICK-QUEST-ID
			MOVE WS-PICK-QUEST-ID TO en-quest-id
			START EncounterFile KEY IS >= en-quest-id
				INVALID KEY
					CONTINUE
			END-START
		ELSE
			DISPLAY "Party ID (blank for this party)? " WITH NO ADVANCING
			ACCEPT WS-LIST-PARTY-ID
			IF WS-LIST-PARTY-ID = 0
				MOVE WS-PICK-PARTY-ID TO WS-LIST-PARTY-ID
			END-IF
			MOVE WS-LIST-PARTY-ID TO en-party-id
			START EncounterFile KEY IS >= en-party-id
				INVALID KEY
					CONTINUE
			END-START
		END-IF
		IF WS-ENCFILE-STATUS = "00"
			DISPLAY "----------------------------------------------------------------"
			MOVE "N" TO WS-ENC-EOF-SW
			PERFORM UNTIL END-OF-ENCOUNTERS
				READ EncounterFile NEXT RECORD
					AT END
						MOVE "Y" TO WS-ENC-EOF-SW
					NOT AT END
						IF (WS-ANSWER = "Q" OR WS-ANSWER = "q")
							AND en-quest-id NOT = WS-PICK-QUEST-ID
							MOVE "Y" TO WS-ENC-EOF-SW
						END-IF
						IF WS-ANSWER NOT = "Q" AND WS-ANSWER NOT = "q"
							AND en-party-id NOT = WS-LIST-PARTY-ID
							MOVE "Y" TO WS-ENC-EOF-SW
						END-IF
						IF NOT END-OF-ENCOUNTERS
							ADD 1 TO WS-LIST-COUNT
							PERFORM 6100-SHOW-ONE-ENCOUNTER
						END-IF
				END-READ
			END-PERFORM
			DISPLAY "----------------------------------------------------------------"
		END-IF
		DISPLAY WS-LIST-COUNT " saved encounter(s)."
	END-IF.

6100-SHOW-ONE-ENCOUNTER.
	DISPLAY en-id "  " en-name "  " en-rating "  adj XP " en-adj-xp
		"  party " en-party-id
	IF en-quest-id > 0
		DISPLAY "       quest " en-quest-id
	END-IF
	IF en-not-fought
		DISPLAY "       not fought yet (saved " en-saved-date ")"
	ELSE
		DISPLAY "       fought in session " en-sess-id " on "
			en-fought-date
	END-IF
	PERFORM VARYING WS-ENC-IDX FROM 1 BY 1 UNTIL WS-ENC-IDX > en-line-count
		DISPLAY "       " en-mon-qty(WS-ENC-IDX) " x "
			FUNCTION TRIM(en-mon-name(WS-ENC-IDX))
	END-PERFORM.

7000-MARK-FOUGHT.
	*> for a fight run without Initiative Tracker, which marks its
	*> own encounters when the fight is closed out
	IF NOT LIBRARY-OPEN
		DISPLAY "encounters.dat is not open - nothing to mark."
	ELSE
		DISPLAY "Encounter ID? " WITH NO ADVANCING
		ACCEPT WS-PICK-ENC-ID
		MOVE WS-PICK-ENC-ID TO en-id
		READ EncounterFile
			INVALID KEY
				DISPLAY "No encounter " WS-PICK-ENC-ID " in the library."
			NOT INVALID KEY
				IF NOT en-not-fought
					DISPLAY "Already marked fought in session " en-sess-id
						" - this replaces it."
				END-IF
				DISPLAY "Session ID it was fought in? " WITH NO ADVANCING
				ACCEPT WS-PICK-SESSION-ID
				PERFORM 7100-CHECK-THE-SESSION
				IF WS-PICK-SESSION-ID > 0
					MOVE WS-PICK-SESSION-ID TO en-sess-id
					MOVE WS-FOUGHT-DATE TO en-fought-date
					REWRITE EncounterData
						INVALID KEY
							DISPLAY "Warning: could not mark that encounter."
						NOT INVALID KEY
							DISPLAY "Encounter " en-id " marked fought in "
								"session " en-sess-id "."
					END-REWRITE
				END-IF
		END-READ
	END-IF.

7100-CHECK-THE-SESSION.
	*> the night is usually journaled after the fight, so a session
	*> not on file yet is allowed - it is dated today instead.
	ACCEPT WS-FOUGHT-DATE FROM DATE YYYYMMDD
	IF WS-PICK-SESSION-ID > 0
		OPEN INPUT SessionFile
		IF WS-SESSFILE-STATUS = "00"
			MOVE WS-PICK-SESSION-ID TO sj-id
			READ SessionFile
				INVALID KEY
					DISPLAY "Note: session " WS-PICK-SESSION-ID
						" is not in the journal yet."
				NOT INVALID KEY
					MOVE sj-date TO WS-FOUGHT-DATE
			END-READ
			CLOSE SessionFile
		ELSE
			DISPLAY "Note: session " WS-PICK-SESSION-ID
				" is not in the journal yet."
		END-IF
	END-IF.

8000-ROLL-A-TABLE.
	DISPLAY "Terrain? " WITH NO ADVANCING
	ACCEPT WS-TERRAIN-IN
	MOVE FUNCTION UPPER-CASE(WS-TERRAIN-IN) TO WS-TERRAIN-IN
	DISPLAY "Tier (blank for " WS-PARTY-TIER ", this party's)? "
		WITH NO ADVANCING
	ACCEPT WS-TIER-IN
	IF WS-TIER-IN < 1 OR WS-TIER-IN > 4
		MOVE WS-PARTY-TIER TO WS-TIER-IN
	END-IF
	OPEN INPUT EncTableFile
	IF WS-ETBL-STATUS NOT = "00"
		DISPLAY "No encounter tables on file yet - build one in "
			"Encounter Tables."
	ELSE
		MOVE WS-TERRAIN-IN TO et-terrain
		MOVE WS-TIER-IN TO et-tier
		READ EncTableFile
			INVALID KEY
				DISPLAY "No table for " FUNCTION TRIM(WS-TERRAIN-IN)
					" tier " WS-TIER-IN "."
			NOT INVALID KEY
				PERFORM 8100-ROLL-THE-TABLE
		END-READ
		CLOSE EncTableFile
	END-IF.

8100-ROLL-THE-TABLE.
	*> percentile dice: a d10 for the tens (0-9) and a d10 for the
	*> units (1-10), so 1-100 even
	MOVE 1 TO WS-NUM-DICE
	MOVE 10 TO WS-DIE-SIZE
	MOVE 0 TO WS-DROP-LOWEST
	CALL "DICEROLL" USING WS-NUM-DICE, WS-DIE-SIZE, WS-DROP-LOWEST,
		WS-TENS-ROLL
	CALL "DICEROLL" USING WS-NUM-DICE, WS-DIE-SIZE, WS-DROP-LOWEST,
		WS-DICE-RESULT
	COMPUTE WS-PCT-ROLL = (WS-TENS-ROLL - 1) * 10 + WS-DICE-RESULT
	MOVE 0 TO WS-ROW-HIT
	PERFORM VARYING WS-ROW-IDX FROM 1 BY 1 UNTIL WS-ROW-IDX > et-row-count
		IF WS-PCT-ROLL >= et-low(WS-ROW-IDX)
			AND WS-PCT-ROLL <= et-high(WS-ROW-IDX)
			MOVE WS-ROW-IDX TO WS-ROW-HIT
		END-IF
	END-PERFORM
	DISPLAY FUNCTION TRIM(et-name) " - d100 rolled " WS-PCT-ROLL "."
	IF WS-ROW-HIT = 0
		DISPLAY "That roll falls on no row of the table - nothing turns up."
	ELSE
		MOVE et-mon-name(WS-ROW-HIT) TO mn-name
		READ MonsterFile
			INVALID KEY
				DISPLAY FUNCTION TRIM(et-mon-name(WS-ROW-HIT))
					" is no longer in the bestiary - fix the table."
			NOT INVALID KEY
				PERFORM 8200-ROLL-THE-NUMBER
				PERFORM 8300-SLATE-THE-ROLL
		END-READ
	END-IF.

8200-ROLL-THE-NUMBER.
	MOVE et-qty-dice(WS-ROW-HIT) TO WS-SPEC
	PERFORM 0200-PARSE-QTY
	IF WS-DIE-SIZE = 0
		MOVE WS-NUM-DICE TO WS-ROLLED-QTY
	ELSE
		MOVE 0 TO WS-DROP-LOWEST
		CALL "DICEROLL" USING WS-NUM-DICE, WS-DIE-SIZE, WS-DROP-LOWEST,
			WS-DICE-RESULT
		COMPUTE WS-ROLLED-QTY = WS-DICE-RESULT + WS-MODIFIER
	END-IF
	IF WS-ROLLED-QTY < 1
		MOVE 1 TO WS-ROLLED-QTY
	END-IF
	IF WS-ROLLED-QTY > 99
		MOVE 99 TO WS-ROLLED-QTY
	END-IF
	MOVE WS-ROLLED-QTY TO WS-MONSTER-QTY
	DISPLAY WS-MONSTER-QTY " x " FUNCTION TRIM(mn-name) " turn up ("
		FUNCTION TRIM(et-qty-dice(WS-ROW-HIT)) " rolled)".

8300-SLATE-THE-ROLL.
	*> a rolled encounter starts a fresh slate
	MOVE 0 TO WS-ENC-LINES
	MOVE 0 TO WS-ENC-MONSTERS
	MOVE 0 TO WS-ENC-RAW-XP
	MOVE 0 TO WS-LOADED-ENC-ID
	ADD 1 TO WS-ENC-LINES
	MOVE mn-name TO WS-ENC-NAME(WS-ENC-LINES)
	MOVE WS-MONSTER-QTY TO WS-ENC-QTY(WS-ENC-LINES)
	MOVE mn-xp TO WS-ENC-EACH-XP(WS-ENC-LINES)
	MOVE WS-MONSTER-QTY TO WS-ENC-MONSTERS
	COMPUTE WS-ENC-RAW-XP = WS-MONSTER-QTY * mn-xp
	PERFORM 3000-RATE-ENCOUNTER
	DISPLAY "(S)ave it to the library, (R)un it now in Initiative "
		"Tracker, or (K)eep it on the slate? " WITH NO ADVANCING
	ACCEPT WS-ROLL-CHOICE
	EVALUATE WS-ROLL-CHOICE
		WHEN "S"
		WHEN "s"
			PERFORM 4000-SAVE-ENCOUNTER
		WHEN "R"
		WHEN "r"
			PERFORM 8500-RUN-IT-NOW
		WHEN OTHER
			DISPLAY "It stays on the slate - add to it, rate it, or save "
				"it from the menu."
	END-EVALUATE.

8500-RUN-IT-NOW.
	*> Initiative Tracker pulls encounters in from the library, so
	*> the roll is filed first under a name of its own
	IF NOT LIBRARY-OPEN
		DISPLAY "encounters.dat is not open - pull the monsters in by "
			"hand from the tracker."
	ELSE
		PERFORM 3100-ADJUST-FOR-NUMBERS
		PERFORM 3200-SET-RATING
		PERFORM 4100-FIND-NEXT-ENC-ID
		INITIALIZE EncounterData
		MOVE WS-NEXT-ENC-ID TO en-id
		STRING "Random " FUNCTION TRIM(WS-TERRAIN-IN) " tier " WS-TIER-IN
			DELIMITED BY SIZE INTO en-name
		END-STRING
		MOVE 0 TO en-quest-id
		PERFORM 4300-FILL-THE-RECORD
		WRITE EncounterData
			INVALID KEY
				DISPLAY "Warning: could not file the roll - nothing sent."
			NOT INVALID KEY
				MOVE en-id TO WS-LOADED-ENC-ID
				DISPLAY "Encounter " en-id " (" FUNCTION TRIM(en-name)
					") in the library - off to the tracker."
				MOVE "Y" TO fho-pending-sw
				MOVE en-id TO fho-enc-id
				MOVE WS-PICK-PARTY-ID TO fho-party-id
				CLOSE EncounterFile
				CLOSE MonsterFile
				CALL "initiative_tracker"
				MOVE "N" TO fho-pending-sw
				OPEN INPUT MonsterFile
				OPEN I-O EncounterFile
				IF WS-ENCFILE-STATUS NOT = "00"
					MOVE "N" TO WS-LIBRARY-OPEN-SW
				END-IF
		END-WRITE
	END-IF.

0200-PARSE-QTY.
	*> dice notation the way Dice Tower reads it; a plain count comes
	*> back as that many dice of no size
	MOVE 0 TO WS-NUM-DICE
	MOVE 0 TO WS-DIE-SIZE
	MOVE 0 TO WS-MODIFIER
	MOVE SPACES TO WS-N-TXT
	MOVE SPACES TO WS-REST
	MOVE SPACES TO WS-M-TXT
	MOVE SPACES TO WS-MOD-TXT
	UNSTRING WS-SPEC DELIMITED BY "d" OR "D"
		INTO WS-N-TXT WS-REST
	END-UNSTRING
	MOVE 0 TO WS-PLUS-COUNT
	MOVE 0 TO WS-MINUS-COUNT
	INSPECT WS-REST TALLYING WS-PLUS-COUNT FOR ALL "+"
	INSPECT WS-REST TALLYING WS-MINUS-COUNT FOR ALL "-"
	IF WS-PLUS-COUNT > 0
		UNSTRING WS-REST DELIMITED BY "+"
			INTO WS-M-TXT WS-MOD-TXT
		END-UNSTRING
		COMPUTE WS-MODIFIER = FUNCTION NUMVAL(WS-MOD-TXT)
	ELSE
		IF WS-MINUS-COUNT > 0
			UNSTRING WS-REST DELIMITED BY "-"
				INTO WS-M-TXT WS-MOD-TXT
			END-UNSTRING
			COMPUTE WS-MODIFIER = 0 - FUNCTION NUMVAL(WS-MOD-TXT)
		ELSE
			MOVE WS-REST TO WS-M-TXT
		END-IF
	END-IF
	IF WS-N-TXT = SPACES
		MOVE 1 TO WS-NUM-DICE
	ELSE
		COMPUTE WS-NUM-DICE = FUNCTION NUMVAL(WS-N-TXT)
	END-IF
	IF WS-M-TXT NOT = SPACES
		COMPUTE WS-DIE-SIZE = FUNCTION NUMVAL(WS-M-TXT)
	END-IF
	IF WS-NUM-DICE > 20
		MOVE 20 TO WS-NUM-DICE
	END-IF.

0040-CHECK-LAYOUT-VERSION.
	*> refuse to run against a character.dat stamped for a different
	*> build - Data Upgrade converts the file and moves the stamp.
