		>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. check_roller IS INITIAL.
AUTHOR. Loren Stevenson
DATE-WRITTEN. May 18, 2023
*> Ability checks, skill checks, and saving throws with the bonus
*> worked out the way Character Sheet shows it: the ability modifier,
*> plus the proficiency bonus for a proficient skill (skill-prof) or
*> one of the class's two saves (class.dat).  Roll for one character,
*> or for a whole party read through the party-id key as a group
*> check - each member's result, and the group succeeds when half or
*> more of them meet the DC.  Every d20 lands in rolllog.dat the way
*> a Dice Tower roll does.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT CharacterFile ASSIGN TO "character.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS char-id
		ALTERNATE RECORD KEY IS cname WITH DUPLICATES
		ALTERNATE RECORD KEY IS party-id WITH DUPLICATES
		FILE STATUS IS WS-FILE-STATUS.
	SELECT PartyFile ASSIGN TO "party.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS pt-id
		FILE STATUS IS WS-PARTYFILE-STATUS.
	SELECT ClassFile ASSIGN TO "class.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		ACCESS IS SEQUENTIAL.
	SELECT RollLogFile ASSIGN TO "rolllog.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		ACCESS IS SEQUENTIAL
		FILE STATUS IS WS-LOG-STATUS.
DATA DIVISION.
FILE SECTION.
FD CharacterFile.
	COPY CHARREC.

FD PartyFile.
	COPY PARTYREC.

FD ClassFile.
	COPY CLASSREC.

FD RollLogFile.
	COPY ROLLREC.

WORKING-STORAGE SECTION.

*> layout-version gate for character.dat and party.dat (see
*> DATAVER.cpy and VERCHECK.cbl) - checked before either is opened.
	COPY DATAVER.
01 WS-VER-MODE PIC X.
01 WS-VER-FILE PIC x(20).
01 WS-VER-VERSION PIC 9(3).
01 WS-VER-RESULT PIC X.

*> shared with game_console - the "current character" carried from
*> one tool to the next while the console is running.
01 CONSOLE-CONTEXT EXTERNAL.
	02 ctx-char-id PIC 9(6).
	02 ctx-active-sw PIC X.
	02 ctx-op-id PIC x(8).
	02 ctx-op-name PIC x(17).
	02 ctx-op-role PIC X.

01 WS-FILE-STATUS PIC XX VALUE "00".
01 WS-PARTYFILE-STATUS PIC XX VALUE "00".
01 WS-LOG-STATUS PIC XX VALUE "00".
01 WS-MENU-CHOICE PIC X.
01 WS-SEARCH-CNAMEF PIC x(10).
01 WS-SEARCH-CNAMEL PIC x(12).
01 WS-CHAR-FOUND-SW PIC X VALUE "N".
	88 CHAR-FOUND VALUE "Y".
01 WS-LOOKUP-CHOICE PIC X.
01 WS-PICK-CHAR-ID PIC 9(6).
01 WS-PICK-PARTY-ID PIC 9(4).
01 WS-MATCH-COUNT PIC 9(2) VALUE 0.
01 WS-MATCH-ID PIC 9(6) OCCURS 10 TIMES.
01 WS-NAME-EOF-SW PIC X VALUE "N".
	88 END-OF-MATCHES VALUE "Y".
01 WS-EOF-SW PIC X VALUE "N".
	88 END-OF-PARTY VALUE "Y".
01 WS-RANDOM-SEED PIC 9(8).
01 WS-RANDOM-SINK PIC 9V9(6).

*> class save proficiencies, loaded from class.dat
01 SAVE-TABLE.
	02 SAVE-ENTRY OCCURS 20 TIMES INDEXED BY SAVE-IDX.
		03 ST-NAME PIC x(10).
		03 ST-SAVE1 PIC x(3).
		03 ST-SAVE2 PIC x(3).
01 SAVE-COUNT PIC 9(3) VALUE 0.
01 CLASS-EOF-SW PIC X VALUE "N".
	88 END-OF-CLASSES VALUE "Y".
01 WS-SAVE1 PIC x(3) VALUE SPACES.
01 WS-SAVE2 PIC x(3) VALUE SPACES.

01 WS-SKILL-NAMES.
	02 FILLER PIC x(19) VALUE "Acrobatics      DEX".
	02 FILLER PIC x(19) VALUE "Animal Handling WIS".
	02 FILLER PIC x(19) VALUE "Arcana          INT".
	02 FILLER PIC x(19) VALUE "Athletics       STR".
	02 FILLER PIC x(19) VALUE "Deception       CHA".
	02 FILLER PIC x(19) VALUE "History         INT".
	02 FILLER PIC x(19) VALUE "Insight         WIS".
	02 FILLER PIC x(19) VALUE "Intimidation    CHA".
	02 FILLER PIC x(19) VALUE "Investigation   INT".
	02 FILLER PIC x(19) VALUE "Medicine        WIS".
	02 FILLER PIC x(19) VALUE "Nature          INT".
	02 FILLER PIC x(19) VALUE "Perception      WIS".
	02 FILLER PIC x(19) VALUE "Performance     CHA".
	02 FILLER PIC x(19) VALUE "Persuasion      CHA".
	02 FILLER PIC x(19) VALUE "Religion        INT".
	02 FILLER PIC x(19) VALUE "Sleight of Hand DEX".
	02 FILLER PIC x(19) VALUE "Stealth         DEX".
	02 FILLER PIC x(19) VALUE "Survival        WIS".
01 WS-SKILL-TABLE REDEFINES WS-SKILL-NAMES.
	02 WS-SKILL-ENTRY OCCURS 18 TIMES.
		03 WS-SKILL-NAME PIC x(16).
		03 WS-SKILL-ABIL PIC x(3).
01 WS-SKILL-IDX PIC 9(2).

*> what is being rolled: (A)bility check, (S)kill check, saving (T)hrow
01 WS-CHK-KIND PIC X.
	88 ABILITY-CHECK VALUE "A".
	88 SKILL-CHECK VALUE "S".
	88 SAVING-THROW VALUE "T".
01 WS-CHK-ABIL PIC x(3).
	88 VALID-ABILITY VALUE "STR", "DEX", "CON", "INT", "WIS", "CHA".
01 WS-CHK-SKILL PIC 9(2).
01 WS-CHK-LABEL PIC x(24).
01 WS-CHK-DC PIC 9(2).
01 WS-PROF-BONUS PIC 9.
01 WS-CHK-BONUS PIC S9(2).
01 WS-PROF-SW PIC X.
	88 PROFICIENT VALUE "Y".

01 WS-MODE PIC X.
01 WS-ROLL-N PIC 9(2).
01 WS-ROLL-M PIC 9(2).
01 WS-ROLL-DROP PIC 9(2).
01 WS-DICE-TOTAL PIC 9(4).
01 WS-D20-1 PIC 9(2).
01 WS-D20-2 PIC 9(2).
01 WS-D20-KEPT PIC 9(2).
01 WS-FINAL-TOTAL PIC S9(4).
01 WS-ED-TOTAL PIC -(3)9.
01 WS-ED-MOD PIC +(2)9.
01 WS-ED-DIE PIC Z9.
01 WS-SPEC PIC x(12).
01 WS-RESULT-WORD PIC x(6).

*> the group check tally
01 WS-GROUP-COUNT PIC 9(2) VALUE 0.
01 WS-GROUP-PASSED PIC 9(2) VALUE 0.

01 WS-TIME-FULL PIC 9(8).
01 WS-TIME-R REDEFINES WS-TIME-FULL.
	02 WS-TIME-HHMMSS PIC 9(6).
	02 WS-TIME-HSEC PIC 9(2).

PROCEDURE DIVISION.
0000-MAIN.
	PERFORM 0040-CHECK-LAYOUT-VERSION
	ACCEPT WS-RANDOM-SEED FROM TIME
	COMPUTE WS-RANDOM-SINK = FUNCTION RANDOM(WS-RANDOM-SEED)
	DISPLAY "================================================================"
	DISPLAY "                        CHECK ROLLER"
	DISPLAY "================================================================"
	PERFORM 0050-LOAD-SAVE-TABLE
	OPEN INPUT CharacterFile
	IF WS-FILE-STATUS NOT = "00"
		DISPLAY "No characters on file yet."
		GOBACK
	END-IF
	MOVE SPACE TO WS-MENU-CHOICE
	PERFORM UNTIL WS-MENU-CHOICE = "Q" OR WS-MENU-CHOICE = "q"
		DISPLAY " "
		DISPLAY "1) Roll for one character"
		DISPLAY "2) Group check for a party"
		DISPLAY "Q) Done"
		DISPLAY "Choice? " WITH NO ADVANCING
		ACCEPT WS-MENU-CHOICE
		EVALUATE WS-MENU-CHOICE
			WHEN "1"
				PERFORM 1000-ONE-CHARACTER
			WHEN "2"
				PERFORM 2000-GROUP-CHECK
			WHEN "Q"
			WHEN "q"
				CONTINUE
			WHEN OTHER
				DISPLAY "Not a valid choice."
		END-EVALUATE
	END-PERFORM
	CLOSE CharacterFile
	GOBACK.

0050-LOAD-SAVE-TABLE.
	OPEN INPUT ClassFile
	PERFORM UNTIL END-OF-CLASSES
		READ ClassFile
			AT END
				MOVE "Y" TO CLASS-EOF-SW
			NOT AT END
				IF SAVE-COUNT < 20
					ADD 1 TO SAVE-COUNT
					MOVE cr-name TO ST-NAME(SAVE-COUNT)
					MOVE cr-save1 TO ST-SAVE1(SAVE-COUNT)
					MOVE cr-save2 TO ST-SAVE2(SAVE-COUNT)
				END-IF
		END-READ
	END-PERFORM
	CLOSE ClassFile.

0100-FIND-CHARACTER.
	MOVE "N" TO WS-CHAR-FOUND-SW
	IF ctx-active-sw = "Y"
		DISPLAY "Use the current character, ID " ctx-char-id
			"? (Y/N) " WITH NO ADVANCING
		ACCEPT WS-LOOKUP-CHOICE
		IF WS-LOOKUP-CHOICE = "Y" OR WS-LOOKUP-CHOICE = "y"
			MOVE ctx-char-id TO WS-PICK-CHAR-ID
			PERFORM 0130-READ-BY-ID
		END-IF
	END-IF
	IF NOT CHAR-FOUND
		DISPLAY "Look up the character by (I)D or (N)ame? " WITH NO ADVANCING
		ACCEPT WS-LOOKUP-CHOICE
		IF WS-LOOKUP-CHOICE = "I" OR WS-LOOKUP-CHOICE = "i"
			DISPLAY "Character ID? " WITH NO ADVANCING
			ACCEPT WS-PICK-CHAR-ID
			PERFORM 0130-READ-BY-ID
		ELSE
			PERFORM 0110-SEARCH-BY-NAME
		END-IF
	END-IF
	IF CHAR-FOUND
		MOVE char-id TO ctx-char-id
		MOVE "Y" TO ctx-active-sw
	END-IF.

0110-SEARCH-BY-NAME.
	DISPLAY "Character's first name? " WITH NO ADVANCING
	ACCEPT WS-SEARCH-CNAMEF
	DISPLAY "Character's last name? " WITH NO ADVANCING
	ACCEPT WS-SEARCH-CNAMEL
	MOVE 0 TO WS-MATCH-COUNT
	MOVE WS-SEARCH-CNAMEF TO cnamef
	MOVE WS-SEARCH-CNAMEL TO cnamel
	START CharacterFile KEY IS = cname
		INVALID KEY
			CONTINUE
	END-START
	IF WS-FILE-STATUS = "00"
		MOVE "N" TO WS-NAME-EOF-SW
		PERFORM UNTIL END-OF-MATCHES
			READ CharacterFile NEXT RECORD
				AT END
					MOVE "Y" TO WS-NAME-EOF-SW
				NOT AT END
					IF cnamef = WS-SEARCH-CNAMEF
						AND cnamel = WS-SEARCH-CNAMEL
						IF WS-MATCH-COUNT < 10
							ADD 1 TO WS-MATCH-COUNT
							MOVE char-id TO WS-MATCH-ID(WS-MATCH-COUNT)
							DISPLAY "  ID " char-id "  Player " pname
								"  " cls "  " race
						END-IF
					ELSE
						MOVE "Y" TO WS-NAME-EOF-SW
					END-IF
			END-READ
		END-PERFORM
	END-IF
	EVALUATE WS-MATCH-COUNT
		WHEN 0
			DISPLAY "No character on file with that name."
		WHEN 1
			MOVE WS-MATCH-ID(1) TO WS-PICK-CHAR-ID
			PERFORM 0130-READ-BY-ID
		WHEN OTHER
			DISPLAY "That name matches more than one character."
			DISPLAY "Character ID to use? " WITH NO ADVANCING
			ACCEPT WS-PICK-CHAR-ID
			PERFORM 0130-READ-BY-ID
	END-EVALUATE.

0130-READ-BY-ID.
	MOVE WS-PICK-CHAR-ID TO char-id
	READ CharacterFile
		INVALID KEY
			DISPLAY "No character on file with ID " WS-PICK-CHAR-ID "."
		NOT INVALID KEY
			MOVE "Y" TO WS-CHAR-FOUND-SW
	END-READ.

1000-ONE-CHARACTER.
	PERFORM 0100-FIND-CHARACTER
	IF CHAR-FOUND
		PERFORM 3000-PICK-THE-CHECK
		IF WS-CHK-LABEL NOT = SPACES
			PERFORM 3500-GET-MODE
			DISPLAY "DC to beat (0 if the DM is keeping it quiet)? "
				WITH NO ADVANCING
			ACCEPT WS-CHK-DC
			PERFORM 4000-ROLL-FOR-THIS-ONE
		END-IF
	END-IF.

2000-GROUP-CHECK.
	*> everyone in the party rolls; half or more meeting the DC
	*> carries the group
	DISPLAY "Party ID? " WITH NO ADVANCING
	ACCEPT WS-PICK-PARTY-ID
	IF WS-PICK-PARTY-ID = 0
		DISPLAY "A group check needs a party."
	ELSE
		PERFORM 2100-SHOW-THE-PARTY
		PERFORM 3000-PICK-THE-CHECK
		IF WS-CHK-LABEL NOT = SPACES
			PERFORM 3500-GET-MODE
			DISPLAY "DC to beat? " WITH NO ADVANCING
			ACCEPT WS-CHK-DC
			MOVE 0 TO WS-GROUP-COUNT
			MOVE 0 TO WS-GROUP-PASSED
			MOVE "N" TO WS-EOF-SW
			MOVE WS-PICK-PARTY-ID TO party-id
			START CharacterFile KEY IS >= party-id
				INVALID KEY
					MOVE "Y" TO WS-EOF-SW
			END-START
			PERFORM UNTIL END-OF-PARTY
				READ CharacterFile NEXT RECORD
					AT END
						MOVE "Y" TO WS-EOF-SW
					NOT AT END
						IF party-id NOT = WS-PICK-PARTY-ID
							MOVE "Y" TO WS-EOF-SW
						ELSE
							IF NOT is-dead
								ADD 1 TO WS-GROUP-COUNT
								PERFORM 4000-ROLL-FOR-THIS-ONE
								IF WS-FINAL-TOTAL >= WS-CHK-DC
									ADD 1 TO WS-GROUP-PASSED
								END-IF
							END-IF
						END-IF
				END-READ
			END-PERFORM
			PERFORM 2200-JUDGE-THE-GROUP
		END-IF
	END-IF.

2100-SHOW-THE-PARTY.
	OPEN INPUT PartyFile
	IF WS-PARTYFILE-STATUS = "00"
		MOVE WS-PICK-PARTY-ID TO pt-id
		READ PartyFile
			INVALID KEY
				DISPLAY "No party " WS-PICK-PARTY-ID " on file - rolling "
					"for its members anyway."
			NOT INVALID KEY
				DISPLAY "Party " pt-id ": " FUNCTION TRIM(pt-name)
		END-READ
		CLOSE PartyFile
	END-IF.

2200-JUDGE-THE-GROUP.
	DISPLAY "----------------------------------------------------------------"
	IF WS-GROUP-COUNT = 0
		DISPLAY "Nobody in party " WS-PICK-PARTY-ID " to roll for."
	ELSE
		DISPLAY WS-GROUP-PASSED " of " WS-GROUP-COUNT " met DC " WS-CHK-DC
		IF WS-GROUP-PASSED * 2 >= WS-GROUP-COUNT
			DISPLAY "The group SUCCEEDS on " FUNCTION TRIM(WS-CHK-LABEL) "."
		ELSE
			DISPLAY "The group FAILS on " FUNCTION TRIM(WS-CHK-LABEL) "."
		END-IF
	END-IF.

3000-PICK-THE-CHECK.
	*> WS-CHK-LABEL comes back spaces when nothing sensible was picked
	MOVE SPACES TO WS-CHK-LABEL
	MOVE SPACES TO WS-CHK-ABIL
	MOVE 0 TO WS-CHK-SKILL
	DISPLAY "(A)bility check, (S)kill check, or saving (T)hrow? "
		WITH NO ADVANCING
	ACCEPT WS-CHK-KIND
	MOVE FUNCTION UPPER-CASE(WS-CHK-KIND) TO WS-CHK-KIND
	EVALUATE TRUE
		WHEN SKILL-CHECK
			PERFORM VARYING WS-SKILL-IDX FROM 1 BY 1 UNTIL WS-SKILL-IDX > 18
				DISPLAY "  " WS-SKILL-IDX ") " WS-SKILL-NAME(WS-SKILL-IDX)
					" (" WS-SKILL-ABIL(WS-SKILL-IDX) ")"
			END-PERFORM
			DISPLAY "Skill number? " WITH NO ADVANCING
			ACCEPT WS-CHK-SKILL
			IF WS-CHK-SKILL < 1 OR WS-CHK-SKILL > 18
				DISPLAY "Not a valid choice."
			ELSE
				MOVE WS-SKILL-ABIL(WS-CHK-SKILL) TO WS-CHK-ABIL
				MOVE WS-SKILL-NAME(WS-CHK-SKILL) TO WS-CHK-LABEL
			END-IF
		WHEN ABILITY-CHECK
		WHEN SAVING-THROW
			DISPLAY "Ability (STR/DEX/CON/INT/WIS/CHA)? " WITH NO ADVANCING
			ACCEPT WS-CHK-ABIL
			MOVE FUNCTION UPPER-CASE(WS-CHK-ABIL) TO WS-CHK-ABIL
			IF NOT VALID-ABILITY
				DISPLAY "Not a valid choice."
			ELSE
				IF ABILITY-CHECK
					STRING WS-CHK-ABIL " check" DELIMITED BY SIZE
						INTO WS-CHK-LABEL
					END-STRING
				ELSE
					STRING WS-CHK-ABIL " save" DELIMITED BY SIZE
						INTO WS-CHK-LABEL
					END-STRING
				END-IF
			END-IF
		WHEN OTHER
			DISPLAY "Not a valid choice."
	END-EVALUATE.

3500-GET-MODE.
	DISPLAY "(N)ormal, (A)dvantage, or (D)isadvantage? " WITH NO ADVANCING
	ACCEPT WS-MODE
	PERFORM UNTIL WS-MODE = "N" OR WS-MODE = "n" OR WS-MODE = "A"
		OR WS-MODE = "a" OR WS-MODE = "D" OR WS-MODE = "d"
		DISPLAY "Please enter N, A, or D: " WITH NO ADVANCING
		ACCEPT WS-MODE
	END-PERFORM
	MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE.

4000-ROLL-FOR-THIS-ONE.
	PERFORM 4100-WORK-OUT-THE-BONUS
	PERFORM 4200-ROLL-THE-D20
	COMPUTE WS-FINAL-TOTAL = WS-D20-KEPT + WS-CHK-BONUS
	MOVE WS-FINAL-TOTAL TO WS-ED-TOTAL
	MOVE WS-CHK-BONUS TO WS-ED-MOD
	IF WS-CHK-DC = 0
		MOVE SPACES TO WS-RESULT-WORD
	ELSE
		IF WS-FINAL-TOTAL >= WS-CHK-DC
			MOVE "PASS" TO WS-RESULT-WORD
		ELSE
			MOVE "FAIL" TO WS-RESULT-WORD
		END-IF
	END-IF
	IF PROFICIENT
		DISPLAY "  " cnamef " " cnamel " " FUNCTION TRIM(WS-CHK-LABEL)
			": d20 " WS-D20-KEPT " " FUNCTION TRIM(WS-ED-MOD) " = "
			FUNCTION TRIM(WS-ED-TOTAL) " * " WS-RESULT-WORD
	ELSE
		DISPLAY "  " cnamef " " cnamel " " FUNCTION TRIM(WS-CHK-LABEL)
			": d20 " WS-D20-KEPT " " FUNCTION TRIM(WS-ED-MOD) " = "
			FUNCTION TRIM(WS-ED-TOTAL) "   " WS-RESULT-WORD
	END-IF
	PERFORM 5000-LOG-THE-ROLL.

4100-WORK-OUT-THE-BONUS.
	COMPUTE WS-PROF-BONUS = 2 + (char-level - 1) / 4
	MOVE "N" TO WS-PROF-SW
	EVALUATE WS-CHK-ABIL
		WHEN "STR"
			MOVE strmod TO WS-CHK-BONUS
		WHEN "DEX"
			MOVE dexmod TO WS-CHK-BONUS
		WHEN "CON"
			MOVE conmod TO WS-CHK-BONUS
		WHEN "WIS"
			MOVE wismod TO WS-CHK-BONUS
		WHEN "INT"
			MOVE intmod TO WS-CHK-BONUS
		WHEN "CHA"
			MOVE chamod TO WS-CHK-BONUS
	END-EVALUATE
	IF SKILL-CHECK AND skill-prof(WS-CHK-SKILL) = "Y"
		MOVE "Y" TO WS-PROF-SW
	END-IF
	IF SAVING-THROW
		MOVE SPACES TO WS-SAVE1
		MOVE SPACES TO WS-SAVE2
		PERFORM VARYING SAVE-IDX FROM 1 BY 1 UNTIL SAVE-IDX > SAVE-COUNT
			IF FUNCTION UPPER-CASE(cls) = FUNCTION UPPER-CASE(ST-NAME(SAVE-IDX))
				MOVE ST-SAVE1(SAVE-IDX) TO WS-SAVE1
				MOVE ST-SAVE2(SAVE-IDX) TO WS-SAVE2
				MOVE SAVE-COUNT TO SAVE-IDX
			END-IF
		END-PERFORM
		IF WS-CHK-ABIL = WS-SAVE1 OR WS-CHK-ABIL = WS-SAVE2
			MOVE "Y" TO WS-PROF-SW
		END-IF
	END-IF
	IF PROFICIENT
		ADD WS-PROF-BONUS TO WS-CHK-BONUS
	END-IF.

4200-ROLL-THE-D20.
	MOVE 1 TO WS-ROLL-N
	MOVE 20 TO WS-ROLL-M
	MOVE 0 TO WS-ROLL-DROP
	CALL "DICEROLL" USING WS-ROLL-N, WS-ROLL-M, WS-ROLL-DROP, WS-DICE-TOTAL
	MOVE WS-DICE-TOTAL TO WS-D20-1
	MOVE WS-D20-1 TO WS-D20-KEPT
	IF WS-MODE = "A" OR WS-MODE = "D"
		CALL "DICEROLL" USING WS-ROLL-N, WS-ROLL-M, WS-ROLL-DROP,
			WS-DICE-TOTAL
		MOVE WS-DICE-TOTAL TO WS-D20-2
		IF WS-MODE = "A" AND WS-D20-2 > WS-D20-1
			MOVE WS-D20-2 TO WS-D20-KEPT
		END-IF
		IF WS-MODE = "D" AND WS-D20-2 < WS-D20-1
			MOVE WS-D20-2 TO WS-D20-KEPT
		END-IF
		DISPLAY "  (d20s " WS-D20-1 " and " WS-D20-2 ")"
	END-IF.

5000-LOG-THE-ROLL.
	MOVE SPACES TO WS-SPEC
	STRING "1d20" DELIMITED BY SIZE
		FUNCTION TRIM(WS-ED-MOD) DELIMITED BY SIZE
		INTO WS-SPEC
	END-STRING
	ACCEPT rl-date FROM DATE YYYYMMDD
	ACCEPT WS-TIME-FULL FROM TIME
	MOVE WS-TIME-HHMMSS TO rl-time
	MOVE WS-SPEC TO rl-spec
	MOVE WS-MODE TO rl-mode
	MOVE WS-D20-KEPT TO WS-ED-DIE
	MOVE SPACES TO rl-dice
	MOVE WS-ED-DIE TO rl-dice
	MOVE WS-FINAL-TOTAL TO rl-total
	MOVE ctx-op-id TO rl-op-id
	MOVE "check_roller" TO rl-program
	OPEN EXTEND RollLogFile
	IF WS-LOG-STATUS = "05" OR WS-LOG-STATUS = "35"
		CLOSE RollLogFile
		OPEN OUTPUT RollLogFile
	END-IF
	WRITE RollLogRecord
	CLOSE RollLogFile.

0040-CHECK-LAYOUT-VERSION.
	*> refuse to run against a character.dat or party.dat stamped for
	*> a different build - Data Upgrade converts the files and moves
	*> the stamps.
	MOVE "C" TO WS-VER-MODE
	MOVE "character.dat" TO WS-VER-FILE
	MOVE dv-charrec-version TO WS-VER-VERSION
	CALL "VERCHECK" USING WS-VER-MODE, WS-VER-FILE, WS-VER-VERSION,
		WS-VER-RESULT
	IF WS-VER-RESULT = "N"
		DISPLAY "Not touching character.dat - run Data Upgrade first."
		GOBACK
	END-IF
	MOVE "C" TO WS-VER-MODE
	MOVE "party.dat" TO WS-VER-FILE
	MOVE dv-partyrec-version TO WS-VER-VERSION
	CALL "VERCHECK" USING WS-VER-MODE, WS-VER-FILE, WS-VER-VERSION,
		WS-VER-RESULT
	IF WS-VER-RESULT = "N"
		DISPLAY "Not touching party.dat - run Data Upgrade first."
		GOBACK
	END-IF.
