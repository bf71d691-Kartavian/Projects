		>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. weapon_attack IS INITIAL.
AUTHOR. Loren Stevenson
DATE-WRITTEN. May 11, 2023
*> The attack roll and the damage roll for a character's equipped
*> weapons, so nobody works out their own to-hit at the table again.
*> The weapons come off inventory.dat (equipped items only) and their
*> dice and properties off itemcat.dat; the to-hit is STR, or DEX for
*> a ranged weapon, or the better of the two for a finesse weapon,
*> plus the proficiency bonus.  A natural 20 doubles the damage dice.
*> Every roll goes through DICEROLL one die at a time and lands in
*> rolllog.dat exactly as a Dice Tower roll does.
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
	SELECT InventoryFile ASSIGN TO "inventory.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS inv-key
		ALTERNATE RECORD KEY IS inv-char-id WITH DUPLICATES
		FILE STATUS IS WS-INVFILE-STATUS.
	SELECT ItemCatalogFile ASSIGN TO "itemcat.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS ic-name
		FILE STATUS IS WS-CATFILE-STATUS.
	SELECT RollLogFile ASSIGN TO "rolllog.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		ACCESS IS SEQUENTIAL
		FILE STATUS IS WS-LOG-STATUS.
DATA DIVISION.
FILE SECTION.
FD CharacterFile.
	COPY CHARREC.

FD InventoryFile.
	COPY INVREC.

FD ItemCatalogFile.
	COPY ITEMREC.

FD RollLogFile.
	COPY ROLLREC.

WORKING-STORAGE SECTION.

*> layout-version gate for character.dat (see DATAVER.cpy and
*> VERCHECK.cbl) - checked before the file is opened.
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
01 WS-INVFILE-STATUS PIC XX VALUE "00".
01 WS-CATFILE-STATUS PIC XX VALUE "00".
01 WS-LOG-STATUS PIC XX VALUE "00".
01 WS-SEARCH-CNAMEF PIC x(10).
01 WS-SEARCH-CNAMEL PIC x(12).
01 WS-CHAR-FOUND-SW PIC X VALUE "N".
	88 CHAR-FOUND VALUE "Y".
01 WS-LOOKUP-CHOICE PIC X.
01 WS-PICK-CHAR-ID PIC 9(6).
01 WS-MATCH-COUNT PIC 9(2) VALUE 0.
01 WS-MATCH-ID PIC 9(6) OCCURS 10 TIMES.
01 WS-NAME-EOF-SW PIC X VALUE "N".
	88 END-OF-MATCHES VALUE "Y".
01 WS-INV-EOF-SW PIC X VALUE "N".
	88 END-OF-ITEMS VALUE "Y".
01 WS-RANDOM-SEED PIC 9(8).
01 WS-RANDOM-SINK PIC 9V9(6).

*> the equipped weapons, loaded once from inventory and the catalog
01 WS-WEAPON-ENTRY OCCURS 10 TIMES.
	02 WS-WP-NAME PIC x(20).
	02 WS-WP-DMG-COUNT PIC 9.
	02 WS-WP-DMG-DIE PIC 9(2).
	02 WS-WP-DMG-TYPE PIC x(11).
	02 WS-WP-VERS-DIE PIC 9(2).
	02 WS-WP-FINESSE-SW PIC X.
	02 WS-WP-RANGED-SW PIC X.
	02 WS-WP-VERSATILE-SW PIC X.
	02 WS-WP-TWO-HAND-SW PIC X.
	02 WS-WP-ABIL PIC x(3).
	02 WS-WP-ABIL-MOD PIC S9(2).
	02 WS-WP-TO-HIT PIC S9(2).
01 WS-WEAPON-COUNT PIC 9(2) VALUE 0.
01 WS-WP-IDX PIC 9(2).
01 WS-PICK-NUM PIC 9(2).
01 WS-PROF-BONUS PIC 9.

01 WS-MODE PIC X.
01 WS-ANSWER PIC X.
01 WS-ROLL-N PIC 9(2).
01 WS-ROLL-M PIC 9(2).
01 WS-ROLL-DROP PIC 9(2).
01 WS-DICE-TOTAL PIC 9(4).
01 WS-D20-1 PIC 9(2).
01 WS-D20-2 PIC 9(2).
01 WS-D20-KEPT PIC 9(2).
01 WS-CRIT-SW PIC X VALUE "N".
	88 CRITICAL-HIT VALUE "Y".
01 WS-FUMBLE-SW PIC X VALUE "N".
	88 NATURAL-ONE VALUE "Y".
01 WS-NUM-DICE PIC 9(2).
01 WS-DIE-SIZE PIC 9(2).
01 WS-DIE-IDX PIC 9(2).
01 WS-SET-TOTAL PIC 9(4).
01 WS-FINAL-TOTAL PIC S9(4).
01 WS-DICE-LINE PIC x(40).
01 WS-DICE-PTR PIC 9(2).
01 WS-ED-DIE PIC Z9.
01 WS-ED-TOTAL PIC -(3)9.
01 WS-ED-MOD PIC +(2)9.
01 WS-ED-COUNT PIC Z9.
01 WS-SPEC PIC x(12).

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
	DISPLAY "                       WEAPON ATTACK"
	DISPLAY "================================================================"
	OPEN INPUT CharacterFile
	IF WS-FILE-STATUS NOT = "00"
		DISPLAY "No characters on file yet."
		GOBACK
	END-IF
	PERFORM 0100-FIND-CHARACTER
	CLOSE CharacterFile
	IF NOT CHAR-FOUND
		GOBACK
	END-IF
	COMPUTE WS-PROF-BONUS = 2 + (char-level - 1) / 4
	PERFORM 1000-LOAD-WEAPONS
	IF WS-WEAPON-COUNT = 0
		DISPLAY FUNCTION TRIM(cnamef) " has no weapon equipped - equip "
			"one in Inventory (and give it damage dice in the Item "
			"Catalog) first."
		GOBACK
	END-IF
	MOVE 1 TO WS-PICK-NUM
	PERFORM UNTIL WS-PICK-NUM = 0
		PERFORM 2000-SHOW-WEAPONS
		DISPLAY "Attack with which weapon (0 when done)? " WITH NO ADVANCING
		ACCEPT WS-PICK-NUM
		IF WS-PICK-NUM > 0
			IF WS-PICK-NUM > WS-WEAPON-COUNT
				DISPLAY "Not a valid choice."
			ELSE
				MOVE WS-PICK-NUM TO WS-WP-IDX
				PERFORM 3000-MAKE-THE-ATTACK
			END-IF
		END-IF
	END-PERFORM
	GOBACK.

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

1000-LOAD-WEAPONS.
	*> same walk as Character Sheet's AC - equipped items only, and
	*> only the ones the catalog gives damage dice.
	MOVE 0 TO WS-WEAPON-COUNT
	OPEN INPUT InventoryFile
	IF WS-INVFILE-STATUS = "00"
		OPEN INPUT ItemCatalogFile
		IF WS-CATFILE-STATUS = "00"
			MOVE char-id TO inv-char-id
			START InventoryFile KEY IS >= inv-char-id
				INVALID KEY
					CONTINUE
			END-START
			IF WS-INVFILE-STATUS = "00"
				MOVE "N" TO WS-INV-EOF-SW
				PERFORM UNTIL END-OF-ITEMS
					READ InventoryFile NEXT RECORD
						AT END
							MOVE "Y" TO WS-INV-EOF-SW
						NOT AT END
							IF inv-char-id NOT = char-id
								MOVE "Y" TO WS-INV-EOF-SW
							ELSE
								IF is-equipped
									PERFORM 1100-ADD-EQUIPPED-WEAPON
								END-IF
							END-IF
					END-READ
				END-PERFORM
			END-IF
			CLOSE ItemCatalogFile
		END-IF
		CLOSE InventoryFile
	END-IF.

1100-ADD-EQUIPPED-WEAPON.
	MOVE inv-item-name TO ic-name
	READ ItemCatalogFile
		INVALID KEY
			CONTINUE
		NOT INVALID KEY
			IF FUNCTION UPPER-CASE(ic-category) = "WEAPON"
				AND ic-dmg-die > 0 AND WS-WEAPON-COUNT < 10
				ADD 1 TO WS-WEAPON-COUNT
				MOVE WS-WEAPON-COUNT TO WS-WP-IDX
				MOVE ic-name TO WS-WP-NAME(WS-WP-IDX)
				MOVE ic-dmg-count TO WS-WP-DMG-COUNT(WS-WP-IDX)
				MOVE ic-dmg-die TO WS-WP-DMG-DIE(WS-WP-IDX)
				MOVE ic-dmg-type TO WS-WP-DMG-TYPE(WS-WP-IDX)
				MOVE ic-vers-die TO WS-WP-VERS-DIE(WS-WP-IDX)
				MOVE ic-finesse-sw TO WS-WP-FINESSE-SW(WS-WP-IDX)
				MOVE ic-ranged-sw TO WS-WP-RANGED-SW(WS-WP-IDX)
				MOVE ic-versatile-sw TO WS-WP-VERSATILE-SW(WS-WP-IDX)
				MOVE ic-two-hand-sw TO WS-WP-TWO-HAND-SW(WS-WP-IDX)
				PERFORM 1200-PICK-THE-ABILITY
			END-IF
	END-READ.

1200-PICK-THE-ABILITY.
	*> ranged is DEX, finesse is the better of STR and DEX, the rest
	*> is STR
	EVALUATE TRUE
		WHEN is-ranged
			MOVE "DEX" TO WS-WP-ABIL(WS-WP-IDX)
			MOVE dexmod TO WS-WP-ABIL-MOD(WS-WP-IDX)
		WHEN is-finesse AND dexmod > strmod
			MOVE "DEX" TO WS-WP-ABIL(WS-WP-IDX)
			MOVE dexmod TO WS-WP-ABIL-MOD(WS-WP-IDX)
		WHEN OTHER
			MOVE "STR" TO WS-WP-ABIL(WS-WP-IDX)
			MOVE strmod TO WS-WP-ABIL-MOD(WS-WP-IDX)
	END-EVALUATE
	COMPUTE WS-WP-TO-HIT(WS-WP-IDX) =
		WS-WP-ABIL-MOD(WS-WP-IDX) + WS-PROF-BONUS.

2000-SHOW-WEAPONS.
	DISPLAY " "
	DISPLAY FUNCTION TRIM(cnamef) " " FUNCTION TRIM(cnamel)
		" - level " char-level ", proficiency +" WS-PROF-BONUS
	PERFORM VARYING WS-WP-IDX FROM 1 BY 1
		UNTIL WS-WP-IDX > WS-WEAPON-COUNT
		MOVE WS-WP-TO-HIT(WS-WP-IDX) TO WS-ED-MOD
		DISPLAY WS-WP-IDX ") " WS-WP-NAME(WS-WP-IDX) " to hit "
			WS-ED-MOD " (" WS-WP-ABIL(WS-WP-IDX) ")  damage "
			WS-WP-DMG-COUNT(WS-WP-IDX) "d" WS-WP-DMG-DIE(WS-WP-IDX) " "
			FUNCTION TRIM(WS-WP-DMG-TYPE(WS-WP-IDX))
		IF WS-WP-VERSATILE-SW(WS-WP-IDX) = "Y"
			DISPLAY "      versatile - d" WS-WP-VERS-DIE(WS-WP-IDX)
				" two-handed"
		END-IF
	END-PERFORM.

3000-MAKE-THE-ATTACK.
	PERFORM 3100-GET-MODE
	PERFORM 3200-ROLL-TO-HIT
	EVALUATE TRUE
		WHEN CRITICAL-HIT
			DISPLAY "Natural 20 - a CRITICAL HIT!  The damage dice double."
			PERFORM 4000-ROLL-THE-DAMAGE
		WHEN NATURAL-ONE
			DISPLAY "Natural 1 - a miss, whatever the armor."
		WHEN OTHER
			DISPLAY "Does that hit? (Y/N) " WITH NO ADVANCING
			ACCEPT WS-ANSWER
			IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
				PERFORM 4000-ROLL-THE-DAMAGE
			END-IF
	END-EVALUATE.

3100-GET-MODE.
	DISPLAY "(N)ormal, (A)dvantage, or (D)isadvantage? " WITH NO ADVANCING
	ACCEPT WS-MODE
	PERFORM UNTIL WS-MODE = "N" OR WS-MODE = "n" OR WS-MODE = "A"
		OR WS-MODE = "a" OR WS-MODE = "D" OR WS-MODE = "d"
		DISPLAY "Please enter N, A, or D: " WITH NO ADVANCING
		ACCEPT WS-MODE
	END-PERFORM
	MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE.

3200-ROLL-TO-HIT.
	MOVE "N" TO WS-CRIT-SW
	MOVE "N" TO WS-FUMBLE-SW
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
		DISPLAY "  d20s: " WS-D20-1 " and " WS-D20-2
		IF WS-MODE = "A" AND WS-D20-2 > WS-D20-1
			MOVE WS-D20-2 TO WS-D20-KEPT
		END-IF
		IF WS-MODE = "D" AND WS-D20-2 < WS-D20-1
			MOVE WS-D20-2 TO WS-D20-KEPT
		END-IF
	END-IF
	IF WS-D20-KEPT = 20
		MOVE "Y" TO WS-CRIT-SW
	END-IF
	IF WS-D20-KEPT = 1
		MOVE "Y" TO WS-FUMBLE-SW
	END-IF
	COMPUTE WS-FINAL-TOTAL = WS-D20-KEPT + WS-WP-TO-HIT(WS-WP-IDX)
	MOVE WS-FINAL-TOTAL TO WS-ED-TOTAL
	MOVE WS-WP-TO-HIT(WS-WP-IDX) TO WS-ED-MOD
	DISPLAY "  Attack roll: " WS-D20-KEPT " " FUNCTION TRIM(WS-ED-MOD)
		" = " FUNCTION TRIM(WS-ED-TOTAL) " to hit"
	MOVE SPACES TO WS-SPEC
	STRING "1d20" DELIMITED BY SIZE
		FUNCTION TRIM(WS-ED-MOD) DELIMITED BY SIZE
		INTO WS-SPEC
	END-STRING
	MOVE WS-D20-KEPT TO WS-ED-DIE
	MOVE SPACES TO WS-DICE-LINE
	MOVE WS-ED-DIE TO WS-DICE-LINE
	PERFORM 5000-LOG-THE-ROLL.

4000-ROLL-THE-DAMAGE.
	MOVE WS-WP-DMG-COUNT(WS-WP-IDX) TO WS-NUM-DICE
	MOVE WS-WP-DMG-DIE(WS-WP-IDX) TO WS-DIE-SIZE
	IF WS-WP-VERSATILE-SW(WS-WP-IDX) = "Y" AND WS-WP-VERS-DIE(WS-WP-IDX) > 0
		DISPLAY "Two-handed this time? (Y/N) " WITH NO ADVANCING
		ACCEPT WS-ANSWER
		IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
			MOVE WS-WP-VERS-DIE(WS-WP-IDX) TO WS-DIE-SIZE
		END-IF
	END-IF
	IF CRITICAL-HIT
		COMPUTE WS-NUM-DICE = WS-NUM-DICE * 2
	END-IF
	PERFORM 4100-ROLL-THE-DICE
	COMPUTE WS-FINAL-TOTAL = WS-SET-TOTAL + WS-WP-ABIL-MOD(WS-WP-IDX)
	IF WS-FINAL-TOTAL < 0
		MOVE 0 TO WS-FINAL-TOTAL
	END-IF
	MOVE WS-FINAL-TOTAL TO WS-ED-TOTAL
	MOVE WS-WP-ABIL-MOD(WS-WP-IDX) TO WS-ED-MOD
	DISPLAY "  Damage: " WS-SET-TOTAL " " FUNCTION TRIM(WS-ED-MOD) " = "
		FUNCTION TRIM(WS-ED-TOTAL) " "
		FUNCTION TRIM(WS-WP-DMG-TYPE(WS-WP-IDX))
	MOVE WS-NUM-DICE TO WS-ED-COUNT
	MOVE WS-DIE-SIZE TO WS-ED-DIE
	MOVE SPACES TO WS-SPEC
	STRING FUNCTION TRIM(WS-ED-COUNT) DELIMITED BY SIZE
		"d" DELIMITED BY SIZE
		FUNCTION TRIM(WS-ED-DIE) DELIMITED BY SIZE
		FUNCTION TRIM(WS-ED-MOD) DELIMITED BY SIZE
		INTO WS-SPEC
	END-STRING
	*> damage is never rolled with advantage - logged as a normal roll
	MOVE "N" TO WS-MODE
	PERFORM 5000-LOG-THE-ROLL.

4100-ROLL-THE-DICE.
	*> one DICEROLL call per die, so every individual face shows
	MOVE 0 TO WS-SET-TOTAL
	MOVE SPACES TO WS-DICE-LINE
	MOVE 1 TO WS-DICE-PTR
	PERFORM VARYING WS-DIE-IDX FROM 1 BY 1
		UNTIL WS-DIE-IDX > WS-NUM-DICE
		MOVE 1 TO WS-ROLL-N
		MOVE WS-DIE-SIZE TO WS-ROLL-M
		MOVE 0 TO WS-ROLL-DROP
		CALL "DICEROLL" USING WS-ROLL-N, WS-ROLL-M, WS-ROLL-DROP,
			WS-DICE-TOTAL
		ADD WS-DICE-TOTAL TO WS-SET-TOTAL
		MOVE WS-DICE-TOTAL TO WS-ED-DIE
		IF WS-DICE-PTR < 38
			STRING WS-ED-DIE DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				INTO WS-DICE-LINE
				WITH POINTER WS-DICE-PTR
			END-STRING
		END-IF
	END-PERFORM
	DISPLAY "  Dice: " WS-DICE-LINE " (set total " WS-SET-TOTAL ")".

5000-LOG-THE-ROLL.
	ACCEPT rl-date FROM DATE YYYYMMDD
	ACCEPT WS-TIME-FULL FROM TIME
	MOVE WS-TIME-HHMMSS TO rl-time
	MOVE WS-SPEC TO rl-spec
	MOVE WS-MODE TO rl-mode
	MOVE WS-DICE-LINE TO rl-dice
	MOVE WS-FINAL-TOTAL TO rl-total
	MOVE ctx-op-id TO rl-op-id
	MOVE "weapon_attack" TO rl-program
	OPEN EXTEND RollLogFile
	IF WS-LOG-STATUS = "05" OR WS-LOG-STATUS = "35"
		CLOSE RollLogFile
		OPEN OUTPUT RollLogFile
	END-IF
	WRITE RollLogRecord
	CLOSE RollLogFile.

0040-CHECK-LAYOUT-VERSION.
	*> refuse to run against a character.dat stamped for a different
	*> build - Data Upgrade converts the file and moves the stamp.
	MOVE "C" TO WS-VER-MODE
	MOVE "character.dat" TO WS-VER-FILE
	MOVE dv-charrec-version TO WS-VER-VERSION
	CALL "VERCHECK" USING WS-VER-MODE, WS-VER-FILE, WS-VER-VERSION,
		WS-VER-RESULT
	IF WS-VER-RESULT = "N"
		DISPLAY "Not touching character.dat - run Data Upgrade first."
		GOBACK
	END-IF.
