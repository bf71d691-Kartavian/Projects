		>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. companion_roster IS INITIAL.
AUTHOR. Loren Stevenson
DATE-WRITTEN. June 29, 2023
*> The wolves, owls, warhorses and torchbearers that follow the
*> characters around, kept in companion.dat (see COMPREC.cpy) under
*> their owner's char-id instead of as make-believe characters that
*> throw off Party Summary and the XP posting.  A creature type found
*> in the bestiary brings its stat line along.  The wage run pays a
*> party's hirelings for the in-world days (see CALCLOCK.cbl) that
*> have passed since they were last paid, out of the owner's purse.dat
*> (change made in copper) or onto a treasury.dat line - a purse that
*> cannot cover the wages sends them to the treasury instead.
*> Initiative Tracker.cbl brings the companions into the fight.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT CompanionFile ASSIGN TO "companion.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS cp-key
		FILE STATUS IS WS-COMPFILE-STATUS.
	SELECT CharacterFile ASSIGN TO "character.dat"
		ORGANIZATION IS INDEXED
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
	SELECT PurseFile ASSIGN TO "purse.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS pu-char-id
		FILE STATUS IS WS-PURSEFILE-STATUS.
	SELECT TreasuryFile ASSIGN TO "treasury.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		ACCESS IS SEQUENTIAL
		FILE STATUS IS WS-TREAS-STATUS.
DATA DIVISION.
FILE SECTION.
FD CompanionFile.
	COPY COMPREC.

FD CharacterFile.
	COPY CHARREC.

FD MonsterFile.
	COPY MONREC.

FD PurseFile.
	COPY PURSEREC.

FD TreasuryFile.
	COPY TREASREC.

WORKING-STORAGE SECTION.

*> layout-version gate for character.dat (see DATAVER.cpy and
*> VERCHECK.cbl) - checked before the file is opened.
	COPY DATAVER.
01 WS-VER-MODE PIC X.
01 WS-VER-FILE PIC x(20).
01 WS-VER-VERSION PIC 9(3).
01 WS-VER-RESULT PIC X.

*> shared with game_console - taking on and paying followers is the
*> DM's call.
01 CONSOLE-CONTEXT EXTERNAL.
	02 ctx-char-id PIC 9(6).
	02 ctx-active-sw PIC X.
	02 ctx-op-id PIC x(8).
	02 ctx-op-name PIC x(17).
	02 ctx-op-role PIC X.

01 WS-COMPFILE-STATUS PIC XX VALUE "00".
01 WS-CHARFILE-STATUS PIC XX VALUE "00".
01 WS-MONFILE-STATUS PIC XX VALUE "00".
01 WS-PURSEFILE-STATUS PIC XX VALUE "00".
01 WS-TREAS-STATUS PIC XX VALUE "00".

01 WS-SEARCH-CNAMEF PIC x(10).
01 WS-SEARCH-CNAMEL PIC x(12).
01 WS-CHAR-FOUND-SW PIC X VALUE "N".
	88 CHAR-FOUND VALUE "Y".
01 WS-TARGET-CHAR-ID PIC 9(6).
01 WS-LOOKUP-CHOICE PIC X.
01 WS-PICK-CHAR-ID PIC 9(6).
01 WS-MATCH-COUNT PIC 9(2) VALUE 0.
01 WS-MATCH-ID PIC 9(6) OCCURS 10 TIMES.
01 WS-NAME-EOF-SW PIC X VALUE "N".
	88 END-OF-MATCHES VALUE "Y".

01 WS-MENU-CHOICE PIC X.
01 WS-ANSWER PIC X.
01 WS-EOF-SW PIC X VALUE "N".
	88 END-OF-FILE VALUE "Y".
01 WS-OWNER-PARTY-ID PIC 9(4).
01 WS-OWNER-NAME PIC x(23).
01 WS-COMP-NAME PIC x(20).
01 WS-COMP-FOUND-SW PIC X VALUE "N".
	88 COMP-FOUND VALUE "Y".
01 WS-COMP-COUNT PIC 9(3).
01 WS-MON-FOUND-SW PIC X VALUE "N".
	88 BESTIARY-MONSTER-FOUND VALUE "Y".
01 WS-NUM-IN PIC x(7).
01 WS-WAGE-IN PIC 9(3)V99.
01 WS-ED-WAGE PIC ZZ9.99.
01 WS-ED-HP PIC ZZZ9.
01 WS-ED-HP-MAX PIC ZZZ9.
01 WS-ED-INIT PIC -9.
01 WS-KIND-NAME PIC x(10).

*> the wage run - one party's living members and where the clock is
01 WS-PICK-PARTY-ID PIC 9(4).
01 WS-MEMBER-ENTRY OCCURS 20 TIMES.
	02 WS-MB-ID PIC 9(6).
	02 WS-MB-NAME PIC x(23).
01 WS-MEMBER-COUNT PIC 9(2) VALUE 0.
01 WS-MB-IDX PIC 9(2).
01 WS-DAYS-OWED PIC 9(6).
01 WS-ED-DAYS PIC Z(5)9.
01 WS-WAGES-TOTAL PIC 9(7)V99.
01 WS-PAID-COUNT PIC 9(3).

*> money moving - the amount, which way, where, and what it is for
01 WS-MONEY-AMOUNT PIC 9(7)V99.
01 WS-MONEY-TYPE PIC X.
01 WS-MONEY-SOURCE PIC X.
01 WS-MONEY-MEMO PIC x(30).
01 WS-COST-CP PIC 9(9).
01 WS-PURSE-CP PIC 9(9).
01 WS-LEFT-CP PIC S9(9).
01 WS-CHANGE-CP PIC 9(9).
01 WS-HAVE PIC 9(6).
01 WS-RATE PIC 9(4).
01 WS-NEED PIC 9(9).
01 WS-TAKE PIC 9(6).
01 WS-COIN-GP PIC 9(7).
01 WS-COIN-SP PIC 9(7).
01 WS-COIN-CP PIC 9(7).
01 WS-ED-AMOUNT PIC Z(6)9.99.

*> CALCLOCK.cbl parameters
01 WS-CAL-MODE PIC X.
01 WS-CAL-PARTY-ID PIC 9(4).
01 WS-CAL-HOURS PIC 9(5).
01 WS-CAL-REASON PIC x(10).
01 WS-CAL-NOTE PIC x(30).
01 WS-CAL-DAY PIC 9(6).
01 WS-CAL-HOUR PIC 9(2).
01 WS-CAL-RESULT PIC X.

01 WS-TIME-FULL PIC 9(8).
01 WS-TIME-R REDEFINES WS-TIME-FULL.
	02 WS-TIME-HHMMSS PIC 9(6).
	02 WS-TIME-HSEC PIC 9(2).

PROCEDURE DIVISION.
0000-MAIN.
	PERFORM 0040-CHECK-LAYOUT-VERSION
	DISPLAY "================================================================"
	DISPLAY "              COMPANIONS, FAMILIARS, MOUNTS, HIRELINGS"
	DISPLAY "================================================================"
	OPEN I-O CompanionFile
	IF WS-COMPFILE-STATUS = "35"
		OPEN OUTPUT CompanionFile
		CLOSE CompanionFile
		OPEN I-O CompanionFile
	END-IF
	MOVE SPACE TO WS-MENU-CHOICE
	PERFORM UNTIL WS-MENU-CHOICE = "Q" OR WS-MENU-CHOICE = "q"
		DISPLAY " "
		DISPLAY "1) Add a companion to a character"
		DISPLAY "2) Revise a companion"
		DISPLAY "3) A character's companions"
		DISPLAY "4) A party's companions"
		DISPLAY "5) Wage run for a party's hirelings"
		DISPLAY "Q) Done"
		DISPLAY "Choice? " WITH NO ADVANCING
		ACCEPT WS-MENU-CHOICE
		EVALUATE WS-MENU-CHOICE
			WHEN "1"
				PERFORM 1000-ADD-COMPANION
			WHEN "2"
				PERFORM 2000-REVISE-COMPANION
			WHEN "3"
				PERFORM 3000-LIST-FOR-CHARACTER
			WHEN "4"
				PERFORM 3500-LIST-FOR-PARTY
			WHEN "5"
				PERFORM 4000-WAGE-RUN
			WHEN "Q"
			WHEN "q"
				CONTINUE
			WHEN OTHER
				DISPLAY "Not a valid choice."
		END-EVALUATE
	END-PERFORM
	CLOSE CompanionFile
	GOBACK.

0100-FIND-CHARACTER.
	MOVE "N" TO WS-CHAR-FOUND-SW
	OPEN INPUT CharacterFile
	IF WS-CHARFILE-STATUS NOT = "00"
		DISPLAY "No characters on file yet."
	ELSE
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
			DISPLAY "Look up the character by (I)D or (N)ame? "
				WITH NO ADVANCING
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
			MOVE char-id TO WS-TARGET-CHAR-ID
			MOVE party-id TO WS-OWNER-PARTY-ID
			MOVE SPACES TO WS-OWNER-NAME
			STRING FUNCTION TRIM(cnamef) " " FUNCTION TRIM(cnamel)
				DELIMITED BY SIZE INTO WS-OWNER-NAME
			END-STRING
			MOVE char-id TO ctx-char-id
			MOVE "Y" TO ctx-active-sw
		END-IF
		CLOSE CharacterFile
	END-IF.

0110-SEARCH-BY-NAME.
	*> cname allows duplicates, so collect every record wearing the
	*> name and make the operator pick by char-id when there is more
	*> than one.
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
	IF WS-CHARFILE-STATUS = "00"
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

0200-READ-COMPANION.
	MOVE "N" TO WS-COMP-FOUND-SW
	MOVE WS-TARGET-CHAR-ID TO cp-owner-id
	MOVE WS-COMP-NAME TO cp-name
	READ CompanionFile
		INVALID KEY
			CONTINUE
		NOT INVALID KEY
			MOVE "Y" TO WS-COMP-FOUND-SW
	END-READ.

0300-QUERY-THE-CLOCK.
	MOVE "Q" TO WS-CAL-MODE
	CALL "CALCLOCK" USING WS-CAL-MODE, WS-CAL-PARTY-ID, WS-CAL-HOURS,
		WS-CAL-REASON, WS-CAL-NOTE, WS-CAL-DAY, WS-CAL-HOUR,
		WS-CAL-RESULT.

1000-ADD-COMPANION.
	IF ctx-op-role = "P"
		DISPLAY "Adding companions is DM or admin only."
	ELSE
		PERFORM 0100-FIND-CHARACTER
		IF CHAR-FOUND
			DISPLAY "Companion's name? " WITH NO ADVANCING
			ACCEPT WS-COMP-NAME
			IF WS-COMP-NAME = SPACES
				DISPLAY "No name given - nothing added."
			ELSE
				PERFORM 0200-READ-COMPANION
				IF COMP-FOUND
					DISPLAY FUNCTION TRIM(WS-OWNER-NAME) " already has a "
						"companion called " FUNCTION TRIM(WS-COMP-NAME) "."
				ELSE
					PERFORM 1100-DESCRIBE-THE-COMPANION
				END-IF
			END-IF
		END-IF
	END-IF.

1100-DESCRIBE-THE-COMPANION.
	INITIALIZE CompanionData
	MOVE WS-TARGET-CHAR-ID TO cp-owner-id
	MOVE WS-COMP-NAME TO cp-name
	MOVE SPACE TO cp-kind
	PERFORM UNTIL cp-animal OR cp-familiar OR cp-mount OR cp-hireling
		DISPLAY "(A)nimal companion, (F)amiliar, (M)ount, or (H)ireling? "
			WITH NO ADVANCING
		ACCEPT cp-kind
		MOVE FUNCTION UPPER-CASE(cp-kind) TO cp-kind
	END-PERFORM
	DISPLAY "Creature type (a bestiary name brings its stat line)? "
		WITH NO ADVANCING
	ACCEPT cp-creature
	PERFORM 1200-LOOKUP-BESTIARY
	IF BESTIARY-MONSTER-FOUND
		DISPLAY FUNCTION TRIM(mn-name) ": AC " mn-ac "  HP " mn-hp
			"  init " mn-init-bonus
		MOVE mn-hp TO cp-hp-max
		MOVE mn-hp TO cp-hp-cur
		MOVE mn-ac TO cp-ac
		MOVE mn-init-bonus TO cp-init-bonus
	ELSE
		DISPLAY "Not in the bestiary - entering the stat line by hand."
		DISPLAY "Hit points? " WITH NO ADVANCING
		ACCEPT cp-hp-max
		MOVE cp-hp-max TO cp-hp-cur
		DISPLAY "Armor class? " WITH NO ADVANCING
		ACCEPT cp-ac
		DISPLAY "Initiative bonus (may be negative, e.g. 2 or -1)? "
			WITH NO ADVANCING
		ACCEPT cp-init-bonus
	END-IF
	MOVE 0 TO cp-daily-wage
	MOVE "P" TO cp-pay-from
	MOVE 0 TO cp-paid-day
	IF cp-hireling
		*> PHB rates - 2 sp a day for an untrained hand, 2 gp for a
		*> skilled one
		DISPLAY "Daily wage in gp (blank for 0.20, an untrained hand)? "
			WITH NO ADVANCING
		ACCEPT WS-WAGE-IN
		IF WS-WAGE-IN = 0
			MOVE 0.20 TO cp-daily-wage
		ELSE
			MOVE WS-WAGE-IN TO cp-daily-wage
		END-IF
		DISPLAY "Paid out of the owner's (P)urse or a (T)reasury line? "
			WITH NO ADVANCING
		ACCEPT cp-pay-from
		MOVE FUNCTION UPPER-CASE(cp-pay-from) TO cp-pay-from
		IF NOT cp-from-treasury
			MOVE "P" TO cp-pay-from
		END-IF
		*> wages run from the day of hire on the owner's party clock
		IF WS-OWNER-PARTY-ID NOT = 0
			MOVE WS-OWNER-PARTY-ID TO WS-CAL-PARTY-ID
			PERFORM 0300-QUERY-THE-CLOCK
			MOVE WS-CAL-DAY TO cp-paid-day
			DISPLAY "Hired on day " WS-CAL-DAY " of party "
				WS-OWNER-PARTY-ID "'s calendar."
		ELSE
			DISPLAY "Note: " FUNCTION TRIM(WS-OWNER-NAME) " is in no "
				"party, so no wages run until they join one."
		END-IF
	END-IF
	MOVE "A" TO cp-status
	ACCEPT cp-added-date FROM DATE YYYYMMDD
	WRITE CompanionData
		INVALID KEY
			DISPLAY "Warning: could not save that companion."
		NOT INVALID KEY
			DISPLAY FUNCTION TRIM(cp-name) " now follows "
				FUNCTION TRIM(WS-OWNER-NAME) "."
	END-WRITE.

1200-LOOKUP-BESTIARY.
	MOVE "N" TO WS-MON-FOUND-SW
	OPEN INPUT MonsterFile
	IF WS-MONFILE-STATUS = "00"
		MOVE cp-creature TO mn-name
		READ MonsterFile
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				MOVE "Y" TO WS-MON-FOUND-SW
		END-READ
		CLOSE MonsterFile
	END-IF.

2000-REVISE-COMPANION.
	IF ctx-op-role = "P"
		DISPLAY "Revising companions is DM or admin only."
	ELSE
		PERFORM 0100-FIND-CHARACTER
		IF CHAR-FOUND
			DISPLAY "Companion's name? " WITH NO ADVANCING
			ACCEPT WS-COMP-NAME
			PERFORM 0200-READ-COMPANION
			IF NOT COMP-FOUND
				DISPLAY FUNCTION TRIM(WS-OWNER-NAME) " has no companion "
					"called " FUNCTION TRIM(WS-COMP-NAME) "."
			ELSE
				PERFORM 3100-SHOW-A-COMPANION
				PERFORM 2100-TAKE-THE-CHANGES
				REWRITE CompanionData
					INVALID KEY
						DISPLAY "Warning: could not save the changes."
					NOT INVALID KEY
						DISPLAY FUNCTION TRIM(cp-name) " updated."
				END-REWRITE
			END-IF
		END-IF
	END-IF.

2100-TAKE-THE-CHANGES.
	DISPLAY "Blank keeps what is there."
	DISPLAY "Hit points now? " WITH NO ADVANCING
	ACCEPT WS-NUM-IN
	IF WS-NUM-IN NOT = SPACES
		MOVE FUNCTION NUMVAL(WS-NUM-IN) TO cp-hp-cur
	END-IF
	DISPLAY "Hit point maximum? " WITH NO ADVANCING
	ACCEPT WS-NUM-IN
	IF WS-NUM-IN NOT = SPACES
		MOVE FUNCTION NUMVAL(WS-NUM-IN) TO cp-hp-max
	END-IF
	IF cp-hp-cur > cp-hp-max
		MOVE cp-hp-max TO cp-hp-cur
	END-IF
	DISPLAY "Armor class? " WITH NO ADVANCING
	ACCEPT WS-NUM-IN
	IF WS-NUM-IN NOT = SPACES
		MOVE FUNCTION NUMVAL(WS-NUM-IN) TO cp-ac
	END-IF
	DISPLAY "Initiative bonus? " WITH NO ADVANCING
	ACCEPT WS-NUM-IN
	IF WS-NUM-IN NOT = SPACES
		MOVE FUNCTION NUMVAL(WS-NUM-IN) TO cp-init-bonus
	END-IF
	IF cp-hireling
		DISPLAY "Daily wage in gp? " WITH NO ADVANCING
		ACCEPT WS-NUM-IN
		IF WS-NUM-IN NOT = SPACES
			MOVE FUNCTION NUMVAL(WS-NUM-IN) TO cp-daily-wage
		END-IF
	END-IF
	DISPLAY "(A)ctive, (D)ismissed, or dead (X)? " WITH NO ADVANCING
	ACCEPT WS-ANSWER
	MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-ANSWER
	IF WS-ANSWER = "A" OR WS-ANSWER = "D" OR WS-ANSWER = "X"
		IF cp-hireling AND cp-active AND WS-ANSWER NOT = "A"
			DISPLAY "Note: settle what is owed with a wage run first - "
				"only active hirelings are paid."
		END-IF
		MOVE WS-ANSWER TO cp-status
	END-IF.

3000-LIST-FOR-CHARACTER.
	PERFORM 0100-FIND-CHARACTER
	IF CHAR-FOUND
		DISPLAY "----------------------------------------------------------------"
		DISPLAY FUNCTION TRIM(WS-OWNER-NAME) "'s companions:"
		PERFORM 3050-LIST-THE-OWNERS
		IF WS-COMP-COUNT = 0
			DISPLAY "  (none)"
		END-IF
	END-IF.

3050-LIST-THE-OWNERS.
	MOVE 0 TO WS-COMP-COUNT
	MOVE WS-TARGET-CHAR-ID TO cp-owner-id
	MOVE LOW-VALUES TO cp-name
	START CompanionFile KEY IS >= cp-key
		INVALID KEY
			CONTINUE
	END-START
	IF WS-COMPFILE-STATUS = "00"
		MOVE "N" TO WS-EOF-SW
		PERFORM UNTIL END-OF-FILE
			READ CompanionFile NEXT RECORD
				AT END
					MOVE "Y" TO WS-EOF-SW
				NOT AT END
					IF cp-owner-id NOT = WS-TARGET-CHAR-ID
						MOVE "Y" TO WS-EOF-SW
					ELSE
						ADD 1 TO WS-COMP-COUNT
						PERFORM 3100-SHOW-A-COMPANION
					END-IF
			END-READ
		END-PERFORM
	END-IF.

3100-SHOW-A-COMPANION.
	EVALUATE TRUE
		WHEN cp-animal
			MOVE "companion" TO WS-KIND-NAME
		WHEN cp-familiar
			MOVE "familiar" TO WS-KIND-NAME
		WHEN cp-mount
			MOVE "mount" TO WS-KIND-NAME
		WHEN OTHER
			MOVE "hireling" TO WS-KIND-NAME
	END-EVALUATE
	MOVE cp-hp-cur TO WS-ED-HP
	MOVE cp-hp-max TO WS-ED-HP-MAX
	MOVE cp-init-bonus TO WS-ED-INIT
	DISPLAY "  " cp-name " " WS-KIND-NAME " " FUNCTION TRIM(cp-creature)
	DISPLAY "      HP " FUNCTION TRIM(WS-ED-HP) "/" FUNCTION TRIM(WS-ED-HP-MAX)
		"  AC " cp-ac "  init " WS-ED-INIT WITH NO ADVANCING
	IF cp-hireling
		MOVE cp-daily-wage TO WS-ED-WAGE
		DISPLAY "  wage " FUNCTION TRIM(WS-ED-WAGE) " gp/day (paid to day "
			cp-paid-day ", from " cp-pay-from ")" WITH NO ADVANCING
	END-IF
	EVALUATE TRUE
		WHEN cp-dismissed
			DISPLAY "  DISMISSED"
		WHEN cp-dead
			DISPLAY "  DEAD"
		WHEN OTHER
			DISPLAY " "
	END-EVALUATE.

3500-LIST-FOR-PARTY.
	DISPLAY "Party ID? " WITH NO ADVANCING
	ACCEPT WS-PICK-PARTY-ID
	PERFORM 4100-GATHER-MEMBERS
	IF WS-MEMBER-COUNT = 0
		DISPLAY "No living members on party " WS-PICK-PARTY-ID "."
	ELSE
		PERFORM VARYING WS-MB-IDX FROM 1 BY 1
			UNTIL WS-MB-IDX > WS-MEMBER-COUNT
			DISPLAY "----------------------------------------------------------------"
			DISPLAY FUNCTION TRIM(WS-MB-NAME(WS-MB-IDX)) ":"
			MOVE WS-MB-ID(WS-MB-IDX) TO WS-TARGET-CHAR-ID
			PERFORM 3050-LIST-THE-OWNERS
			IF WS-COMP-COUNT = 0
				DISPLAY "  (none)"
			END-IF
		END-PERFORM
	END-IF.

4000-WAGE-RUN.
	IF ctx-op-role = "P"
		DISPLAY "The wage run is DM or admin only."
	ELSE
		DISPLAY "Party ID? " WITH NO ADVANCING
		ACCEPT WS-PICK-PARTY-ID
		PERFORM 4100-GATHER-MEMBERS
		IF WS-MEMBER-COUNT = 0
			DISPLAY "No living members on party " WS-PICK-PARTY-ID "."
		ELSE
			MOVE WS-PICK-PARTY-ID TO WS-CAL-PARTY-ID
			PERFORM 0300-QUERY-THE-CLOCK
			DISPLAY "Party " WS-PICK-PARTY-ID " stands at day " WS-CAL-DAY
				" - paying wages through that day."
			MOVE 0 TO WS-WAGES-TOTAL
			MOVE 0 TO WS-PAID-COUNT
			OPEN I-O PurseFile
			IF WS-PURSEFILE-STATUS = "35"
				OPEN OUTPUT PurseFile
				CLOSE PurseFile
				OPEN I-O PurseFile
			END-IF
			PERFORM VARYING WS-MB-IDX FROM 1 BY 1
				UNTIL WS-MB-IDX > WS-MEMBER-COUNT
				PERFORM 4200-PAY-A-MEMBERS-HANDS
			END-PERFORM
			CLOSE PurseFile
			MOVE WS-WAGES-TOTAL TO WS-ED-AMOUNT
			DISPLAY "----------------------------------------------------------------"
			DISPLAY WS-PAID-COUNT " hireling(s) paid, "
				FUNCTION TRIM(WS-ED-AMOUNT) " gp in all."
		END-IF
	END-IF.

4100-GATHER-MEMBERS.
	MOVE 0 TO WS-MEMBER-COUNT
	OPEN INPUT CharacterFile
	IF WS-CHARFILE-STATUS = "00"
		MOVE "N" TO WS-EOF-SW
		MOVE WS-PICK-PARTY-ID TO party-id
		START CharacterFile KEY IS >= party-id
			INVALID KEY
				MOVE "Y" TO WS-EOF-SW
		END-START
		PERFORM UNTIL END-OF-FILE
			READ CharacterFile NEXT RECORD
				AT END
					MOVE "Y" TO WS-EOF-SW
				NOT AT END
					IF party-id NOT = WS-PICK-PARTY-ID
						MOVE "Y" TO WS-EOF-SW
					ELSE
						IF NOT is-dead AND WS-MEMBER-COUNT < 20
							ADD 1 TO WS-MEMBER-COUNT
							MOVE char-id TO WS-MB-ID(WS-MEMBER-COUNT)
							MOVE SPACES TO WS-MB-NAME(WS-MEMBER-COUNT)
							STRING FUNCTION TRIM(cnamef) " "
								FUNCTION TRIM(cnamel)
								DELIMITED BY SIZE
								INTO WS-MB-NAME(WS-MEMBER-COUNT)
							END-STRING
						END-IF
					END-IF
			END-READ
		END-PERFORM
		CLOSE CharacterFile
	END-IF.

4200-PAY-A-MEMBERS-HANDS.
	MOVE WS-MB-ID(WS-MB-IDX) TO WS-TARGET-CHAR-ID
	MOVE WS-TARGET-CHAR-ID TO cp-owner-id
	MOVE LOW-VALUES TO cp-name
	START CompanionFile KEY IS >= cp-key
		INVALID KEY
			CONTINUE
	END-START
	IF WS-COMPFILE-STATUS = "00"
		MOVE "N" TO WS-EOF-SW
		PERFORM UNTIL END-OF-FILE
			READ CompanionFile NEXT RECORD
				AT END
					MOVE "Y" TO WS-EOF-SW
				NOT AT END
					IF cp-owner-id NOT = WS-TARGET-CHAR-ID
						MOVE "Y" TO WS-EOF-SW
					ELSE
						IF cp-hireling AND cp-active
							PERFORM 4300-PAY-ONE-HIRELING
						END-IF
					END-IF
			END-READ
		END-PERFORM
	END-IF.

4300-PAY-ONE-HIRELING.
	*> a hireling taken on before the owner joined the party starts
	*> drawing wages today
	IF cp-paid-day = 0 OR cp-paid-day > WS-CAL-DAY
		MOVE WS-CAL-DAY TO cp-paid-day
		DISPLAY FUNCTION TRIM(cp-name) " (" FUNCTION TRIM(WS-MB-NAME(WS-MB-IDX))
			") goes on the payroll from day " WS-CAL-DAY "."
	ELSE
		COMPUTE WS-DAYS-OWED = WS-CAL-DAY - cp-paid-day
		IF WS-DAYS-OWED > 0
			COMPUTE WS-MONEY-AMOUNT = cp-daily-wage * WS-DAYS-OWED
			MOVE "D" TO WS-MONEY-TYPE
			MOVE cp-pay-from TO WS-MONEY-SOURCE
			MOVE WS-DAYS-OWED TO WS-ED-DAYS
			MOVE SPACES TO WS-MONEY-MEMO
			STRING "Wages: " FUNCTION TRIM(cp-name) " "
				FUNCTION TRIM(WS-ED-DAYS) " days"
				DELIMITED BY SIZE INTO WS-MONEY-MEMO
			END-STRING
			IF WS-MONEY-AMOUNT > 0
				PERFORM 6000-MOVE-THE-MONEY
			END-IF
			ADD WS-MONEY-AMOUNT TO WS-WAGES-TOTAL
			ADD 1 TO WS-PAID-COUNT
			MOVE WS-CAL-DAY TO cp-paid-day
			MOVE WS-MONEY-AMOUNT TO WS-ED-AMOUNT
			DISPLAY FUNCTION TRIM(cp-name) " ("
				FUNCTION TRIM(WS-MB-NAME(WS-MB-IDX)) ") - "
				FUNCTION TRIM(WS-ED-DAYS) " day(s), "
				FUNCTION TRIM(WS-ED-AMOUNT) " gp."
		END-IF
	END-IF
	REWRITE CompanionData
		INVALID KEY
			DISPLAY "Warning: could not mark " FUNCTION TRIM(cp-name)
				" paid."
	END-REWRITE.

6000-MOVE-THE-MONEY.
	*> the purse first when that is where it goes; a debit the purse
	*> cannot cover falls through to a treasury line
	IF WS-MONEY-SOURCE = "P"
		PERFORM 6050-FETCH-THE-PURSE
		IF WS-MONEY-TYPE = "C"
			PERFORM 6200-PAY-INTO-PURSE
		ELSE
			PERFORM 6100-PAY-FROM-PURSE
		END-IF
	ELSE
		PERFORM 6300-WRITE-LEDGER-LINE
	END-IF.

6050-FETCH-THE-PURSE.
	MOVE WS-TARGET-CHAR-ID TO pu-char-id
	READ PurseFile
		INVALID KEY
			*> first visit - start an empty purse on file
			MOVE WS-TARGET-CHAR-ID TO pu-char-id
			MOVE 0 TO pu-cp
			MOVE 0 TO pu-sp
			MOVE 0 TO pu-ep
			MOVE 0 TO pu-gp
			MOVE 0 TO pu-pp
			WRITE PurseData
				INVALID KEY
					DISPLAY "Warning: could not start the purse."
			END-WRITE
	END-READ.

6100-PAY-FROM-PURSE.
	*> everything is valued in copper underneath; the small coins go
	*> first, and change for an overpaid big coin comes back as gold,
	*> silver and copper
	COMPUTE WS-COST-CP = WS-MONEY-AMOUNT * 100
	COMPUTE WS-PURSE-CP = pu-cp + pu-sp * 10 + pu-ep * 50
		+ pu-gp * 100 + pu-pp * 1000
	IF WS-PURSE-CP < WS-COST-CP
		DISPLAY "The purse cannot cover that - it goes on a treasury "
			"line instead."
		PERFORM 6300-WRITE-LEDGER-LINE
	ELSE
		MOVE WS-COST-CP TO WS-LEFT-CP
		MOVE pu-cp TO WS-HAVE
		MOVE 1 TO WS-RATE
		PERFORM 6150-TAKE-FROM-DENOM
		MOVE WS-HAVE TO pu-cp
		MOVE pu-sp TO WS-HAVE
		MOVE 10 TO WS-RATE
		PERFORM 6150-TAKE-FROM-DENOM
		MOVE WS-HAVE TO pu-sp
		MOVE pu-ep TO WS-HAVE
		MOVE 50 TO WS-RATE
		PERFORM 6150-TAKE-FROM-DENOM
		MOVE WS-HAVE TO pu-ep
		MOVE pu-gp TO WS-HAVE
		MOVE 100 TO WS-RATE
		PERFORM 6150-TAKE-FROM-DENOM
		MOVE WS-HAVE TO pu-gp
		MOVE pu-pp TO WS-HAVE
		MOVE 1000 TO WS-RATE
		PERFORM 6150-TAKE-FROM-DENOM
		MOVE WS-HAVE TO pu-pp
		IF WS-LEFT-CP < 0
			COMPUTE WS-CHANGE-CP = 0 - WS-LEFT-CP
			PERFORM 6250-COINS-INTO-PURSE
		END-IF
		REWRITE PurseData
	END-IF.

6150-TAKE-FROM-DENOM.
	IF WS-LEFT-CP > 0 AND WS-HAVE > 0
		COMPUTE WS-NEED = (WS-LEFT-CP + WS-RATE - 1) / WS-RATE
		IF WS-NEED > WS-HAVE
			MOVE WS-HAVE TO WS-TAKE
		ELSE
			MOVE WS-NEED TO WS-TAKE
		END-IF
		SUBTRACT WS-TAKE FROM WS-HAVE
		COMPUTE WS-LEFT-CP = WS-LEFT-CP - WS-TAKE * WS-RATE
	END-IF.

6200-PAY-INTO-PURSE.
	COMPUTE WS-CHANGE-CP = WS-MONEY-AMOUNT * 100
	PERFORM 6250-COINS-INTO-PURSE
	REWRITE PurseData.

6250-COINS-INTO-PURSE.
	DIVIDE WS-CHANGE-CP BY 100 GIVING WS-COIN-GP REMAINDER WS-COIN-CP
	DIVIDE WS-COIN-CP BY 10 GIVING WS-COIN-SP REMAINDER WS-COIN-CP
	ADD WS-COIN-GP TO pu-gp
	ADD WS-COIN-SP TO pu-sp
	ADD WS-COIN-CP TO pu-cp.

6300-WRITE-LEDGER-LINE.
	ACCEPT tr-date FROM DATE YYYYMMDD
	ACCEPT WS-TIME-FULL FROM TIME
	MOVE WS-TIME-HHMMSS TO tr-time
	MOVE WS-PICK-PARTY-ID TO tr-party-id
	MOVE WS-TARGET-CHAR-ID TO tr-char-id
	MOVE WS-MONEY-TYPE TO tr-type
	MOVE WS-MONEY-AMOUNT TO tr-amount
	MOVE WS-MONEY-MEMO TO tr-memo
	OPEN EXTEND TreasuryFile
	IF WS-TREAS-STATUS = "05" OR WS-TREAS-STATUS = "35"
		CLOSE TreasuryFile
		OPEN OUTPUT TreasuryFile
	END-IF
	WRITE TreasuryRecord
	CLOSE TreasuryFile.

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
