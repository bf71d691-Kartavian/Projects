		>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. party_gaps IS INITIAL.
AUTHOR. Loren Stevenson
DATE-WRITTEN. August 24, 2023
*> What the table asks before the first night of a campaign: does
*> anybody have Perception, can anybody heal, who makes the Wisdom
*> saves?  For one party (read through the party-id key, the fallen
*> left out) every one of the 18 skills and 6 saves shows the best
*> bonus at the table and who holds it, worked out the way Check
*> Roller works a bonus out - the ability modifier, plus the
*> proficiency bonus for a skill-prof skill or one of the class's two
*> saves in class.dat.  A skill or save nobody is proficient in is
*> flagged.  Then the roles a party usually wants - a healer, an arcane
*> caster, a front-line tank, a trap-finder - from the classes, the
*> spellcasting fields and the subclass, with any role nobody fills
*> flagged as missing.
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
DATA DIVISION.
FILE SECTION.
FD CharacterFile.
	COPY CHARREC.

FD PartyFile.
	COPY PARTYREC.

FD ClassFile.
	COPY CLASSREC.

WORKING-STORAGE SECTION.

*> layout-version gate for character.dat and party.dat (see
*> DATAVER.cpy and VERCHECK.cbl) - checked before either is opened.
	COPY DATAVER.
01 WS-VER-MODE PIC X.
01 WS-VER-FILE PIC x(20).
01 WS-VER-VERSION PIC 9(3).
01 WS-VER-RESULT PIC X.

01 WS-FILE-STATUS PIC XX VALUE "00".
01 WS-PARTYFILE-STATUS PIC XX VALUE "00".
01 WS-EOF-SW PIC X VALUE "N".
	88 END-OF-PARTY VALUE "Y".
01 WS-PICK-PARTY-ID PIC 9(4) VALUE 0.
01 WS-MEMBER-COUNT PIC 9(3) VALUE 0.
01 WS-FALLEN-COUNT PIC 9(3) VALUE 0.
01 WS-MEMBER-NAME PIC x(22).

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

01 WS-SAVE-NAMES PIC x(18) VALUE "STRDEXCONINTWISCHA".
01 WS-SAVE-TABLE REDEFINES WS-SAVE-NAMES.
	02 WS-SAVE-ABIL PIC x(3) OCCURS 6 TIMES.
01 WS-SAVE-IDX PIC 9.

*> best bonus at the table, who holds it, and how many are proficient
*> - rows 1-18 the skills, 19-24 the saves
01 WS-GAP-ENTRY OCCURS 24 TIMES.
	02 WS-GAP-BEST PIC S9(2).
	02 WS-GAP-WHO PIC x(22).
	02 WS-GAP-TIES PIC 9(2).
	02 WS-GAP-PROF-COUNT PIC 9(2).
01 WS-GAP-IDX PIC 9(2).
01 WS-GAP-OPEN-COUNT PIC 9(2) VALUE 0.

*> the roles a table usually wants - who fills each one
01 WS-ROLE-NAMES.
	02 FILLER PIC x(18) VALUE "Healer".
	02 FILLER PIC x(18) VALUE "Arcane caster".
	02 FILLER PIC x(18) VALUE "Front-line tank".
	02 FILLER PIC x(18) VALUE "Trap-finder".
01 WS-ROLE-TABLE REDEFINES WS-ROLE-NAMES.
	02 WS-ROLE-NAME PIC x(18) OCCURS 4 TIMES.
01 WS-ROLE-ENTRY OCCURS 4 TIMES.
	02 WS-ROLE-WHO PIC x(100).
	02 WS-ROLE-PTR PIC 9(3).
	02 WS-ROLE-COUNT PIC 9(2).
01 WS-ROLE-IDX PIC 9.
01 WS-ROLE-MISSING-COUNT PIC 9 VALUE 0.
01 WS-FILLS-SW PIC X.
	88 FILLS-THE-ROLE VALUE "Y".

01 WS-CHK-ABIL PIC x(3).
01 WS-PROF-BONUS PIC 9.
01 WS-CHK-BONUS PIC S9(2).
01 WS-PROF-SW PIC X.
	88 PROFICIENT VALUE "Y".
01 WS-ED-MOD PIC +(2)9.
01 WS-ED-COUNT PIC Z9.

*> spool plumbing - the same lines that hit the screen can land in a
*> dated file under reports/ (see RPTSPOOL.cbl).
01 WS-SPOOL-ANSWER PIC X.
01 WS-SPOOLING-SW PIC X VALUE "N".
	88 SPOOLING VALUE "Y".
01 WS-RPT-OP PIC X.
01 WS-RPT-NAME PIC x(12) VALUE "partygaps".
01 WS-RPT-LINE PIC x(132) VALUE SPACES.

PROCEDURE DIVISION.
0000-MAIN.
	PERFORM 0040-CHECK-LAYOUT-VERSION
	DISPLAY "================================================================"
	DISPLAY "                     PARTY GAP ANALYSIS"
	DISPLAY "================================================================"
	PERFORM 0050-LOAD-SAVE-TABLE
	OPEN INPUT CharacterFile
	IF WS-FILE-STATUS NOT = "00"
		DISPLAY "No characters on file yet."
		GOBACK
	END-IF
	PERFORM 0100-PICK-PARTY
	IF WS-PICK-PARTY-ID = 0
		DISPLAY "A gap analysis needs a party."
		CLOSE CharacterFile
		GOBACK
	END-IF
	PERFORM VARYING WS-GAP-IDX FROM 1 BY 1 UNTIL WS-GAP-IDX > 24
		MOVE -99 TO WS-GAP-BEST(WS-GAP-IDX)
		MOVE SPACES TO WS-GAP-WHO(WS-GAP-IDX)
		MOVE 0 TO WS-GAP-TIES(WS-GAP-IDX)
		MOVE 0 TO WS-GAP-PROF-COUNT(WS-GAP-IDX)
	END-PERFORM
	PERFORM VARYING WS-ROLE-IDX FROM 1 BY 1 UNTIL WS-ROLE-IDX > 4
		MOVE SPACES TO WS-ROLE-WHO(WS-ROLE-IDX)
		MOVE 1 TO WS-ROLE-PTR(WS-ROLE-IDX)
		MOVE 0 TO WS-ROLE-COUNT(WS-ROLE-IDX)
	END-PERFORM
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
					IF is-dead
						ADD 1 TO WS-FALLEN-COUNT
					ELSE
						PERFORM 1000-WEIGH-THIS-MEMBER
					END-IF
				END-IF
		END-READ
	END-PERFORM
	CLOSE CharacterFile
	PERFORM 0450-ASK-ABOUT-SPOOL
	PERFORM 2000-PRINT-THE-GAPS
	PERFORM 0550-CLOSE-SPOOL
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

0100-PICK-PARTY.
	DISPLAY "Party ID to analyze? " WITH NO ADVANCING
	ACCEPT WS-PICK-PARTY-ID
	MOVE SPACES TO pt-name
	IF WS-PICK-PARTY-ID NOT = 0
		OPEN INPUT PartyFile
		IF WS-PARTYFILE-STATUS = "00"
			MOVE WS-PICK-PARTY-ID TO pt-id
			READ PartyFile
				INVALID KEY
					MOVE SPACES TO pt-name
					DISPLAY "No party " WS-PICK-PARTY-ID " on file - "
						"analyzing its members anyway."
				NOT INVALID KEY
					DISPLAY "Party " pt-id ": " FUNCTION TRIM(pt-name)
						"  Campaign: " FUNCTION TRIM(pt-campaign)
						"  DM: " FUNCTION TRIM(pt-dm)
			END-READ
			CLOSE PartyFile
		END-IF
	END-IF.

1000-WEIGH-THIS-MEMBER.
	ADD 1 TO WS-MEMBER-COUNT
	MOVE SPACES TO WS-MEMBER-NAME
	STRING FUNCTION TRIM(cnamef) DELIMITED BY SIZE
		" " DELIMITED BY SIZE
		FUNCTION TRIM(cnamel) DELIMITED BY SIZE
		INTO WS-MEMBER-NAME
	END-STRING
	COMPUTE WS-PROF-BONUS = 2 + (char-level - 1) / 4
	*> the save proficiencies come with the first class taken
	MOVE SPACES TO WS-SAVE1
	MOVE SPACES TO WS-SAVE2
	PERFORM VARYING SAVE-IDX FROM 1 BY 1 UNTIL SAVE-IDX > SAVE-COUNT
		IF FUNCTION UPPER-CASE(cls) = FUNCTION UPPER-CASE(ST-NAME(SAVE-IDX))
			MOVE ST-SAVE1(SAVE-IDX) TO WS-SAVE1
			MOVE ST-SAVE2(SAVE-IDX) TO WS-SAVE2
			MOVE SAVE-COUNT TO SAVE-IDX
		END-IF
	END-PERFORM
	PERFORM VARYING WS-SKILL-IDX FROM 1 BY 1 UNTIL WS-SKILL-IDX > 18
		MOVE WS-SKILL-ABIL(WS-SKILL-IDX) TO WS-CHK-ABIL
		MOVE "N" TO WS-PROF-SW
		IF skill-prof(WS-SKILL-IDX) = "Y"
			MOVE "Y" TO WS-PROF-SW
		END-IF
		MOVE WS-SKILL-IDX TO WS-GAP-IDX
		PERFORM 1100-LAND-ONE-BONUS
	END-PERFORM
	PERFORM VARYING WS-SAVE-IDX FROM 1 BY 1 UNTIL WS-SAVE-IDX > 6
		MOVE WS-SAVE-ABIL(WS-SAVE-IDX) TO WS-CHK-ABIL
		MOVE "N" TO WS-PROF-SW
		IF WS-CHK-ABIL = WS-SAVE1 OR WS-CHK-ABIL = WS-SAVE2
			MOVE "Y" TO WS-PROF-SW
		END-IF
		COMPUTE WS-GAP-IDX = 18 + WS-SAVE-IDX
		PERFORM 1100-LAND-ONE-BONUS
	END-PERFORM
	PERFORM 1200-CHECK-THE-ROLES.

1100-LAND-ONE-BONUS.
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
	IF PROFICIENT
		ADD WS-PROF-BONUS TO WS-CHK-BONUS
		ADD 1 TO WS-GAP-PROF-COUNT(WS-GAP-IDX)
	END-IF
	EVALUATE TRUE
		WHEN WS-CHK-BONUS > WS-GAP-BEST(WS-GAP-IDX)
			MOVE WS-CHK-BONUS TO WS-GAP-BEST(WS-GAP-IDX)
			MOVE WS-MEMBER-NAME TO WS-GAP-WHO(WS-GAP-IDX)
			MOVE 0 TO WS-GAP-TIES(WS-GAP-IDX)
		WHEN WS-CHK-BONUS = WS-GAP-BEST(WS-GAP-IDX)
			ADD 1 TO WS-GAP-TIES(WS-GAP-IDX)
	END-EVALUATE.

1200-CHECK-THE-ROLES.
	*> healer - the divine and nature casters, bards and paladins
	MOVE "N" TO WS-FILLS-SW
	IF cls = "Cleric" OR cls = "Druid" OR cls = "Bard" OR cls = "Paladin"
		MOVE "Y" TO WS-FILLS-SW
	END-IF
	IF is-multiclass AND (cls2 = "Cleric" OR cls2 = "Druid"
		OR cls2 = "Bard" OR cls2 = "Paladin")
		MOVE "Y" TO WS-FILLS-SW
	END-IF
	MOVE 1 TO WS-ROLE-IDX
	PERFORM 1250-NAME-IN-THE-ROLE
	*> arcane caster - casting from INT or CHA, or an arcane subclass
	*> on a fighter or rogue
	MOVE "N" TO WS-FILLS-SW
	IF is-spellcaster AND (spell-ability = "INT" OR spell-ability = "CHA")
		MOVE "Y" TO WS-FILLS-SW
	END-IF
	IF subclass = "Eldritch Knight" OR subclass = "Arcane Trickster"
		MOVE "Y" TO WS-FILLS-SW
	END-IF
	MOVE 2 TO WS-ROLE-IDX
	PERFORM 1250-NAME-IN-THE-ROLE
	*> front-line tank - the heavy-armor classes and the War Domain
	MOVE "N" TO WS-FILLS-SW
	IF cls = "Fighter" OR cls = "Barbarian" OR cls = "Paladin"
		MOVE "Y" TO WS-FILLS-SW
	END-IF
	IF is-multiclass AND (cls2 = "Fighter" OR cls2 = "Barbarian"
		OR cls2 = "Paladin")
		MOVE "Y" TO WS-FILLS-SW
	END-IF
	IF subclass = "War Domain"
		MOVE "Y" TO WS-FILLS-SW
	END-IF
	MOVE 3 TO WS-ROLE-IDX
	PERFORM 1250-NAME-IN-THE-ROLE
	*> trap-finder - a rogue, or anyone trained to both spot a trap
	*> (Perception) and work out how it fires (Investigation)
	MOVE "N" TO WS-FILLS-SW
	IF cls = "Rogue" OR (is-multiclass AND cls2 = "Rogue")
		MOVE "Y" TO WS-FILLS-SW
	END-IF
	IF skill-prof(12) = "Y" AND skill-prof(9) = "Y"
		MOVE "Y" TO WS-FILLS-SW
	END-IF
	MOVE 4 TO WS-ROLE-IDX
	PERFORM 1250-NAME-IN-THE-ROLE.

1250-NAME-IN-THE-ROLE.
	IF FILLS-THE-ROLE
		ADD 1 TO WS-ROLE-COUNT(WS-ROLE-IDX)
		IF WS-ROLE-COUNT(WS-ROLE-IDX) > 1
			STRING ", " DELIMITED BY SIZE
				INTO WS-ROLE-WHO(WS-ROLE-IDX)
				WITH POINTER WS-ROLE-PTR(WS-ROLE-IDX)
			END-STRING
		END-IF
		STRING FUNCTION TRIM(WS-MEMBER-NAME) DELIMITED BY SIZE
			INTO WS-ROLE-WHO(WS-ROLE-IDX)
			WITH POINTER WS-ROLE-PTR(WS-ROLE-IDX)
		END-STRING
	END-IF.

2000-PRINT-THE-GAPS.
	MOVE "================================================================"
		TO WS-RPT-LINE
	PERFORM 0500-PRINT-LINE
	STRING "Party " DELIMITED BY SIZE
		WS-PICK-PARTY-ID DELIMITED BY SIZE
		" " DELIMITED BY SIZE
		FUNCTION TRIM(pt-name) DELIMITED BY SIZE
		" - members weighed: " DELIMITED BY SIZE
		WS-MEMBER-COUNT DELIMITED BY SIZE
		INTO WS-RPT-LINE
	END-STRING
	IF WS-FALLEN-COUNT > 0
		STRING " (fallen left out: " DELIMITED BY SIZE
			WS-FALLEN-COUNT DELIMITED BY SIZE
			")" DELIMITED BY SIZE
			INTO WS-RPT-LINE(60:)
		END-STRING
	END-IF
	PERFORM 0500-PRINT-LINE
	IF WS-MEMBER-COUNT = 0
		MOVE "Nobody living in this party to analyze." TO WS-RPT-LINE
		PERFORM 0500-PRINT-LINE
	ELSE
		MOVE "----------------------------------------------------------------"
			TO WS-RPT-LINE
		PERFORM 0500-PRINT-LINE
		MOVE "Skill / save          Best  Held by                  Prof"
			TO WS-RPT-LINE
		PERFORM 0500-PRINT-LINE
		MOVE "----------------------------------------------------------------"
			TO WS-RPT-LINE
		PERFORM 0500-PRINT-LINE
		PERFORM VARYING WS-GAP-IDX FROM 1 BY 1 UNTIL WS-GAP-IDX > 24
			IF WS-GAP-IDX = 19
				MOVE SPACES TO WS-RPT-LINE
				PERFORM 0500-PRINT-LINE
			END-IF
			PERFORM 2100-PRINT-ONE-GAP
		END-PERFORM
		MOVE "----------------------------------------------------------------"
			TO WS-RPT-LINE
		PERFORM 0500-PRINT-LINE
		MOVE "Roles:" TO WS-RPT-LINE
		PERFORM 0500-PRINT-LINE
		PERFORM VARYING WS-ROLE-IDX FROM 1 BY 1 UNTIL WS-ROLE-IDX > 4
			PERFORM 2200-PRINT-ONE-ROLE
		END-PERFORM
		MOVE "----------------------------------------------------------------"
			TO WS-RPT-LINE
		PERFORM 0500-PRINT-LINE
		MOVE WS-GAP-OPEN-COUNT TO WS-ED-COUNT
		STRING "Skills and saves nobody is proficient in: " DELIMITED BY SIZE
			FUNCTION TRIM(WS-ED-COUNT) DELIMITED BY SIZE
			"   Roles missing: " DELIMITED BY SIZE
			WS-ROLE-MISSING-COUNT DELIMITED BY SIZE
			INTO WS-RPT-LINE
		END-STRING
		PERFORM 0500-PRINT-LINE
	END-IF
	MOVE "================================================================"
		TO WS-RPT-LINE
	PERFORM 0500-PRINT-LINE.

2100-PRINT-ONE-GAP.
	IF WS-GAP-IDX <= 18
		STRING "  " DELIMITED BY SIZE
			WS-SKILL-NAME(WS-GAP-IDX) DELIMITED BY SIZE
			WS-SKILL-ABIL(WS-GAP-IDX) DELIMITED BY SIZE
			INTO WS-RPT-LINE
		END-STRING
	ELSE
		STRING "  " DELIMITED BY SIZE
			WS-SAVE-ABIL(WS-GAP-IDX - 18) DELIMITED BY SIZE
			" save" DELIMITED BY SIZE
			INTO WS-RPT-LINE
		END-STRING
	END-IF
	MOVE WS-GAP-BEST(WS-GAP-IDX) TO WS-ED-MOD
	MOVE WS-ED-MOD TO WS-RPT-LINE(23:3)
	MOVE WS-GAP-WHO(WS-GAP-IDX) TO WS-RPT-LINE(29:22)
	MOVE WS-GAP-PROF-COUNT(WS-GAP-IDX) TO WS-ED-COUNT
	MOVE WS-ED-COUNT TO WS-RPT-LINE(55:2)
	IF WS-GAP-TIES(WS-GAP-IDX) > 0
		MOVE WS-GAP-TIES(WS-GAP-IDX) TO WS-ED-COUNT
		STRING "(+" DELIMITED BY SIZE
			FUNCTION TRIM(WS-ED-COUNT) DELIMITED BY SIZE
			" tied)" DELIMITED BY SIZE
			INTO WS-RPT-LINE(58:)
		END-STRING
	END-IF
	IF WS-GAP-PROF-COUNT(WS-GAP-IDX) = 0
		ADD 1 TO WS-GAP-OPEN-COUNT
		MOVE "** NOBODY PROFICIENT **" TO WS-RPT-LINE(70:23)
	END-IF
	PERFORM 0500-PRINT-LINE.

2200-PRINT-ONE-ROLE.
	MOVE WS-ROLE-NAME(WS-ROLE-IDX) TO WS-RPT-LINE(3:18)
	IF WS-ROLE-COUNT(WS-ROLE-IDX) = 0
		ADD 1 TO WS-ROLE-MISSING-COUNT
		MOVE "** MISSING - nobody at the table fills it **"
			TO WS-RPT-LINE(22:44)
	ELSE
		MOVE WS-ROLE-WHO(WS-ROLE-IDX) TO WS-RPT-LINE(22:100)
	END-IF
	PERFORM 0500-PRINT-LINE.

0450-ASK-ABOUT-SPOOL.
	DISPLAY "Spool this report to a dated file under reports/? (Y/N) "
		WITH NO ADVANCING
	ACCEPT WS-SPOOL-ANSWER
	IF WS-SPOOL-ANSWER = "Y" OR WS-SPOOL-ANSWER = "y"
		MOVE "O" TO WS-RPT-OP
		CALL "RPTSPOOL" USING WS-RPT-OP, WS-RPT-NAME, WS-RPT-LINE
		MOVE "Y" TO WS-SPOOLING-SW
	END-IF.

0500-PRINT-LINE.
	DISPLAY FUNCTION TRIM(WS-RPT-LINE TRAILING)
	IF SPOOLING
		MOVE "W" TO WS-RPT-OP
		CALL "RPTSPOOL" USING WS-RPT-OP, WS-RPT-NAME, WS-RPT-LINE
	END-IF
	MOVE SPACES TO WS-RPT-LINE.

0550-CLOSE-SPOOL.
	IF SPOOLING
		MOVE "C" TO WS-RPT-OP
		CALL "RPTSPOOL" USING WS-RPT-OP, WS-RPT-NAME, WS-RPT-LINE
	END-IF.

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
