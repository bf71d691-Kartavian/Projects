		>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. dm_screen IS INITIAL.
AUTHOR. Loren Stevenson
DATE-WRITTEN. August 24, 2023
*> What goes behind the DM screen on game night, where Party Roster's
*> block per character is too long to find anything in.  One page per
*> party-id, one row per character: AC (worked out the way Party
*> Roster does it, from the equipped armor and shield in the catalog),
*> HP, speed, passive Perception, Insight and Investigation (10 plus
*> the skill bonus), the six save bonuses with the class saves
*> starred, the spell save DC for a caster (8 + proficiency + the
*> casting ability's modifier), and whatever conditions are riding the
*> character in condition.dat.  The tent cards are one fold-over card
*> per character - the top panel faces the DM with AC, passive
*> Perception and HP, the bottom panel faces the players with the
*> name and class.  Both always spool through RPTSPOOL so the night's
*> copy can be reprinted from Report Spool.
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
	SELECT ConditionFile ASSIGN TO "condition.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS cd-key
		ALTERNATE RECORD KEY IS cd-char-id WITH DUPLICATES
		FILE STATUS IS WS-CONDFILE-STATUS.
	SELECT ClassFile ASSIGN TO "class.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		ACCESS IS SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD CharacterFile.
	COPY CHARREC.

FD PartyFile.
	COPY PARTYREC.

FD InventoryFile.
	COPY INVREC.

FD ItemCatalogFile.
	COPY ITEMREC.

FD ConditionFile.
	COPY CONDREC.

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
01 WS-INVFILE-STATUS PIC XX VALUE "00".
01 WS-CATFILE-STATUS PIC XX VALUE "00".
01 WS-CONDFILE-STATUS PIC XX VALUE "00".
01 WS-MENU-CHOICE PIC X.
01 WS-EOF-SW PIC X VALUE "N".
	88 END-OF-PARTY VALUE "Y".
01 WS-INV-EOF-SW PIC X VALUE "N".
	88 END-OF-ITEMS VALUE "Y".
01 WS-COND-EOF-SW PIC X VALUE "N".
	88 END-OF-CONDITIONS VALUE "Y".
01 WS-GEAR-OPEN-SW PIC X VALUE "N".
	88 GEAR-FILES-OPEN VALUE "Y".
01 WS-COND-OPEN-SW PIC X VALUE "N".
	88 CONDITIONS-OPEN VALUE "Y".
01 WS-PICK-PARTY-ID PIC 9(4) VALUE 0.
01 WS-PARTY-NAME PIC x(20) VALUE SPACES.
01 WS-PARTY-DM PIC x(17) VALUE SPACES.
01 WS-MEMBER-COUNT PIC 9(3) VALUE 0.
01 WS-TODAY PIC 9(8).

*> what the walk of the party is printing: (G)rid rows or tent (C)ards
01 WS-PRINT-KIND PIC X.
	88 PRINTING-GRID VALUE "G".
	88 PRINTING-CARDS VALUE "C".

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

*> derived combat numbers
01 WS-AC PIC 9(2).
01 WS-PROF-BONUS PIC 9.
01 WS-ARMOR-FOUND-SW PIC X VALUE "N".
	88 ARMOR-WORN VALUE "Y".
01 WS-ARMOR-BASE PIC 9(2).
01 WS-ARMOR-DEX PIC S9(2).
01 WS-SHIELD-BONUS PIC 9(2).
01 WS-SAVE-MOD PIC S9(2).
01 WS-SAVE-ABIL PIC x(3).
01 WS-SAVE-COL PIC 9(3).
01 WS-SPEED PIC 9(2).
01 WS-PASSIVE-PER PIC S9(2).
01 WS-PASSIVE-INS PIC S9(2).
01 WS-PASSIVE-INV PIC S9(2).
01 WS-SPELL-DC PIC S9(2).
01 WS-CAST-MOD PIC S9(2).
01 WS-CONDITIONS PIC x(60).
01 WS-COND-PTR PIC 9(3).
01 WS-CHAR-NAME PIC x(22).
01 WS-CLASS-LINE PIC x(30).

01 WS-ED-MOD PIC +(2)9.
01 WS-ED-NUM PIC Z9.
01 WS-ED-PASSIVE PIC Z9.
01 WS-ED-HP PIC ZZ9.
01 WS-HP-PTR PIC 9(3).

*> one row of the DM's grid
01 WS-GRID-LINE.
	02 WS-GL-NAME PIC x(18).
	02 FILLER PIC X VALUE SPACE.
	02 WS-GL-CLASS PIC x(10).
	02 FILLER PIC X VALUE SPACE.
	02 WS-GL-LEVEL PIC Z9.
	02 FILLER PIC X VALUE SPACE.
	02 WS-GL-AC PIC Z9.
	02 FILLER PIC X VALUE SPACE.
	02 WS-GL-HP PIC x(7).
	02 FILLER PIC X VALUE SPACE.
	02 WS-GL-SPEED PIC Z9.
	02 FILLER PIC XX VALUE SPACES.
	02 WS-GL-PER PIC Z9.
	02 FILLER PIC XXX VALUE SPACES.
	02 WS-GL-INS PIC Z9.
	02 FILLER PIC XXX VALUE SPACES.
	02 WS-GL-INV PIC Z9.
	02 FILLER PIC XX VALUE SPACES.
	02 WS-GL-SAVES PIC x(30).
	02 FILLER PIC X VALUE SPACE.
	02 WS-GL-DC PIC x(2).
	02 FILLER PIC XX VALUE SPACES.
	02 WS-GL-CONDITIONS PIC x(35).

*> report spooling - both prints always land in a dated file under
*> reports/ as well as on the screen (see RPTSPOOL.cbl).
01 WS-RPT-OP PIC X.
01 WS-RPT-NAME PIC x(12) VALUE "dmscreen".
01 WS-RPT-LINE PIC x(132) VALUE SPACES.
01 WS-CARD-RULE PIC x(62) VALUE ALL "-".
01 WS-CARD-FOLD PIC x(62) VALUE
	"+ - - - - - - - - - - - - fold here - - - - - - - - - - - - -+".

PROCEDURE DIVISION.
0000-MAIN.
	PERFORM 0040-CHECK-LAYOUT-VERSION
	DISPLAY "================================================================"
	DISPLAY "                 DM SCREEN AND TABLE TENT CARDS"
	DISPLAY "================================================================"
	ACCEPT WS-TODAY FROM DATE YYYYMMDD
	PERFORM 0050-LOAD-SAVE-TABLE
	OPEN INPUT CharacterFile
	IF WS-FILE-STATUS NOT = "00"
		DISPLAY "No characters on file yet."
		GOBACK
	END-IF
	PERFORM 0075-OPEN-SIDE-FILES
	MOVE SPACE TO WS-MENU-CHOICE
	PERFORM UNTIL WS-MENU-CHOICE = "Q" OR WS-MENU-CHOICE = "q"
		DISPLAY " "
		DISPLAY "1) DM screen grid for a party"
		DISPLAY "2) Tent cards for a party"
		DISPLAY "3) Both"
		DISPLAY "Q) Done"
		DISPLAY "Choice? " WITH NO ADVANCING
		ACCEPT WS-MENU-CHOICE
		EVALUATE WS-MENU-CHOICE
			WHEN "1"
				PERFORM 0100-PICK-PARTY
				IF WS-PICK-PARTY-ID NOT = 0
					PERFORM 2000-PRINT-THE-GRID
				END-IF
			WHEN "2"
				PERFORM 0100-PICK-PARTY
				IF WS-PICK-PARTY-ID NOT = 0
					PERFORM 3000-PRINT-THE-CARDS
				END-IF
			WHEN "3"
				PERFORM 0100-PICK-PARTY
				IF WS-PICK-PARTY-ID NOT = 0
					PERFORM 2000-PRINT-THE-GRID
					PERFORM 3000-PRINT-THE-CARDS
				END-IF
			WHEN "Q"
			WHEN "q"
				CONTINUE
			WHEN OTHER
				DISPLAY "Not a valid choice."
		END-EVALUATE
	END-PERFORM
	IF GEAR-FILES-OPEN
		CLOSE InventoryFile
		CLOSE ItemCatalogFile
	END-IF
	IF CONDITIONS-OPEN
		CLOSE ConditionFile
	END-IF
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

0075-OPEN-SIDE-FILES.
	*> the gear and condition files stay open for the whole run - one
	*> lookup per character is cheap that way.
	MOVE "N" TO WS-GEAR-OPEN-SW
	OPEN INPUT InventoryFile
	IF WS-INVFILE-STATUS = "00"
		OPEN INPUT ItemCatalogFile
		IF WS-CATFILE-STATUS = "00"
			MOVE "Y" TO WS-GEAR-OPEN-SW
		ELSE
			CLOSE InventoryFile
		END-IF
	END-IF
	MOVE "N" TO WS-COND-OPEN-SW
	OPEN INPUT ConditionFile
	IF WS-CONDFILE-STATUS = "00"
		MOVE "Y" TO WS-COND-OPEN-SW
	END-IF.

0100-PICK-PARTY.
	DISPLAY "Party ID? " WITH NO ADVANCING
	MOVE 0 TO WS-PICK-PARTY-ID
	ACCEPT WS-PICK-PARTY-ID
	MOVE SPACES TO WS-PARTY-NAME
	MOVE SPACES TO WS-PARTY-DM
	IF WS-PICK-PARTY-ID = 0
		DISPLAY "The DM screen is printed for one party."
	ELSE
		OPEN INPUT PartyFile
		IF WS-PARTYFILE-STATUS = "00"
			MOVE WS-PICK-PARTY-ID TO pt-id
			READ PartyFile
				INVALID KEY
					DISPLAY "No party " WS-PICK-PARTY-ID " on file - "
						"printing its members anyway."
				NOT INVALID KEY
					MOVE pt-name TO WS-PARTY-NAME
					MOVE pt-dm TO WS-PARTY-DM
			END-READ
			CLOSE PartyFile
		END-IF
	END-IF.

1000-WALK-THE-PARTY.
	*> the living members, through the party-id key; WS-PRINT-KIND
	*> says what each one turns into
	MOVE 0 TO WS-MEMBER-COUNT
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
						ADD 1 TO WS-MEMBER-COUNT
						PERFORM 1100-DERIVE-THE-NUMBERS
						IF PRINTING-GRID
							PERFORM 2100-PRINT-ONE-ROW
						ELSE
							PERFORM 3100-PRINT-ONE-CARD
						END-IF
					END-IF
				END-IF
		END-READ
	END-PERFORM.

1100-DERIVE-THE-NUMBERS.
	MOVE SPACES TO WS-CHAR-NAME
	STRING FUNCTION TRIM(cnamef) DELIMITED BY SIZE
		" " DELIMITED BY SIZE
		FUNCTION TRIM(cnamel) DELIMITED BY SIZE
		INTO WS-CHAR-NAME
	END-STRING
	MOVE SPACES TO WS-CLASS-LINE
	MOVE cls-level TO WS-ED-NUM
	IF is-multiclass
		MOVE cls2-level TO WS-ED-HP
		STRING FUNCTION TRIM(cls) DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			FUNCTION TRIM(WS-ED-NUM) DELIMITED BY SIZE
			" / " DELIMITED BY SIZE
			FUNCTION TRIM(cls2) DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			FUNCTION TRIM(WS-ED-HP) DELIMITED BY SIZE
			INTO WS-CLASS-LINE
		END-STRING
	ELSE
		STRING FUNCTION TRIM(cls) DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			FUNCTION TRIM(WS-ED-NUM) DELIMITED BY SIZE
			INTO WS-CLASS-LINE
		END-STRING
	END-IF
	COMPUTE WS-PROF-BONUS = 2 + (char-level - 1) / 4
	MOVE SPACES TO WS-SAVE1
	MOVE SPACES TO WS-SAVE2
	PERFORM VARYING SAVE-IDX FROM 1 BY 1 UNTIL SAVE-IDX > SAVE-COUNT
		IF FUNCTION UPPER-CASE(cls) = FUNCTION UPPER-CASE(ST-NAME(SAVE-IDX))
			MOVE ST-SAVE1(SAVE-IDX) TO WS-SAVE1
			MOVE ST-SAVE2(SAVE-IDX) TO WS-SAVE2
			MOVE SAVE-COUNT TO SAVE-IDX
		END-IF
	END-PERFORM
	PERFORM 1200-DERIVE-AC
	*> passives are 10 plus the skill bonus (skill-prof 12 Perception,
	*> 7 Insight, 9 Investigation)
	COMPUTE WS-PASSIVE-PER = 10 + wismod
	IF skill-prof(12) = "Y"
		ADD WS-PROF-BONUS TO WS-PASSIVE-PER
	END-IF
	COMPUTE WS-PASSIVE-INS = 10 + wismod
	IF skill-prof(7) = "Y"
		ADD WS-PROF-BONUS TO WS-PASSIVE-INS
	END-IF
	COMPUTE WS-PASSIVE-INV = 10 + intmod
	IF skill-prof(9) = "Y"
		ADD WS-PROF-BONUS TO WS-PASSIVE-INV
	END-IF
	*> walking speed - the small folk and dwarves walk 25 feet, a monk
	*> past 1st level moves 10 feet faster unarmored
	MOVE 30 TO WS-SPEED
	IF race = "Dwarf" OR race = "Halfling" OR race = "Gnome"
		MOVE 25 TO WS-SPEED
	END-IF
	IF (cls = "Monk" AND cls-level >= 2)
		OR (is-multiclass AND cls2 = "Monk" AND cls2-level >= 2)
		IF NOT ARMOR-WORN
			ADD 10 TO WS-SPEED
		END-IF
	END-IF
	MOVE 0 TO WS-SPELL-DC
	IF is-spellcaster
		EVALUATE spell-ability
			WHEN "INT"
				MOVE intmod TO WS-CAST-MOD
			WHEN "WIS"
				MOVE wismod TO WS-CAST-MOD
			WHEN OTHER
				MOVE chamod TO WS-CAST-MOD
		END-EVALUATE
		COMPUTE WS-SPELL-DC = 8 + WS-PROF-BONUS + WS-CAST-MOD
	END-IF
	PERFORM 1400-GATHER-CONDITIONS.

1200-DERIVE-AC.
	*> unarmored to start - an equipped Armor item from the catalog
	*> replaces the base, an equipped Shield adds on top.
	MOVE "N" TO WS-ARMOR-FOUND-SW
	MOVE 0 TO WS-ARMOR-BASE
	MOVE 0 TO WS-SHIELD-BONUS
	MOVE 0 TO WS-ARMOR-DEX
	IF GEAR-FILES-OPEN
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
								PERFORM 1300-APPLY-EQUIPPED-ITEM
							END-IF
						END-IF
				END-READ
			END-PERFORM
		END-IF
	END-IF
	IF ARMOR-WORN
		COMPUTE WS-AC = WS-ARMOR-BASE + WS-ARMOR-DEX + WS-SHIELD-BONUS
	ELSE
		COMPUTE WS-AC = 10 + dexmod + WS-SHIELD-BONUS
	END-IF.

1300-APPLY-EQUIPPED-ITEM.
	MOVE inv-item-name TO ic-name
	READ ItemCatalogFile
		INVALID KEY
			CONTINUE
		NOT INVALID KEY
			IF FUNCTION UPPER-CASE(ic-category) = "ARMOR"
				MOVE "Y" TO WS-ARMOR-FOUND-SW
				MOVE ic-ac-base TO WS-ARMOR-BASE
				IF dexmod > ic-dex-cap
					MOVE ic-dex-cap TO WS-ARMOR-DEX
				ELSE
					MOVE dexmod TO WS-ARMOR-DEX
				END-IF
			END-IF
			IF FUNCTION UPPER-CASE(ic-category) = "SHIELD"
				ADD ic-ac-base TO WS-SHIELD-BONUS
			END-IF
	END-READ.

1400-GATHER-CONDITIONS.
	MOVE SPACES TO WS-CONDITIONS
	MOVE 1 TO WS-COND-PTR
	IF CONDITIONS-OPEN
		MOVE char-id TO cd-char-id
		START ConditionFile KEY IS >= cd-char-id
			INVALID KEY
				CONTINUE
		END-START
		IF WS-CONDFILE-STATUS = "00"
			MOVE "N" TO WS-COND-EOF-SW
			PERFORM UNTIL END-OF-CONDITIONS
				READ ConditionFile NEXT RECORD
					AT END
						MOVE "Y" TO WS-COND-EOF-SW
					NOT AT END
						IF cd-char-id NOT = char-id
							MOVE "Y" TO WS-COND-EOF-SW
						ELSE
							IF WS-COND-PTR > 1
								STRING ", " DELIMITED BY SIZE
									INTO WS-CONDITIONS
									WITH POINTER WS-COND-PTR
								END-STRING
							END-IF
							STRING FUNCTION TRIM(cd-condition) DELIMITED BY SIZE
								INTO WS-CONDITIONS
								WITH POINTER WS-COND-PTR
							END-STRING
						END-IF
				END-READ
			END-PERFORM
		END-IF
	END-IF.

2000-PRINT-THE-GRID.
	MOVE "dmscreen" TO WS-RPT-NAME
	PERFORM 0450-OPEN-SPOOL
	MOVE ALL "=" TO WS-RPT-LINE(1:132)
	PERFORM 0500-PRINT-LINE
	STRING "DM SCREEN - party " DELIMITED BY SIZE
		WS-PICK-PARTY-ID DELIMITED BY SIZE
		" " DELIMITED BY SIZE
		FUNCTION TRIM(WS-PARTY-NAME) DELIMITED BY SIZE
		"   DM: " DELIMITED BY SIZE
		FUNCTION TRIM(WS-PARTY-DM) DELIMITED BY SIZE
		"   Printed: " DELIMITED BY SIZE
		WS-TODAY DELIMITED BY SIZE
		INTO WS-RPT-LINE
	END-STRING
	PERFORM 0500-PRINT-LINE
	MOVE ALL "=" TO WS-RPT-LINE(1:132)
	PERFORM 0500-PRINT-LINE
	MOVE "Character" TO WS-RPT-LINE(1:9)
	MOVE "Class" TO WS-RPT-LINE(20:5)
	MOVE "Lv AC HP" TO WS-RPT-LINE(31:8)
	MOVE "Spd PPer PIns PInv" TO WS-RPT-LINE(44:18)
	MOVE "STR  DEX  CON  INT  WIS  CHA" TO WS-RPT-LINE(63:28)
	MOVE "DC  Conditions" TO WS-RPT-LINE(94:14)
	PERFORM 0500-PRINT-LINE
	MOVE ALL "-" TO WS-RPT-LINE(1:132)
	PERFORM 0500-PRINT-LINE
	MOVE "G" TO WS-PRINT-KIND
	PERFORM 1000-WALK-THE-PARTY
	MOVE ALL "-" TO WS-RPT-LINE(1:132)
	PERFORM 0500-PRINT-LINE
	IF WS-MEMBER-COUNT = 0
		MOVE "Nobody living in this party to put on the screen."
			TO WS-RPT-LINE
	ELSE
		STRING WS-MEMBER-COUNT DELIMITED BY SIZE
			" character(s).  Passives are 10 + the skill bonus; DC is the "
				DELIMITED BY SIZE
			"spell save DC." DELIMITED BY SIZE
			INTO WS-RPT-LINE
		END-STRING
	END-IF
	PERFORM 0500-PRINT-LINE
	PERFORM 0550-CLOSE-SPOOL.

2100-PRINT-ONE-ROW.
	*> the class column holds the first class; the level is the
	*> character's total
	MOVE WS-CHAR-NAME TO WS-GL-NAME
	MOVE cls TO WS-GL-CLASS
	MOVE char-level TO WS-GL-LEVEL
	MOVE WS-AC TO WS-GL-AC
	MOVE SPACES TO WS-GL-HP
	MOVE 1 TO WS-HP-PTR
	MOVE hp-current TO WS-ED-HP
	STRING FUNCTION TRIM(WS-ED-HP) DELIMITED BY SIZE
		"/" DELIMITED BY SIZE
		INTO WS-GL-HP
		WITH POINTER WS-HP-PTR
	END-STRING
	MOVE hp-max TO WS-ED-HP
	STRING FUNCTION TRIM(WS-ED-HP) DELIMITED BY SIZE
		INTO WS-GL-HP
		WITH POINTER WS-HP-PTR
	END-STRING
	MOVE WS-SPEED TO WS-GL-SPEED
	MOVE WS-PASSIVE-PER TO WS-GL-PER
	MOVE WS-PASSIVE-INS TO WS-GL-INS
	MOVE WS-PASSIVE-INV TO WS-GL-INV
	MOVE SPACES TO WS-GL-SAVES
	MOVE 1 TO WS-SAVE-COL
	MOVE "STR" TO WS-SAVE-ABIL
	MOVE strmod TO WS-SAVE-MOD
	PERFORM 2200-PUT-ONE-SAVE
	MOVE "DEX" TO WS-SAVE-ABIL
	MOVE dexmod TO WS-SAVE-MOD
	PERFORM 2200-PUT-ONE-SAVE
	MOVE "CON" TO WS-SAVE-ABIL
	MOVE conmod TO WS-SAVE-MOD
	PERFORM 2200-PUT-ONE-SAVE
	MOVE "INT" TO WS-SAVE-ABIL
	MOVE intmod TO WS-SAVE-MOD
	PERFORM 2200-PUT-ONE-SAVE
	MOVE "WIS" TO WS-SAVE-ABIL
	MOVE wismod TO WS-SAVE-MOD
	PERFORM 2200-PUT-ONE-SAVE
	MOVE "CHA" TO WS-SAVE-ABIL
	MOVE chamod TO WS-SAVE-MOD
	PERFORM 2200-PUT-ONE-SAVE
	IF WS-SPELL-DC > 0
		MOVE WS-SPELL-DC TO WS-ED-NUM
		MOVE WS-ED-NUM TO WS-GL-DC
	ELSE
		MOVE " -" TO WS-GL-DC
	END-IF
	MOVE WS-CONDITIONS TO WS-GL-CONDITIONS
	MOVE WS-GRID-LINE TO WS-RPT-LINE
	PERFORM 0500-PRINT-LINE
	*> a long list of conditions carries on under its own column
	IF WS-CONDITIONS(36:25) NOT = SPACES
		MOVE WS-CONDITIONS(36:25) TO WS-RPT-LINE(98:25)
		PERFORM 0500-PRINT-LINE
	END-IF.

2200-PUT-ONE-SAVE.
	*> five columns to a save, under the heading - a class save gets
	*> a star after the bonus
	IF WS-SAVE-ABIL = WS-SAVE1 OR WS-SAVE-ABIL = WS-SAVE2
		ADD WS-PROF-BONUS TO WS-SAVE-MOD
		MOVE "*" TO WS-GL-SAVES(WS-SAVE-COL + 3:1)
	END-IF
	MOVE WS-SAVE-MOD TO WS-ED-MOD
	MOVE WS-ED-MOD TO WS-GL-SAVES(WS-SAVE-COL:3)
	ADD 5 TO WS-SAVE-COL.

3000-PRINT-THE-CARDS.
	MOVE "tentcards" TO WS-RPT-NAME
	PERFORM 0450-OPEN-SPOOL
	STRING "TENT CARDS - party " DELIMITED BY SIZE
		WS-PICK-PARTY-ID DELIMITED BY SIZE
		" " DELIMITED BY SIZE
		FUNCTION TRIM(WS-PARTY-NAME) DELIMITED BY SIZE
		"   (fold each card on the dotted line, top half to the DM)"
			DELIMITED BY SIZE
		INTO WS-RPT-LINE
	END-STRING
	PERFORM 0500-PRINT-LINE
	MOVE "C" TO WS-PRINT-KIND
	PERFORM 1000-WALK-THE-PARTY
	IF WS-MEMBER-COUNT = 0
		MOVE "Nobody living in this party to make a card for."
			TO WS-RPT-LINE
		PERFORM 0500-PRINT-LINE
	END-IF
	PERFORM 0550-CLOSE-SPOOL.

3100-PRINT-ONE-CARD.
	MOVE SPACES TO WS-RPT-LINE
	PERFORM 0500-PRINT-LINE
	MOVE "+" TO WS-RPT-LINE(1:1)
	MOVE WS-CARD-RULE(1:60) TO WS-RPT-LINE(2:60)
	MOVE "+" TO WS-RPT-LINE(62:1)
	PERFORM 0500-PRINT-LINE
	*> the DM's panel
	STRING "DM SIDE - " DELIMITED BY SIZE
		FUNCTION TRIM(WS-CHAR-NAME) DELIMITED BY SIZE
		" (ID " DELIMITED BY SIZE
		char-id DELIMITED BY SIZE
		")" DELIMITED BY SIZE
		INTO WS-RPT-LINE(4:)
	END-STRING
	PERFORM 3200-BOX-THE-LINE
	PERFORM 3200-BOX-THE-LINE
	MOVE WS-AC TO WS-ED-NUM
	MOVE WS-PASSIVE-PER TO WS-ED-PASSIVE
	STRING "AC " DELIMITED BY SIZE
		FUNCTION TRIM(WS-ED-NUM) DELIMITED BY SIZE
		"      Passive Perception " DELIMITED BY SIZE
		FUNCTION TRIM(WS-ED-PASSIVE) DELIMITED BY SIZE
		INTO WS-RPT-LINE(4:)
	END-STRING
	PERFORM 3200-BOX-THE-LINE
	MOVE 4 TO WS-HP-PTR
	MOVE hp-current TO WS-ED-HP
	STRING "HP " DELIMITED BY SIZE
		FUNCTION TRIM(WS-ED-HP) DELIMITED BY SIZE
		" of " DELIMITED BY SIZE
		INTO WS-RPT-LINE
		WITH POINTER WS-HP-PTR
	END-STRING
	MOVE hp-max TO WS-ED-HP
	STRING FUNCTION TRIM(WS-ED-HP) DELIMITED BY SIZE
		INTO WS-RPT-LINE
		WITH POINTER WS-HP-PTR
	END-STRING
	PERFORM 3200-BOX-THE-LINE
	PERFORM 3200-BOX-THE-LINE
	MOVE WS-CARD-FOLD TO WS-RPT-LINE(1:62)
	PERFORM 0500-PRINT-LINE
	*> the players' panel
	PERFORM 3200-BOX-THE-LINE
	PERFORM 3200-BOX-THE-LINE
	MOVE FUNCTION UPPER-CASE(WS-CHAR-NAME) TO WS-RPT-LINE(21:22)
	PERFORM 3200-BOX-THE-LINE
	MOVE WS-CLASS-LINE TO WS-RPT-LINE(21:30)
	PERFORM 3200-BOX-THE-LINE
	PERFORM 3200-BOX-THE-LINE
	MOVE "+" TO WS-RPT-LINE(1:1)
	MOVE WS-CARD-RULE(1:60) TO WS-RPT-LINE(2:60)
	MOVE "+" TO WS-RPT-LINE(62:1)
	PERFORM 0500-PRINT-LINE.

3200-BOX-THE-LINE.
	*> the caller leaves the inside of the line in columns 2-61
	MOVE "|" TO WS-RPT-LINE(1:1)
	MOVE "|" TO WS-RPT-LINE(62:1)
	PERFORM 0500-PRINT-LINE.

0450-OPEN-SPOOL.
	MOVE "O" TO WS-RPT-OP
	CALL "RPTSPOOL" USING WS-RPT-OP, WS-RPT-NAME, WS-RPT-LINE.

0500-PRINT-LINE.
	DISPLAY FUNCTION TRIM(WS-RPT-LINE TRAILING)
	MOVE "W" TO WS-RPT-OP
	CALL "RPTSPOOL" USING WS-RPT-OP, WS-RPT-NAME, WS-RPT-LINE
	MOVE SPACES TO WS-RPT-LINE.

0550-CLOSE-SPOOL.
	MOVE "C" TO WS-RPT-OP
	CALL "RPTSPOOL" USING WS-RPT-OP, WS-RPT-NAME, WS-RPT-LINE.

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
