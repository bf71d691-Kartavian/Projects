		>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. class_maintenance IS INITIAL.
AUTHOR. Loren Stevenson
DATE-WRITTEN. May 4, 2023
*> class.dat, subclass.dat, and spellprog.dat were still kept in a
*> text editor against their layouts - and one mis-counted column in
*> spellprog.dat's slot string handed a Druid nine 9th-level slots.
*> This screen owns all three the way Race Maintenance owns race.dat:
*> each table is read in whole, edited with validation, and written
*> back whole.  Because the three lean on each other, nothing is
*> written until the cross-table checks pass:
*>   - every class with cr-spell-sw "Y" has exactly twenty spellprog
*>     rows, one per caster level 1-20;
*>   - every subclass names a class on file, with su-level 1-20;
*>   - every spellprog row names a class on file;
*>   - no class is removed while a character.dat record still carries
*>     it in cls or cls2.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT ClassFile ASSIGN TO "class.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		ACCESS IS SEQUENTIAL
		FILE STATUS IS WS-CLASS-STATUS.
	SELECT SubclassFile ASSIGN TO "subclass.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		ACCESS IS SEQUENTIAL
		FILE STATUS IS WS-SUBCL-STATUS.
	SELECT SpellProgFile ASSIGN TO "spellprog.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		ACCESS IS SEQUENTIAL
		FILE STATUS IS WS-PROG-STATUS.
	SELECT CharacterFile ASSIGN TO "character.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS char-id
		ALTERNATE RECORD KEY IS cname WITH DUPLICATES
		ALTERNATE RECORD KEY IS party-id WITH DUPLICATES
		FILE STATUS IS WS-CHARFILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD ClassFile.
	COPY CLASSREC.

FD SubclassFile.
	COPY SUBCLREC.

FD SpellProgFile.
	COPY SLOTREC.

FD CharacterFile.
	COPY CHARREC.

WORKING-STORAGE SECTION.

*> layout-version gate for character.dat (see DATAVER.cpy and
*> VERCHECK.cbl) - checked before the roster is read for a class
*> still in use.
	COPY DATAVER.
01 WS-VER-MODE PIC X.
01 WS-VER-FILE PIC x(20).
01 WS-VER-VERSION PIC 9(3).
01 WS-VER-RESULT PIC X.

01 WS-CLASS-STATUS PIC XX VALUE "00".
01 WS-SUBCL-STATUS PIC XX VALUE "00".
01 WS-PROG-STATUS PIC XX VALUE "00".
01 WS-CHARFILE-STATUS PIC XX VALUE "00".

01 WS-MENU-CHOICE PIC X.
01 WS-SUB-CHOICE PIC X.
01 WS-ANSWER PIC X.
01 WS-LEAVE-SW PIC X VALUE "N".
	88 TIME-TO-LEAVE VALUE "Y".

*> the class table, sized the way every reader loads it
01 CLASS-TABLE.
	02 CLASS-ENTRY OCCURS 20 TIMES INDEXED BY CLS-IDX.
		03 CT-NAME			PIC x(10).
		03 CT-HIT-DIE		PIC 9(2).
		03 CT-SPELL-SW		PIC x.
		03 CT-SPELL-ABILITY	PIC x(3).
		03 CT-SPELL-SLOTS	PIC 9(2).
		03 CT-SPELLS-KNOWN	PIC 9(2).
		03 CT-SAVE1			PIC x(3).
		03 CT-SAVE2			PIC x(3).
		03 CT-FLAVOR		PIC x(60).
01 CLASS-COUNT PIC 9(3) VALUE 0.
01 CLASS-EOF-SW PIC X VALUE "N".
	88 END-OF-CLASSES VALUE "Y".
01 WS-CLASS-DIRTY-SW PIC X VALUE "N".
	88 CLASSES-CHANGED VALUE "Y".

*> the subclass menu, sized the way Character Levelup loads it
01 SUBCL-TABLE.
	02 SUBCL-ENTRY OCCURS 60 TIMES.
		03 SCT-CLASS PIC x(10).
		03 SCT-NAME PIC x(20).
		03 SCT-LEVEL PIC 9(2).
01 SUBCL-COUNT PIC 9(3) VALUE 0.
01 SUBCL-EOF-SW PIC X VALUE "N".
	88 END-OF-SUBCLASSES VALUE "Y".
01 WS-SUBCL-DIRTY-SW PIC X VALUE "N".
	88 SUBCLASSES-CHANGED VALUE "Y".
01 WS-SUBCL-IDX PIC 9(3).

*> the slot progression, sized the way every reader loads it - one
*> row per class per caster level, slots for spell levels 1st-9th.
01 SLOT-TABLE.
	02 SLOT-ENTRY OCCURS 200 TIMES.
		03 SLT-CLASS PIC x(10).
		03 SLT-LEVEL PIC 9(2).
		03 SLT-SLOT PIC 9 OCCURS 9 TIMES.
		03 SLT-WRITTEN-SW PIC X.
01 SLOT-COUNT PIC 9(3) VALUE 0.
01 SLOT-EOF-SW PIC X VALUE "N".
	88 END-OF-SLOT-TABLE VALUE "Y".
01 WS-SLOT-DIRTY-SW PIC X VALUE "N".
	88 SLOTS-CHANGED VALUE "Y".
01 WS-SLOT-IDX PIC 9(3).
01 WS-SLOT-IDX2 PIC 9(3).
01 WS-SLOT-LVL PIC 9(2).
01 WS-CASTER-LEVEL PIC 9(2).
01 WS-ROW-COUNT PIC 9(3).
*> no class in the book gets more than four slots of any one level -
*> a bigger number is a typo, not homebrew.
01 WS-SLOT-CAP PIC 9 VALUE 4.
01 WS-IN-SLOT PIC 9.

*> picking and matching by name
01 WS-PICK-NAME PIC x(10).
01 WS-PICK-SUBCL PIC x(20).
01 WS-PICK-IDX PIC 9(3).
01 WS-FOUND-IDX PIC 9(3).
01 WS-LOOKUP-CLS PIC x(10).
01 WS-COPY-FROM PIC x(10).
01 WS-FOUND-SW PIC X VALUE "N".
	88 CLASS-FOUND VALUE "Y".
01 WS-SUBCL-FOUND-SW PIC X VALUE "N".
	88 SUBCLASS-FOUND VALUE "Y".
01 WS-ROW-FOUND-SW PIC X VALUE "N".
	88 SLOT-ROW-FOUND VALUE "Y".
01 WS-SHIFT-IDX PIC 9(3).

*> entry fields
01 WS-IN-HIT-DIE PIC 9(2).
01 WS-IN-SPELL-SW PIC X.
01 WS-IN-ABIL PIC x(3).
01 WS-IN-NUMBER PIC 9(2).
01 WS-IN-LEVEL PIC 9(2).

*> classes removed this session - the roster is checked again for
*> each of them just before anything is saved.
01 WS-GONE-TABLE.
	02 WS-GONE-CLASS PIC x(10) OCCURS 20 TIMES.
01 WS-GONE-COUNT PIC 9(2) VALUE 0.
01 WS-GONE-IDX PIC 9(2).

*> roster scan for a class still carried in cls or cls2
01 WS-USER-COUNT PIC 9(5).
01 WS-ROSTER-SW PIC X VALUE "Y".
	88 ROSTER-READABLE VALUE "Y".
01 WS-CHAR-EOF-SW PIC X VALUE "N".
	88 END-OF-CHARACTERS VALUE "Y".

01 WS-PROBLEM-COUNT PIC 9(3) VALUE 0.

PROCEDURE DIVISION.
0000-MAIN.
	DISPLAY "================================================================"
	DISPLAY "              CLASS, SUBCLASS, AND SPELL SLOT MAINTENANCE"
	DISPLAY "================================================================"
	PERFORM 0500-LOAD-CLASS-TABLE
	PERFORM 0510-LOAD-SUBCLASS-TABLE
	PERFORM 0520-LOAD-SLOT-TABLE
	DISPLAY CLASS-COUNT " class(es), " SUBCL-COUNT " subclass(es), and "
		SLOT-COUNT " spellprog row(s) loaded."
	PERFORM UNTIL TIME-TO-LEAVE
		DISPLAY " "
		DISPLAY "1) Classes (class.dat)"
		DISPLAY "2) Subclasses (subclass.dat)"
		DISPLAY "3) Spell slot progression (spellprog.dat)"
		DISPLAY "4) Run the cross-table checks now"
		DISPLAY "Q) Done - check, save, and exit"
		DISPLAY "Choice? " WITH NO ADVANCING
		ACCEPT WS-MENU-CHOICE
		EVALUATE WS-MENU-CHOICE
			WHEN "1"
				PERFORM 1000-CLASS-MENU
			WHEN "2"
				PERFORM 2000-SUBCLASS-MENU
			WHEN "3"
				PERFORM 3000-SLOT-MENU
			WHEN "4"
				PERFORM 9000-CROSS-CHECK
				IF WS-PROBLEM-COUNT = 0
					DISPLAY "All three tables agree with each other."
				END-IF
			WHEN "Q"
			WHEN "q"
				PERFORM 0100-SAVE-AND-LEAVE
			WHEN OTHER
				DISPLAY "Not a valid choice."
		END-EVALUATE
	END-PERFORM
	GOBACK.

0100-SAVE-AND-LEAVE.
	IF NOT CLASSES-CHANGED AND NOT SUBCLASSES-CHANGED
		AND NOT SLOTS-CHANGED
		DISPLAY "No changes - class.dat, subclass.dat, and spellprog.dat "
			"left alone."
		MOVE "Y" TO WS-LEAVE-SW
	ELSE
		PERFORM 9000-CROSS-CHECK
		IF WS-PROBLEM-COUNT = 0
			PERFORM 9500-WRITE-TABLES-BACK
			MOVE "Y" TO WS-LEAVE-SW
		ELSE
			DISPLAY WS-PROBLEM-COUNT " problem(s) above - nothing saved."
			DISPLAY "Leave WITHOUT saving any of these changes? (Y/N) "
				WITH NO ADVANCING
			ACCEPT WS-ANSWER
			IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
				DISPLAY "Changes discarded - all three files left alone."
				MOVE "Y" TO WS-LEAVE-SW
			END-IF
		END-IF
	END-IF.

1000-CLASS-MENU.
	MOVE SPACE TO WS-SUB-CHOICE
	PERFORM UNTIL WS-SUB-CHOICE = "B" OR WS-SUB-CHOICE = "b"
		DISPLAY " "
		DISPLAY "1) List the classes"
		DISPLAY "2) Add a class"
		DISPLAY "3) Revise a class"
		DISPLAY "4) Remove a class"
		DISPLAY "B) Back"
		DISPLAY "Choice? " WITH NO ADVANCING
		ACCEPT WS-SUB-CHOICE
		EVALUATE WS-SUB-CHOICE
			WHEN "1"
				PERFORM 1100-LIST-CLASSES
			WHEN "2"
				PERFORM 1200-ADD-CLASS
			WHEN "3"
				PERFORM 1300-REVISE-CLASS
			WHEN "4"
				PERFORM 1400-REMOVE-CLASS
			WHEN "B"
			WHEN "b"
				CONTINUE
			WHEN OTHER
				DISPLAY "Not a valid choice."
		END-EVALUATE
	END-PERFORM.

1100-LIST-CLASSES.
	PERFORM VARYING CLS-IDX FROM 1 BY 1 UNTIL CLS-IDX > CLASS-COUNT
		IF CT-SPELL-SW(CLS-IDX) = "Y"
			DISPLAY CT-NAME(CLS-IDX) " d" CT-HIT-DIE(CLS-IDX)
				"  saves " CT-SAVE1(CLS-IDX) "/" CT-SAVE2(CLS-IDX)
				"  casts with " CT-SPELL-ABILITY(CLS-IDX)
				", 1st-level slots " CT-SPELL-SLOTS(CLS-IDX)
				", spells known " CT-SPELLS-KNOWN(CLS-IDX)
		ELSE
			DISPLAY CT-NAME(CLS-IDX) " d" CT-HIT-DIE(CLS-IDX)
				"  saves " CT-SAVE1(CLS-IDX) "/" CT-SAVE2(CLS-IDX)
				"  not a spellcaster"
		END-IF
		DISPLAY "    " FUNCTION TRIM(CT-FLAVOR(CLS-IDX))
	END-PERFORM.

1200-ADD-CLASS.
	IF CLASS-COUNT = 20
		DISPLAY "The class table is full (20 entries)."
	ELSE
		DISPLAY "Class name? " WITH NO ADVANCING
		ACCEPT WS-PICK-NAME
		MOVE WS-PICK-NAME TO WS-LOOKUP-CLS
		PERFORM 1700-FIND-CLASS
		EVALUATE TRUE
			WHEN WS-PICK-NAME = SPACES
				DISPLAY "A class needs a name - nothing added."
			WHEN CLASS-FOUND
				DISPLAY FUNCTION TRIM(WS-PICK-NAME) " is already on file."
			WHEN OTHER
				ADD 1 TO CLASS-COUNT
				MOVE CLASS-COUNT TO WS-PICK-IDX
				MOVE WS-PICK-NAME TO CT-NAME(WS-PICK-IDX)
				PERFORM 1500-GET-CLASS-FACTS
				PERFORM 1450-FORGET-GONE-CLASS
				MOVE "Y" TO WS-CLASS-DIRTY-SW
				DISPLAY FUNCTION TRIM(WS-PICK-NAME) " added."
				IF CT-SPELL-SW(WS-PICK-IDX) = "Y"
					DISPLAY "Remember its twenty spellprog rows - option 3 "
						"on the main menu, or copy another caster's."
				END-IF
		END-EVALUATE
	END-IF.

1300-REVISE-CLASS.
	PERFORM 1600-PICK-A-CLASS
	IF CLASS-FOUND
		DISPLAY "Revising " FUNCTION TRIM(CT-NAME(WS-PICK-IDX)) "."
		PERFORM 1500-GET-CLASS-FACTS
		MOVE "Y" TO WS-CLASS-DIRTY-SW
		DISPLAY FUNCTION TRIM(CT-NAME(WS-PICK-IDX)) " revised."
	END-IF.

1400-REMOVE-CLASS.
	PERFORM 1600-PICK-A-CLASS
	IF CLASS-FOUND
		MOVE CT-NAME(WS-PICK-IDX) TO WS-LOOKUP-CLS
		PERFORM 8000-COUNT-CLASS-USERS
		EVALUATE TRUE
			WHEN NOT ROSTER-READABLE
				DISPLAY "The roster cannot be checked right now, so "
					FUNCTION TRIM(WS-LOOKUP-CLS) " stays."
			WHEN WS-USER-COUNT > 0
				DISPLAY WS-USER-COUNT " character(s) on the roster still "
					"carry " FUNCTION TRIM(WS-LOOKUP-CLS)
					" in cls or cls2 - it stays."
			WHEN OTHER
				PERFORM VARYING WS-SHIFT-IDX FROM WS-PICK-IDX BY 1
					UNTIL WS-SHIFT-IDX >= CLASS-COUNT
					MOVE CLASS-ENTRY(WS-SHIFT-IDX + 1)
						TO CLASS-ENTRY(WS-SHIFT-IDX)
				END-PERFORM
				SUBTRACT 1 FROM CLASS-COUNT
				IF WS-GONE-COUNT < 20
					ADD 1 TO WS-GONE-COUNT
					MOVE WS-LOOKUP-CLS TO WS-GONE-CLASS(WS-GONE-COUNT)
				END-IF
				MOVE "Y" TO WS-CLASS-DIRTY-SW
				DISPLAY FUNCTION TRIM(WS-LOOKUP-CLS) " removed."
				PERFORM 1420-OFFER-TO-CLEAR-DEPENDENTS
		END-EVALUATE
	END-IF.

1420-OFFER-TO-CLEAR-DEPENDENTS.
	*> its subclasses and slot rows would fail the cross-checks now -
	*> offer to take them along rather than leave them to be found.
	MOVE 0 TO WS-ROW-COUNT
	PERFORM VARYING WS-SUBCL-IDX FROM 1 BY 1
		UNTIL WS-SUBCL-IDX > SUBCL-COUNT
		IF FUNCTION UPPER-CASE(SCT-CLASS(WS-SUBCL-IDX))
			= FUNCTION UPPER-CASE(WS-LOOKUP-CLS)
			ADD 1 TO WS-ROW-COUNT
		END-IF
	END-PERFORM
	PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1 UNTIL WS-SLOT-IDX > SLOT-COUNT
		IF FUNCTION UPPER-CASE(SLT-CLASS(WS-SLOT-IDX))
			= FUNCTION UPPER-CASE(WS-LOOKUP-CLS)
			ADD 1 TO WS-ROW-COUNT
		END-IF
	END-PERFORM
	IF WS-ROW-COUNT > 0
		DISPLAY "Also remove its " WS-ROW-COUNT " subclass and spellprog "
			"row(s)? (Y/N) " WITH NO ADVANCING
		ACCEPT WS-ANSWER
		IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
			PERFORM 2450-DROP-CLASS-SUBCLASSES
			PERFORM 3450-DROP-CLASS-ROWS
			DISPLAY "Its subclasses and spell slot rows went with it."
		END-IF
	END-IF.

1450-FORGET-GONE-CLASS.
	*> a class removed and then added back is not gone any more
	PERFORM VARYING WS-GONE-IDX FROM 1 BY 1
		UNTIL WS-GONE-IDX > WS-GONE-COUNT
		IF FUNCTION UPPER-CASE(WS-GONE-CLASS(WS-GONE-IDX))
			= FUNCTION UPPER-CASE(CT-NAME(WS-PICK-IDX))
			MOVE SPACES TO WS-GONE-CLASS(WS-GONE-IDX)
		END-IF
	END-PERFORM.

1500-GET-CLASS-FACTS.
	DISPLAY "Hit die (6, 8, 10, or 12)? " WITH NO ADVANCING
	ACCEPT WS-IN-HIT-DIE
	PERFORM UNTIL WS-IN-HIT-DIE = 6 OR WS-IN-HIT-DIE = 8
		OR WS-IN-HIT-DIE = 10 OR WS-IN-HIT-DIE = 12
		DISPLAY "Use 6, 8, 10, or 12: " WITH NO ADVANCING
		ACCEPT WS-IN-HIT-DIE
	END-PERFORM
	MOVE WS-IN-HIT-DIE TO CT-HIT-DIE(WS-PICK-IDX)
	DISPLAY "Spellcaster? (Y/N) " WITH NO ADVANCING
	ACCEPT WS-IN-SPELL-SW
	PERFORM UNTIL WS-IN-SPELL-SW = "Y" OR WS-IN-SPELL-SW = "N"
		DISPLAY "Use Y or N: " WITH NO ADVANCING
		ACCEPT WS-IN-SPELL-SW
	END-PERFORM
	MOVE WS-IN-SPELL-SW TO CT-SPELL-SW(WS-PICK-IDX)
	IF WS-IN-SPELL-SW = "Y"
		DISPLAY "Spellcasting ability (INT/WIS/CHA)? " WITH NO ADVANCING
		ACCEPT WS-IN-ABIL
		PERFORM UNTIL WS-IN-ABIL = "INT" OR WS-IN-ABIL = "WIS"
			OR WS-IN-ABIL = "CHA"
			DISPLAY "Use INT, WIS, or CHA: " WITH NO ADVANCING
			ACCEPT WS-IN-ABIL
		END-PERFORM
		MOVE WS-IN-ABIL TO CT-SPELL-ABILITY(WS-PICK-IDX)
		DISPLAY "1st-level slots at level 1 (0-4)? " WITH NO ADVANCING
		ACCEPT WS-IN-NUMBER
		PERFORM UNTIL WS-IN-NUMBER <= WS-SLOT-CAP
			DISPLAY "Slots must be 0 to " WS-SLOT-CAP ": "
				WITH NO ADVANCING
			ACCEPT WS-IN-NUMBER
		END-PERFORM
		MOVE WS-IN-NUMBER TO CT-SPELL-SLOTS(WS-PICK-IDX)
		DISPLAY "Spells known at level 1 (0-99)? " WITH NO ADVANCING
		ACCEPT WS-IN-NUMBER
		MOVE WS-IN-NUMBER TO CT-SPELLS-KNOWN(WS-PICK-IDX)
	ELSE
		MOVE SPACES TO CT-SPELL-ABILITY(WS-PICK-IDX)
		MOVE 0 TO CT-SPELL-SLOTS(WS-PICK-IDX)
		MOVE 0 TO CT-SPELLS-KNOWN(WS-PICK-IDX)
	END-IF
	DISPLAY "First saving throw (STR/DEX/CON/WIS/INT/CHA)? "
		WITH NO ADVANCING
	ACCEPT WS-IN-ABIL
	PERFORM 1550-CHECK-SAVE-ABILITY
	MOVE WS-IN-ABIL TO CT-SAVE1(WS-PICK-IDX)
	DISPLAY "Second saving throw? " WITH NO ADVANCING
	ACCEPT WS-IN-ABIL
	PERFORM 1550-CHECK-SAVE-ABILITY
	PERFORM UNTIL WS-IN-ABIL NOT = CT-SAVE1(WS-PICK-IDX)
		DISPLAY "The two saves must differ: " WITH NO ADVANCING
		ACCEPT WS-IN-ABIL
		PERFORM 1550-CHECK-SAVE-ABILITY
	END-PERFORM
	MOVE WS-IN-ABIL TO CT-SAVE2(WS-PICK-IDX)
	DISPLAY "Flavor line? " WITH NO ADVANCING
	ACCEPT CT-FLAVOR(WS-PICK-IDX).

1550-CHECK-SAVE-ABILITY.
	PERFORM UNTIL WS-IN-ABIL = "STR" OR WS-IN-ABIL = "DEX"
		OR WS-IN-ABIL = "CON" OR WS-IN-ABIL = "WIS"
		OR WS-IN-ABIL = "INT" OR WS-IN-ABIL = "CHA"
		DISPLAY "Use STR, DEX, CON, WIS, INT, or CHA: " WITH NO ADVANCING
		ACCEPT WS-IN-ABIL
	END-PERFORM.

1600-PICK-A-CLASS.
	DISPLAY "Class name? " WITH NO ADVANCING
	ACCEPT WS-PICK-NAME
	MOVE WS-PICK-NAME TO WS-LOOKUP-CLS
	PERFORM 1700-FIND-CLASS
	IF CLASS-FOUND
		MOVE WS-FOUND-IDX TO WS-PICK-IDX
	ELSE
		DISPLAY "No class on file by that name."
	END-IF.

1700-FIND-CLASS.
	MOVE "N" TO WS-FOUND-SW
	MOVE 0 TO WS-FOUND-IDX
	PERFORM VARYING CLS-IDX FROM 1 BY 1 UNTIL CLS-IDX > CLASS-COUNT
		IF FUNCTION UPPER-CASE(WS-LOOKUP-CLS)
			= FUNCTION UPPER-CASE(CT-NAME(CLS-IDX))
			SET WS-FOUND-IDX TO CLS-IDX
			MOVE "Y" TO WS-FOUND-SW
			SET CLS-IDX TO CLASS-COUNT
		END-IF
	END-PERFORM.

2000-SUBCLASS-MENU.
	MOVE SPACE TO WS-SUB-CHOICE
	PERFORM UNTIL WS-SUB-CHOICE = "B" OR WS-SUB-CHOICE = "b"
		DISPLAY " "
		DISPLAY "1) List the subclasses"
		DISPLAY "2) Add a subclass"
		DISPLAY "3) Change the level a subclass unlocks at"
		DISPLAY "4) Remove a subclass"
		DISPLAY "B) Back"
		DISPLAY "Choice? " WITH NO ADVANCING
		ACCEPT WS-SUB-CHOICE
		EVALUATE WS-SUB-CHOICE
			WHEN "1"
				PERFORM 2100-LIST-SUBCLASSES
			WHEN "2"
				PERFORM 2200-ADD-SUBCLASS
			WHEN "3"
				PERFORM 2300-REVISE-SUBCLASS
			WHEN "4"
				PERFORM 2400-REMOVE-SUBCLASS
			WHEN "B"
			WHEN "b"
				CONTINUE
			WHEN OTHER
				DISPLAY "Not a valid choice."
		END-EVALUATE
	END-PERFORM.

2100-LIST-SUBCLASSES.
	DISPLAY "Which class (blank for all)? " WITH NO ADVANCING
	ACCEPT WS-PICK-NAME
	PERFORM VARYING WS-SUBCL-IDX FROM 1 BY 1
		UNTIL WS-SUBCL-IDX > SUBCL-COUNT
		IF WS-PICK-NAME = SPACES
			OR FUNCTION UPPER-CASE(WS-PICK-NAME)
				= FUNCTION UPPER-CASE(SCT-CLASS(WS-SUBCL-IDX))
			DISPLAY SCT-CLASS(WS-SUBCL-IDX) " " SCT-NAME(WS-SUBCL-IDX)
				" unlocks at class level " SCT-LEVEL(WS-SUBCL-IDX)
		END-IF
	END-PERFORM.

2200-ADD-SUBCLASS.
	IF SUBCL-COUNT = 60
		DISPLAY "The subclass table is full (60 entries)."
	ELSE
		PERFORM 1600-PICK-A-CLASS
		IF CLASS-FOUND
			DISPLAY "Subclass name? " WITH NO ADVANCING
			ACCEPT WS-PICK-SUBCL
			PERFORM 2600-FIND-SUBCLASS
			EVALUATE TRUE
				WHEN WS-PICK-SUBCL = SPACES
					DISPLAY "A subclass needs a name - nothing added."
				WHEN SUBCLASS-FOUND
					DISPLAY FUNCTION TRIM(WS-PICK-SUBCL) " is already on "
						"file for " FUNCTION TRIM(CT-NAME(WS-PICK-IDX)) "."
				WHEN OTHER
					ADD 1 TO SUBCL-COUNT
					MOVE CT-NAME(WS-PICK-IDX) TO SCT-CLASS(SUBCL-COUNT)
					MOVE WS-PICK-SUBCL TO SCT-NAME(SUBCL-COUNT)
					PERFORM 2500-GET-UNLOCK-LEVEL
					MOVE WS-IN-LEVEL TO SCT-LEVEL(SUBCL-COUNT)
					MOVE "Y" TO WS-SUBCL-DIRTY-SW
					DISPLAY FUNCTION TRIM(WS-PICK-SUBCL) " added."
			END-EVALUATE
		END-IF
	END-IF.

2300-REVISE-SUBCLASS.
	PERFORM 1600-PICK-A-CLASS
	IF CLASS-FOUND
		DISPLAY "Subclass name? " WITH NO ADVANCING
		ACCEPT WS-PICK-SUBCL
		PERFORM 2600-FIND-SUBCLASS
		IF SUBCLASS-FOUND
			DISPLAY "Unlocks at level " SCT-LEVEL(WS-SUBCL-IDX) " now."
			PERFORM 2500-GET-UNLOCK-LEVEL
			MOVE WS-IN-LEVEL TO SCT-LEVEL(WS-SUBCL-IDX)
			MOVE "Y" TO WS-SUBCL-DIRTY-SW
			DISPLAY FUNCTION TRIM(WS-PICK-SUBCL) " revised."
		ELSE
			DISPLAY "No subclass by that name for that class."
		END-IF
	END-IF.

2400-REMOVE-SUBCLASS.
	PERFORM 1600-PICK-A-CLASS
	IF CLASS-FOUND
		DISPLAY "Subclass name? " WITH NO ADVANCING
		ACCEPT WS-PICK-SUBCL
		PERFORM 2600-FIND-SUBCLASS
		IF SUBCLASS-FOUND
			PERFORM 2700-DROP-SUBCLASS-ROW
			MOVE "Y" TO WS-SUBCL-DIRTY-SW
			DISPLAY FUNCTION TRIM(WS-PICK-SUBCL) " removed."
		ELSE
			DISPLAY "No subclass by that name for that class."
		END-IF
	END-IF.

2450-DROP-CLASS-SUBCLASSES.
	MOVE 1 TO WS-SUBCL-IDX
	PERFORM UNTIL WS-SUBCL-IDX > SUBCL-COUNT
		IF FUNCTION UPPER-CASE(SCT-CLASS(WS-SUBCL-IDX))
			= FUNCTION UPPER-CASE(WS-LOOKUP-CLS)
			PERFORM 2700-DROP-SUBCLASS-ROW
			MOVE "Y" TO WS-SUBCL-DIRTY-SW
		ELSE
			ADD 1 TO WS-SUBCL-IDX
		END-IF
	END-PERFORM.

2500-GET-UNLOCK-LEVEL.
	DISPLAY "Class level the subclass unlocks at (1-20)? "
		WITH NO ADVANCING
	ACCEPT WS-IN-LEVEL
	PERFORM UNTIL WS-IN-LEVEL >= 1 AND WS-IN-LEVEL <= 20
		DISPLAY "Level must be 1 to 20: " WITH NO ADVANCING
		ACCEPT WS-IN-LEVEL
	END-PERFORM.

2600-FIND-SUBCLASS.
	MOVE "N" TO WS-SUBCL-FOUND-SW
	PERFORM VARYING WS-SUBCL-IDX FROM 1 BY 1
		UNTIL WS-SUBCL-IDX > SUBCL-COUNT OR SUBCLASS-FOUND
		IF FUNCTION UPPER-CASE(SCT-CLASS(WS-SUBCL-IDX))
			= FUNCTION UPPER-CASE(CT-NAME(WS-PICK-IDX))
			AND FUNCTION UPPER-CASE(SCT-NAME(WS-SUBCL-IDX))
			= FUNCTION UPPER-CASE(WS-PICK-SUBCL)
			MOVE "Y" TO WS-SUBCL-FOUND-SW
		END-IF
	END-PERFORM
	IF SUBCLASS-FOUND
		SUBTRACT 1 FROM WS-SUBCL-IDX
	END-IF.

2700-DROP-SUBCLASS-ROW.
	PERFORM VARYING WS-SHIFT-IDX FROM WS-SUBCL-IDX BY 1
		UNTIL WS-SHIFT-IDX >= SUBCL-COUNT
		MOVE SUBCL-ENTRY(WS-SHIFT-IDX + 1) TO SUBCL-ENTRY(WS-SHIFT-IDX)
	END-PERFORM
	SUBTRACT 1 FROM SUBCL-COUNT.

3000-SLOT-MENU.
	MOVE SPACE TO WS-SUB-CHOICE
	PERFORM UNTIL WS-SUB-CHOICE = "B" OR WS-SUB-CHOICE = "b"
		DISPLAY " "
		DISPLAY "1) Show a class's slot progression"
		DISPLAY "2) Set the slots for one caster level"
		DISPLAY "3) Copy another class's twenty rows onto a class"
		DISPLAY "4) Remove a class's slot rows"
		DISPLAY "B) Back"
		DISPLAY "Choice? " WITH NO ADVANCING
		ACCEPT WS-SUB-CHOICE
		EVALUATE WS-SUB-CHOICE
			WHEN "1"
				PERFORM 3100-SHOW-PROGRESSION
			WHEN "2"
				PERFORM 3200-SET-ONE-LEVEL
			WHEN "3"
				PERFORM 3300-COPY-PROGRESSION
			WHEN "4"
				PERFORM 3400-REMOVE-PROGRESSION
			WHEN "B"
			WHEN "b"
				CONTINUE
			WHEN OTHER
				DISPLAY "Not a valid choice."
		END-EVALUATE
	END-PERFORM.

3100-SHOW-PROGRESSION.
	PERFORM 1600-PICK-A-CLASS
	IF CLASS-FOUND
		DISPLAY "Level  1st 2nd 3rd 4th 5th 6th 7th 8th 9th"
		MOVE 0 TO WS-ROW-COUNT
		PERFORM VARYING WS-CASTER-LEVEL FROM 1 BY 1
			UNTIL WS-CASTER-LEVEL > 20
			PERFORM 3600-FIND-SLOT-ROW
			IF SLOT-ROW-FOUND
				ADD 1 TO WS-ROW-COUNT
				DISPLAY "  " SLT-LEVEL(WS-SLOT-IDX) "    "
					SLT-SLOT(WS-SLOT-IDX, 1) "   " SLT-SLOT(WS-SLOT-IDX, 2)
					"   " SLT-SLOT(WS-SLOT-IDX, 3) "   "
					SLT-SLOT(WS-SLOT-IDX, 4) "   " SLT-SLOT(WS-SLOT-IDX, 5)
					"   " SLT-SLOT(WS-SLOT-IDX, 6) "   "
					SLT-SLOT(WS-SLOT-IDX, 7) "   " SLT-SLOT(WS-SLOT-IDX, 8)
					"   " SLT-SLOT(WS-SLOT-IDX, 9)
			END-IF
		END-PERFORM
		DISPLAY WS-ROW-COUNT " of 20 caster levels on file for "
			FUNCTION TRIM(CT-NAME(WS-PICK-IDX)) "."
	END-IF.

3200-SET-ONE-LEVEL.
	PERFORM 1600-PICK-A-CLASS
	IF CLASS-FOUND
		DISPLAY "Caster level (1-20)? " WITH NO ADVANCING
		ACCEPT WS-IN-LEVEL
		PERFORM UNTIL WS-IN-LEVEL >= 1 AND WS-IN-LEVEL <= 20
			DISPLAY "Level must be 1 to 20: " WITH NO ADVANCING
			ACCEPT WS-IN-LEVEL
		END-PERFORM
		MOVE WS-IN-LEVEL TO WS-CASTER-LEVEL
		PERFORM 3600-FIND-SLOT-ROW
		IF NOT SLOT-ROW-FOUND
			IF SLOT-COUNT = 200
				DISPLAY "The slot table is full (200 rows)."
			ELSE
				ADD 1 TO SLOT-COUNT
				MOVE SLOT-COUNT TO WS-SLOT-IDX
				MOVE CT-NAME(WS-PICK-IDX) TO SLT-CLASS(WS-SLOT-IDX)
				MOVE WS-CASTER-LEVEL TO SLT-LEVEL(WS-SLOT-IDX)
				MOVE "Y" TO WS-ROW-FOUND-SW
			END-IF
		END-IF
		IF SLOT-ROW-FOUND
			*> one prompt per spell level - no counting columns
			PERFORM VARYING WS-SLOT-LVL FROM 1 BY 1 UNTIL WS-SLOT-LVL > 9
				DISPLAY "Level-" WS-SLOT-LVL " slots (0-" WS-SLOT-CAP
					")? " WITH NO ADVANCING
				ACCEPT WS-IN-SLOT
				PERFORM UNTIL WS-IN-SLOT <= WS-SLOT-CAP
					DISPLAY "Slots must be 0 to " WS-SLOT-CAP ": "
						WITH NO ADVANCING
					ACCEPT WS-IN-SLOT
				END-PERFORM
				MOVE WS-IN-SLOT TO SLT-SLOT(WS-SLOT-IDX, WS-SLOT-LVL)
			END-PERFORM
			MOVE "Y" TO WS-SLOT-DIRTY-SW
			DISPLAY FUNCTION TRIM(CT-NAME(WS-PICK-IDX)) " level "
				WS-CASTER-LEVEL " slots set."
		END-IF
	END-IF.

3300-COPY-PROGRESSION.
	DISPLAY "Copy the rows FROM which class? " WITH NO ADVANCING
	ACCEPT WS-COPY-FROM
	MOVE 0 TO WS-ROW-COUNT
	PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1 UNTIL WS-SLOT-IDX > SLOT-COUNT
		IF FUNCTION UPPER-CASE(SLT-CLASS(WS-SLOT-IDX))
			= FUNCTION UPPER-CASE(WS-COPY-FROM)
			ADD 1 TO WS-ROW-COUNT
		END-IF
	END-PERFORM
	IF WS-ROW-COUNT = 0
		DISPLAY "No spellprog rows on file for that class."
	ELSE
		DISPLAY "Copy them ONTO which class? " WITH NO ADVANCING
		PERFORM 1600-PICK-A-CLASS
		EVALUATE TRUE
			WHEN NOT CLASS-FOUND
				CONTINUE
			WHEN FUNCTION UPPER-CASE(CT-NAME(WS-PICK-IDX))
				= FUNCTION UPPER-CASE(WS-COPY-FROM)
				DISPLAY "That is the same class - nothing copied."
			WHEN OTHER
				MOVE CT-NAME(WS-PICK-IDX) TO WS-LOOKUP-CLS
				PERFORM 3450-DROP-CLASS-ROWS
				IF SLOT-COUNT + WS-ROW-COUNT > 200
					DISPLAY "The slot table would overflow (200 rows) - "
						"nothing copied."
				ELSE
					PERFORM 3350-COPY-THE-ROWS
					MOVE "Y" TO WS-SLOT-DIRTY-SW
					DISPLAY WS-ROW-COUNT " row(s) copied from "
						FUNCTION TRIM(WS-COPY-FROM) " to "
						FUNCTION TRIM(WS-LOOKUP-CLS) "."
				END-IF
		END-EVALUATE
	END-IF.

3350-COPY-THE-ROWS.
	MOVE SLOT-COUNT TO WS-SLOT-IDX2
	PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1 UNTIL WS-SLOT-IDX > WS-SLOT-IDX2
		IF FUNCTION UPPER-CASE(SLT-CLASS(WS-SLOT-IDX))
			= FUNCTION UPPER-CASE(WS-COPY-FROM)
			ADD 1 TO SLOT-COUNT
			MOVE SLOT-ENTRY(WS-SLOT-IDX) TO SLOT-ENTRY(SLOT-COUNT)
			MOVE WS-LOOKUP-CLS TO SLT-CLASS(SLOT-COUNT)
		END-IF
	END-PERFORM.

3400-REMOVE-PROGRESSION.
	PERFORM 1600-PICK-A-CLASS
	IF CLASS-FOUND
		MOVE CT-NAME(WS-PICK-IDX) TO WS-LOOKUP-CLS
		PERFORM 3450-DROP-CLASS-ROWS
		MOVE "Y" TO WS-SLOT-DIRTY-SW
		DISPLAY FUNCTION TRIM(WS-LOOKUP-CLS) "'s slot rows removed."
		IF CT-SPELL-SW(WS-PICK-IDX) = "Y"
			DISPLAY "It is still marked a spellcaster - the checks will "
				"want twenty rows back before saving."
		END-IF
	END-IF.

3450-DROP-CLASS-ROWS.
	MOVE 1 TO WS-SLOT-IDX
	PERFORM UNTIL WS-SLOT-IDX > SLOT-COUNT
		IF FUNCTION UPPER-CASE(SLT-CLASS(WS-SLOT-IDX))
			= FUNCTION UPPER-CASE(WS-LOOKUP-CLS)
			PERFORM VARYING WS-SHIFT-IDX FROM WS-SLOT-IDX BY 1
				UNTIL WS-SHIFT-IDX >= SLOT-COUNT
				MOVE SLOT-ENTRY(WS-SHIFT-IDX + 1) TO SLOT-ENTRY(WS-SHIFT-IDX)
			END-PERFORM
			SUBTRACT 1 FROM SLOT-COUNT
			MOVE "Y" TO WS-SLOT-DIRTY-SW
		ELSE
			ADD 1 TO WS-SLOT-IDX
		END-IF
	END-PERFORM.

3600-FIND-SLOT-ROW.
	*> the row for CT-NAME(WS-PICK-IDX) at WS-CASTER-LEVEL
	MOVE "N" TO WS-ROW-FOUND-SW
	PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
		UNTIL WS-SLOT-IDX > SLOT-COUNT OR SLOT-ROW-FOUND
		IF FUNCTION UPPER-CASE(SLT-CLASS(WS-SLOT-IDX))
			= FUNCTION UPPER-CASE(CT-NAME(WS-PICK-IDX))
			AND SLT-LEVEL(WS-SLOT-IDX) = WS-CASTER-LEVEL
			MOVE "Y" TO WS-ROW-FOUND-SW
		END-IF
	END-PERFORM
	IF SLOT-ROW-FOUND
		SUBTRACT 1 FROM WS-SLOT-IDX
	END-IF.

8000-COUNT-CLASS-USERS.
	*> cls and cls2 are not keys, so this is a full pass of the
	*> roster - only paid when a class is removed or saved away.
	MOVE 0 TO WS-USER-COUNT
	MOVE "Y" TO WS-ROSTER-SW
	PERFORM 0040-CHECK-LAYOUT-VERSION
	IF ROSTER-READABLE
		OPEN INPUT CharacterFile
		EVALUATE WS-CHARFILE-STATUS
			WHEN "00"
				MOVE "N" TO WS-CHAR-EOF-SW
				PERFORM UNTIL END-OF-CHARACTERS
					READ CharacterFile NEXT RECORD
						AT END
							MOVE "Y" TO WS-CHAR-EOF-SW
						NOT AT END
							IF FUNCTION UPPER-CASE(cls)
								= FUNCTION UPPER-CASE(WS-LOOKUP-CLS)
								OR (is-multiclass
								AND FUNCTION UPPER-CASE(cls2)
								= FUNCTION UPPER-CASE(WS-LOOKUP-CLS))
								ADD 1 TO WS-USER-COUNT
							END-IF
					END-READ
				END-PERFORM
				CLOSE CharacterFile
			WHEN "35"
				*> no roster yet, so nobody carries the class
				CONTINUE
			WHEN OTHER
				MOVE "N" TO WS-ROSTER-SW
		END-EVALUATE
	END-IF.

9000-CROSS-CHECK.
	MOVE 0 TO WS-PROBLEM-COUNT
	PERFORM 9100-CHECK-CASTER-ROWS
	PERFORM 9200-CHECK-SUBCLASSES
	PERFORM 9300-CHECK-ORPHAN-ROWS
	PERFORM 9400-CHECK-GONE-CLASSES
	IF WS-PROBLEM-COUNT > 0
		DISPLAY WS-PROBLEM-COUNT " cross-table problem(s) found."
	END-IF.

9100-CHECK-CASTER-ROWS.
	PERFORM VARYING WS-PICK-IDX FROM 1 BY 1 UNTIL WS-PICK-IDX > CLASS-COUNT
		IF CT-SPELL-SW(WS-PICK-IDX) = "Y"
			MOVE 0 TO WS-ROW-COUNT
			PERFORM VARYING WS-SLOT-IDX2 FROM 1 BY 1
				UNTIL WS-SLOT-IDX2 > SLOT-COUNT
				IF FUNCTION UPPER-CASE(SLT-CLASS(WS-SLOT-IDX2))
					= FUNCTION UPPER-CASE(CT-NAME(WS-PICK-IDX))
					ADD 1 TO WS-ROW-COUNT
				END-IF
			END-PERFORM
			IF WS-ROW-COUNT NOT = 20
				ADD 1 TO WS-PROBLEM-COUNT
				DISPLAY "  " FUNCTION TRIM(CT-NAME(WS-PICK-IDX))
					" is a spellcaster with " WS-ROW-COUNT
					" spellprog row(s) - it needs exactly 20."
			ELSE
				*> twenty rows, but twenty different levels?
				PERFORM VARYING WS-CASTER-LEVEL FROM 1 BY 1
					UNTIL WS-CASTER-LEVEL > 20
					PERFORM 3600-FIND-SLOT-ROW
					IF NOT SLOT-ROW-FOUND
						ADD 1 TO WS-PROBLEM-COUNT
						DISPLAY "  " FUNCTION TRIM(CT-NAME(WS-PICK-IDX))
							" has no spellprog row for caster level "
							WS-CASTER-LEVEL "."
					END-IF
				END-PERFORM
			END-IF
		END-IF
	END-PERFORM.

9200-CHECK-SUBCLASSES.
	PERFORM VARYING WS-SUBCL-IDX FROM 1 BY 1
		UNTIL WS-SUBCL-IDX > SUBCL-COUNT
		MOVE SCT-CLASS(WS-SUBCL-IDX) TO WS-LOOKUP-CLS
		PERFORM 1700-FIND-CLASS
		IF NOT CLASS-FOUND
			ADD 1 TO WS-PROBLEM-COUNT
			DISPLAY "  Subclass " FUNCTION TRIM(SCT-NAME(WS-SUBCL-IDX))
				" names class " FUNCTION TRIM(SCT-CLASS(WS-SUBCL-IDX))
				", which is not on file."
		END-IF
		IF SCT-LEVEL(WS-SUBCL-IDX) < 1 OR SCT-LEVEL(WS-SUBCL-IDX) > 20
			ADD 1 TO WS-PROBLEM-COUNT
			DISPLAY "  Subclass " FUNCTION TRIM(SCT-NAME(WS-SUBCL-IDX))
				" unlocks at level " SCT-LEVEL(WS-SUBCL-IDX)
				" - it must be 1 to 20."
		END-IF
	END-PERFORM.

9300-CHECK-ORPHAN-ROWS.
	*> reported once per class, not once per row
	PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1 UNTIL WS-SLOT-IDX > SLOT-COUNT
		MOVE SLT-CLASS(WS-SLOT-IDX) TO WS-LOOKUP-CLS
		PERFORM 1700-FIND-CLASS
		IF NOT CLASS-FOUND
			MOVE 0 TO WS-ROW-COUNT
			PERFORM VARYING WS-SLOT-IDX2 FROM 1 BY 1
				UNTIL WS-SLOT-IDX2 >= WS-SLOT-IDX
				IF SLT-CLASS(WS-SLOT-IDX2) = SLT-CLASS(WS-SLOT-IDX)
					ADD 1 TO WS-ROW-COUNT
				END-IF
			END-PERFORM
			IF WS-ROW-COUNT = 0
				ADD 1 TO WS-PROBLEM-COUNT
				DISPLAY "  spellprog.dat has rows for "
					FUNCTION TRIM(SLT-CLASS(WS-SLOT-IDX))
					", which is not on file."
			END-IF
		END-IF
	END-PERFORM.

9400-CHECK-GONE-CLASSES.
	*> the roster may have moved on since the class was removed
	PERFORM VARYING WS-GONE-IDX FROM 1 BY 1
		UNTIL WS-GONE-IDX > WS-GONE-COUNT
		IF WS-GONE-CLASS(WS-GONE-IDX) NOT = SPACES
			MOVE WS-GONE-CLASS(WS-GONE-IDX) TO WS-LOOKUP-CLS
			PERFORM 8000-COUNT-CLASS-USERS
			IF NOT ROSTER-READABLE OR WS-USER-COUNT > 0
				ADD 1 TO WS-PROBLEM-COUNT
				DISPLAY "  " FUNCTION TRIM(WS-LOOKUP-CLS) " was removed but "
					"the roster still carries it (or cannot be read) - "
					"add it back."
			END-IF
		END-IF
	END-PERFORM.

9500-WRITE-TABLES-BACK.
	IF CLASSES-CHANGED
		OPEN OUTPUT ClassFile
		PERFORM VARYING CLS-IDX FROM 1 BY 1 UNTIL CLS-IDX > CLASS-COUNT
			MOVE CT-NAME(CLS-IDX) TO cr-name
			MOVE CT-HIT-DIE(CLS-IDX) TO cr-hit-die
			MOVE CT-SPELL-SW(CLS-IDX) TO cr-spell-sw
			MOVE CT-SPELL-ABILITY(CLS-IDX) TO cr-spell-ability
			MOVE CT-SPELL-SLOTS(CLS-IDX) TO cr-spell-slots
			MOVE CT-SPELLS-KNOWN(CLS-IDX) TO cr-spells-known
			MOVE CT-SAVE1(CLS-IDX) TO cr-save1
			MOVE CT-SAVE2(CLS-IDX) TO cr-save2
			MOVE CT-FLAVOR(CLS-IDX) TO cr-flavor
			WRITE ClassRecord
		END-PERFORM
		CLOSE ClassFile
		DISPLAY "class.dat rewritten with " CLASS-COUNT " class(es)."
	END-IF
	IF SUBCLASSES-CHANGED
		OPEN OUTPUT SubclassFile
		PERFORM VARYING WS-SUBCL-IDX FROM 1 BY 1
			UNTIL WS-SUBCL-IDX > SUBCL-COUNT
			MOVE SCT-CLASS(WS-SUBCL-IDX) TO su-class
			MOVE SCT-NAME(WS-SUBCL-IDX) TO su-name
			MOVE SCT-LEVEL(WS-SUBCL-IDX) TO su-level
			WRITE SubclassRecord
		END-PERFORM
		CLOSE SubclassFile
		DISPLAY "subclass.dat rewritten with " SUBCL-COUNT " subclass(es)."
	END-IF
	IF SLOTS-CHANGED
		PERFORM 9550-WRITE-SLOT-TABLE
		DISPLAY "spellprog.dat rewritten with " SLOT-COUNT " row(s)."
	END-IF.

9550-WRITE-SLOT-TABLE.
	*> each class's rows go out together and in caster-level order, in
	*> the order the classes first appear - so a level set after the
	*> fact lands where a reader of the file would look for it.
	PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1 UNTIL WS-SLOT-IDX > SLOT-COUNT
		MOVE "N" TO SLT-WRITTEN-SW(WS-SLOT-IDX)
	END-PERFORM
	OPEN OUTPUT SpellProgFile
	PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1 UNTIL WS-SLOT-IDX > SLOT-COUNT
		IF SLT-WRITTEN-SW(WS-SLOT-IDX) = "N"
			PERFORM VARYING WS-CASTER-LEVEL FROM 1 BY 1
				UNTIL WS-CASTER-LEVEL > 20
				PERFORM VARYING WS-SLOT-IDX2 FROM WS-SLOT-IDX BY 1
					UNTIL WS-SLOT-IDX2 > SLOT-COUNT
					IF SLT-WRITTEN-SW(WS-SLOT-IDX2) = "N"
						AND SLT-CLASS(WS-SLOT-IDX2) = SLT-CLASS(WS-SLOT-IDX)
						AND SLT-LEVEL(WS-SLOT-IDX2) = WS-CASTER-LEVEL
						MOVE SLT-CLASS(WS-SLOT-IDX2) TO sl-class
						MOVE SLT-LEVEL(WS-SLOT-IDX2) TO sl-caster-level
						PERFORM VARYING WS-SLOT-LVL FROM 1 BY 1
							UNTIL WS-SLOT-LVL > 9
							MOVE SLT-SLOT(WS-SLOT-IDX2, WS-SLOT-LVL)
								TO sl-slot(WS-SLOT-LVL)
						END-PERFORM
						WRITE SlotProgressionRecord
						MOVE "Y" TO SLT-WRITTEN-SW(WS-SLOT-IDX2)
					END-IF
				END-PERFORM
			END-PERFORM
		END-IF
	END-PERFORM
	CLOSE SpellProgFile.

0500-LOAD-CLASS-TABLE.
	OPEN INPUT ClassFile
	IF WS-CLASS-STATUS NOT = "00"
		DISPLAY "No class.dat yet - starting an empty table."
	ELSE
		PERFORM UNTIL END-OF-CLASSES
			READ ClassFile
				AT END
					MOVE "Y" TO CLASS-EOF-SW
				NOT AT END
					IF CLASS-COUNT < 20
						ADD 1 TO CLASS-COUNT
						MOVE cr-name TO CT-NAME(CLASS-COUNT)
						MOVE cr-hit-die TO CT-HIT-DIE(CLASS-COUNT)
						MOVE cr-spell-sw TO CT-SPELL-SW(CLASS-COUNT)
						MOVE cr-spell-ability TO CT-SPELL-ABILITY(CLASS-COUNT)
						MOVE cr-spell-slots TO CT-SPELL-SLOTS(CLASS-COUNT)
						MOVE cr-spells-known TO CT-SPELLS-KNOWN(CLASS-COUNT)
						MOVE cr-save1 TO CT-SAVE1(CLASS-COUNT)
						MOVE cr-save2 TO CT-SAVE2(CLASS-COUNT)
						MOVE cr-flavor TO CT-FLAVOR(CLASS-COUNT)
					END-IF
			END-READ
		END-PERFORM
		CLOSE ClassFile
	END-IF.

0510-LOAD-SUBCLASS-TABLE.
	OPEN INPUT SubclassFile
	IF WS-SUBCL-STATUS NOT = "00"
		DISPLAY "No subclass.dat yet - starting an empty table."
	ELSE
		PERFORM UNTIL END-OF-SUBCLASSES
			READ SubclassFile
				AT END
					MOVE "Y" TO SUBCL-EOF-SW
				NOT AT END
					IF SUBCL-COUNT < 60
						ADD 1 TO SUBCL-COUNT
						MOVE su-class TO SCT-CLASS(SUBCL-COUNT)
						MOVE su-name TO SCT-NAME(SUBCL-COUNT)
						MOVE su-level TO SCT-LEVEL(SUBCL-COUNT)
					END-IF
			END-READ
		END-PERFORM
		CLOSE SubclassFile
	END-IF.

0520-LOAD-SLOT-TABLE.
	OPEN INPUT SpellProgFile
	IF WS-PROG-STATUS NOT = "00"
		DISPLAY "No spellprog.dat yet - starting an empty table."
	ELSE
		PERFORM UNTIL END-OF-SLOT-TABLE
			READ SpellProgFile
				AT END
					MOVE "Y" TO SLOT-EOF-SW
				NOT AT END
					IF SLOT-COUNT < 200
						ADD 1 TO SLOT-COUNT
						MOVE sl-class TO SLT-CLASS(SLOT-COUNT)
						MOVE sl-caster-level TO SLT-LEVEL(SLOT-COUNT)
						PERFORM VARYING WS-SLOT-LVL FROM 1 BY 1
							UNTIL WS-SLOT-LVL > 9
							MOVE sl-slot(WS-SLOT-LVL)
								TO SLT-SLOT(SLOT-COUNT, WS-SLOT-LVL)
						END-PERFORM
					END-IF
			END-READ
		END-PERFORM
		CLOSE SpellProgFile
	END-IF.

0040-CHECK-LAYOUT-VERSION.
	*> a character.dat stamped for a different build cannot be read
	*> here - Data Upgrade converts the file and moves the stamp.
	MOVE "C" TO WS-VER-MODE
	MOVE "character.dat" TO WS-VER-FILE
	MOVE dv-charrec-version TO WS-VER-VERSION
	CALL "VERCHECK" USING WS-VER-MODE, WS-VER-FILE, WS-VER-VERSION,
		WS-VER-RESULT
	IF WS-VER-RESULT = "N"
		DISPLAY "character.dat needs Data Upgrade before the roster can "
			"be checked."
		MOVE "N" TO WS-ROSTER-SW
	END-IF.
