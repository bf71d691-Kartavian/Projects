		>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. encounter_tables IS INITIAL.
AUTHOR. Loren Stevenson
DATE-WRITTEN. June 8, 2023
*> Random-encounter table maintenance.  A table is keyed by terrain
*> and level tier (enctable.dat, see ETBLREC.cpy); each row covers a
*> d100 percentile range and names a bestiary monster and how many,
*> in dice notation.  Rows must name a monster already in monster.dat
*> and may not overlap; a table that leaves percentiles uncovered is
*> saved but called out, since those rolls come up empty.  Encounter
*> Builder.cbl does the rolling.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT EncTableFile ASSIGN TO "enctable.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS et-key
		FILE STATUS IS WS-ETBL-STATUS.
	SELECT MonsterFile ASSIGN TO "monster.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS mn-name
		FILE STATUS IS WS-MONFILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD EncTableFile.
	COPY ETBLREC.

FD MonsterFile.
	COPY MONREC.

WORKING-STORAGE SECTION.
01 WS-ETBL-STATUS PIC XX VALUE "00".
01 WS-MONFILE-STATUS PIC XX VALUE "00".
01 WS-MENU-CHOICE PIC X.
01 WS-ANSWER PIC X.
01 WS-EOF-SW PIC X VALUE "N".
	88 END-OF-TABLES VALUE "Y".
01 WS-BESTIARY-OPEN-SW PIC X VALUE "N".
	88 BESTIARY-OPEN VALUE "Y".
01 WS-TABLE-COUNT PIC 9(4) VALUE 0.
01 WS-TERRAIN-IN PIC x(10).
01 WS-TIER-IN PIC 9.
01 WS-ON-FILE-SW PIC X VALUE "N".
	88 TABLE-ON-FILE VALUE "Y".

*> the row being keyed in
01 WS-ROW-DONE-SW PIC X VALUE "N".
	88 ROWS-DONE VALUE "Y".
01 WS-ROW-OK-SW PIC X VALUE "N".
	88 ROW-OK VALUE "Y".
01 WS-ROW-LOW PIC 9(3).
01 WS-ROW-HIGH PIC 9(3).
01 WS-ROW-MON PIC x(23).
01 WS-ROW-QTY PIC x(8).
01 WS-ROW-IDX PIC 9(2).
01 WS-CHECK-IDX PIC 9(2).
01 WS-PCT PIC 9(3).
01 WS-UNCOVERED PIC 9(3).
01 WS-COVERED-SW PIC X.
	88 PCT-COVERED VALUE "Y".

*> dice notation, read the way Dice Tower reads it - "2d4+1", "1d6",
*> or a plain count such as "3"
01 WS-SPEC PIC x(8).
01 WS-N-TXT PIC x(4).
01 WS-REST PIC x(8).
01 WS-M-TXT PIC x(4).
01 WS-MOD-TXT PIC x(4).
01 WS-PLUS-COUNT PIC 9 VALUE 0.
01 WS-MINUS-COUNT PIC 9 VALUE 0.
01 WS-NUM-DICE PIC 9(2).
01 WS-DIE-SIZE PIC 9(2).
01 WS-MODIFIER PIC S9(3).

01 WS-TIER-NAMES.
	02 FILLER PIC x(12) VALUE "levels 1-4".
	02 FILLER PIC x(12) VALUE "levels 5-10".
	02 FILLER PIC x(12) VALUE "levels 11-16".
	02 FILLER PIC x(12) VALUE "levels 17-20".
01 WS-TIER-TABLE REDEFINES WS-TIER-NAMES.
	02 WS-TIER-NAME PIC x(12) OCCURS 4 TIMES.

*> shared with game_console - the tables are the DM's to keep.
01 CONSOLE-CONTEXT EXTERNAL.
	02 ctx-char-id PIC 9(6).
	02 ctx-active-sw PIC X.
	02 ctx-op-id PIC x(8).
	02 ctx-op-name PIC x(17).
	02 ctx-op-role PIC X.

PROCEDURE DIVISION.
0000-MAIN.
	DISPLAY "================================================================"
	DISPLAY "                 RANDOM ENCOUNTER TABLES"
	DISPLAY "================================================================"
	OPEN I-O EncTableFile
	IF WS-ETBL-STATUS = "35"
		OPEN OUTPUT EncTableFile
		CLOSE EncTableFile
		OPEN I-O EncTableFile
	END-IF
	OPEN INPUT MonsterFile
	IF WS-MONFILE-STATUS = "00"
		MOVE "Y" TO WS-BESTIARY-OPEN-SW
	ELSE
		DISPLAY "Note: no bestiary on file - tables can be listed but "
			"not built until monster.dat is stocked."
	END-IF
	MOVE SPACE TO WS-MENU-CHOICE
	PERFORM UNTIL WS-MENU-CHOICE = "Q" OR WS-MENU-CHOICE = "q"
		DISPLAY " "
		DISPLAY "1) Build or replace a table"
		DISPLAY "2) List the tables"
		DISPLAY "3) Show a table"
		DISPLAY "4) Delete a table"
		DISPLAY "Q) Done"
		DISPLAY "Choice? " WITH NO ADVANCING
		ACCEPT WS-MENU-CHOICE
		EVALUATE WS-MENU-CHOICE
			WHEN "1"
				PERFORM 1000-BUILD-TABLE
			WHEN "2"
				PERFORM 2000-LIST-TABLES
			WHEN "3"
				PERFORM 3000-SHOW-TABLE
			WHEN "4"
				PERFORM 4000-DELETE-TABLE
			WHEN "Q"
			WHEN "q"
				CONTINUE
			WHEN OTHER
				DISPLAY "Not a valid choice."
		END-EVALUATE
	END-PERFORM
	IF BESTIARY-OPEN
		CLOSE MonsterFile
	END-IF
	CLOSE EncTableFile
	GOBACK.

0100-ASK-FOR-KEY.
	DISPLAY "Terrain (e.g. Forest, Road, Swamp)? " WITH NO ADVANCING
	ACCEPT WS-TERRAIN-IN
	MOVE FUNCTION UPPER-CASE(WS-TERRAIN-IN) TO WS-TERRAIN-IN
	DISPLAY "Tier - 1) levels 1-4  2) 5-10  3) 11-16  4) 17-20? "
		WITH NO ADVANCING
	ACCEPT WS-TIER-IN
	IF WS-TIER-IN < 1 OR WS-TIER-IN > 4
		DISPLAY "Tier must be 1-4 - taking it as 1."
		MOVE 1 TO WS-TIER-IN
	END-IF
	MOVE WS-TERRAIN-IN TO et-terrain
	MOVE WS-TIER-IN TO et-tier
	MOVE "N" TO WS-ON-FILE-SW
	READ EncTableFile
		INVALID KEY
			CONTINUE
		NOT INVALID KEY
			MOVE "Y" TO WS-ON-FILE-SW
	END-READ.

1000-BUILD-TABLE.
	EVALUATE TRUE
		WHEN ctx-op-role = "P"
			DISPLAY "Encounter tables are DM or admin only."
		WHEN NOT BESTIARY-OPEN
			DISPLAY "No bestiary on file - stock monster.dat first "
				"through Monster Bestiary."
		WHEN OTHER
			PERFORM 0100-ASK-FOR-KEY
			MOVE "Y" TO WS-ANSWER
			IF TABLE-ON-FILE
				DISPLAY FUNCTION TRIM(et-terrain) " " WS-TIER-NAME(et-tier)
					" is already on file (" et-row-count
					" rows) - replace it? (Y/N) " WITH NO ADVANCING
				ACCEPT WS-ANSWER
			END-IF
			IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
				PERFORM 1100-KEY-THE-TABLE
			ELSE
				DISPLAY "Table left as it was."
			END-IF
	END-EVALUATE.

1100-KEY-THE-TABLE.
	INITIALIZE EncTableData
	MOVE WS-TERRAIN-IN TO et-terrain
	MOVE WS-TIER-IN TO et-tier
	DISPLAY "Table name (e.g. Deep woods, low levels)? " WITH NO ADVANCING
	ACCEPT et-name
	DISPLAY "Rows cover a d100 roll.  Quantity is dice notation (2d4, "
		"1d6+1) or a plain count (3)."
	DISPLAY "Low percentile 0 when the table is done."
	MOVE 0 TO et-row-count
	MOVE "N" TO WS-ROW-DONE-SW
	PERFORM UNTIL ROWS-DONE
		PERFORM 1200-TAKE-A-ROW
	END-PERFORM
	IF et-row-count = 0
		DISPLAY "No rows keyed - nothing saved."
	ELSE
		PERFORM 1500-CHECK-COVERAGE
		IF TABLE-ON-FILE
			REWRITE EncTableData
				INVALID KEY
					DISPLAY "Warning: could not save over that table."
				NOT INVALID KEY
					DISPLAY FUNCTION TRIM(et-terrain) " "
						WS-TIER-NAME(et-tier) " replaced - " et-row-count
						" row(s)."
			END-REWRITE
		ELSE
			WRITE EncTableData
				INVALID KEY
					DISPLAY "Warning: could not save that table."
				NOT INVALID KEY
					DISPLAY FUNCTION TRIM(et-terrain) " "
						WS-TIER-NAME(et-tier) " saved - " et-row-count
						" row(s)."
			END-WRITE
		END-IF
	END-IF.

1200-TAKE-A-ROW.
	IF et-row-count = 20
		DISPLAY "A table holds 20 rows - that is the lot."
		MOVE "Y" TO WS-ROW-DONE-SW
	ELSE
		COMPUTE WS-ROW-IDX = et-row-count + 1
		DISPLAY "Row " WS-ROW-IDX " - low percentile (1-100, 0 = done)? "
			WITH NO ADVANCING
		ACCEPT WS-ROW-LOW
		IF WS-ROW-LOW = 0
			MOVE "Y" TO WS-ROW-DONE-SW
		ELSE
			DISPLAY "High percentile? " WITH NO ADVANCING
			ACCEPT WS-ROW-HIGH
			DISPLAY "Monster? " WITH NO ADVANCING
			ACCEPT WS-ROW-MON
			DISPLAY "How many (dice or a count)? " WITH NO ADVANCING
			ACCEPT WS-ROW-QTY
			PERFORM 1300-CHECK-THE-ROW
			IF ROW-OK
				ADD 1 TO et-row-count
				MOVE WS-ROW-LOW TO et-low(et-row-count)
				MOVE WS-ROW-HIGH TO et-high(et-row-count)
				MOVE mn-name TO et-mon-name(et-row-count)
				MOVE WS-ROW-QTY TO et-qty-dice(et-row-count)
			END-IF
		END-IF
	END-IF.

1300-CHECK-THE-ROW.
	MOVE "Y" TO WS-ROW-OK-SW
	IF WS-ROW-LOW > 100 OR WS-ROW-HIGH > 100 OR WS-ROW-HIGH < WS-ROW-LOW
		DISPLAY "The range has to run low to high within 1-100 - row "
			"not taken."
		MOVE "N" TO WS-ROW-OK-SW
	END-IF
	IF ROW-OK
		PERFORM VARYING WS-CHECK-IDX FROM 1 BY 1
			UNTIL WS-CHECK-IDX > et-row-count
			IF WS-ROW-LOW <= et-high(WS-CHECK-IDX)
				AND WS-ROW-HIGH >= et-low(WS-CHECK-IDX)
				DISPLAY "Overlaps row " WS-CHECK-IDX " ("
					et-low(WS-CHECK-IDX) "-" et-high(WS-CHECK-IDX)
					") - row not taken."
				MOVE "N" TO WS-ROW-OK-SW
			END-IF
		END-PERFORM
	END-IF
	IF ROW-OK
		MOVE WS-ROW-MON TO mn-name
		READ MonsterFile
			INVALID KEY
				DISPLAY "No " FUNCTION TRIM(WS-ROW-MON) " in the bestiary "
					"- row not taken."
				MOVE "N" TO WS-ROW-OK-SW
		END-READ
	END-IF
	IF ROW-OK
		MOVE WS-ROW-QTY TO WS-SPEC
		PERFORM 0200-PARSE-QTY
		IF WS-NUM-DICE = 0
			DISPLAY "Could not read that quantity - try 1d6, 2d4+1 or 3 "
				"- row not taken."
			MOVE "N" TO WS-ROW-OK-SW
		END-IF
	END-IF.

1500-CHECK-COVERAGE.
	MOVE 0 TO WS-UNCOVERED
	PERFORM VARYING WS-PCT FROM 1 BY 1 UNTIL WS-PCT > 100
		MOVE "N" TO WS-COVERED-SW
		PERFORM VARYING WS-CHECK-IDX FROM 1 BY 1
			UNTIL WS-CHECK-IDX > et-row-count
			IF WS-PCT >= et-low(WS-CHECK-IDX)
				AND WS-PCT <= et-high(WS-CHECK-IDX)
				MOVE "Y" TO WS-COVERED-SW
			END-IF
		END-PERFORM
		IF NOT PCT-COVERED
			ADD 1 TO WS-UNCOVERED
		END-IF
	END-PERFORM
	IF WS-UNCOVERED > 0
		DISPLAY "Note: " WS-UNCOVERED " percentile(s) fall on no row - "
			"those rolls come up empty."
	END-IF.

2000-LIST-TABLES.
	MOVE 0 TO WS-TABLE-COUNT
	MOVE SPACES TO et-terrain
	MOVE 0 TO et-tier
	START EncTableFile KEY IS >= et-key
		INVALID KEY
			CONTINUE
	END-START
	IF WS-ETBL-STATUS = "00"
		MOVE "N" TO WS-EOF-SW
		PERFORM UNTIL END-OF-TABLES
			READ EncTableFile NEXT RECORD
				AT END
					MOVE "Y" TO WS-EOF-SW
				NOT AT END
					ADD 1 TO WS-TABLE-COUNT
					DISPLAY et-terrain " " WS-TIER-NAME(et-tier) "  "
						FUNCTION TRIM(et-name) "  (" et-row-count " rows)"
			END-READ
		END-PERFORM
	END-IF
	DISPLAY WS-TABLE-COUNT " table(s) on file.".

3000-SHOW-TABLE.
	PERFORM 0100-ASK-FOR-KEY
	IF NOT TABLE-ON-FILE
		DISPLAY "No table for " FUNCTION TRIM(WS-TERRAIN-IN) " "
			WS-TIER-NAME(WS-TIER-IN) "."
	ELSE
		DISPLAY "----------------------------------------------------------------"
		DISPLAY FUNCTION TRIM(et-terrain) " " WS-TIER-NAME(et-tier) " - "
			FUNCTION TRIM(et-name)
		PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
			UNTIL WS-ROW-IDX > et-row-count
			DISPLAY "  " et-low(WS-ROW-IDX) "-" et-high(WS-ROW-IDX) "  "
				et-mon-name(WS-ROW-IDX) " x "
				FUNCTION TRIM(et-qty-dice(WS-ROW-IDX))
		END-PERFORM
		PERFORM 1500-CHECK-COVERAGE
		DISPLAY "----------------------------------------------------------------"
	END-IF.

4000-DELETE-TABLE.
	IF ctx-op-role = "P"
		DISPLAY "Encounter tables are DM or admin only."
	ELSE
		PERFORM 0100-ASK-FOR-KEY
		IF NOT TABLE-ON-FILE
			DISPLAY "No table for " FUNCTION TRIM(WS-TERRAIN-IN) " "
				WS-TIER-NAME(WS-TIER-IN) "."
		ELSE
			DISPLAY "Delete " FUNCTION TRIM(et-name) "? (Y/N) "
				WITH NO ADVANCING
			ACCEPT WS-ANSWER
			IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
				DELETE EncTableFile
					INVALID KEY
						DISPLAY "Warning: could not delete that table."
					NOT INVALID KEY
						DISPLAY "Table deleted."
				END-DELETE
			END-IF
		END-IF
	END-IF.

0200-PARSE-QTY.
	*> a plain count comes back as that many dice of no size
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
	END-IF
	IF WS-REST NOT = SPACES AND WS-DIE-SIZE = 0
		MOVE 0 TO WS-NUM-DICE
	END-IF.
