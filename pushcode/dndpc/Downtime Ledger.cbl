		>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. downtime_ledger IS INITIAL.
AUTHOR. Loren Stevenson
DATE-WRITTEN. June 15, 2023
*> What the characters do between game nights, kept in downtime.dat
*> (see DOWNREC.cpy) instead of hand edits in three programs.  A
*> project is started for one character - crafting or scribing an
*> itemcat.dat item (5 gp of progress a day, half the price in
*> materials, spread over the days), training in a tool or language
*> (250 days at 1 gp a day), or working a trade for pay.  Downtime is
*> posted a stretch at a time for a whole party: the party's clock
*> moves on once through CALCLOCK.cbl, then each living member's days
*> go to a project, with the project's cost or pay and the lifestyle
*> they keep charged to their purse.dat (change made in copper) or to
*> a treasury.dat line.  A purse that cannot cover a charge sends it
*> to the treasury instead.  A finished craft or scroll lands in the
*> character's inventory.dat priced from the catalog.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT CharacterFile ASSIGN TO "character.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS char-id
		ALTERNATE RECORD KEY IS cname WITH DUPLICATES
		ALTERNATE RECORD KEY IS party-id WITH DUPLICATES
		FILE STATUS IS WS-CHARFILE-STATUS.
	SELECT PartyFile ASSIGN TO "party.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS pt-id
		FILE STATUS IS WS-PARTYFILE-STATUS.
	SELECT DowntimeFile ASSIGN TO "downtime.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS dt-key
		FILE STATUS IS WS-DOWNFILE-STATUS.
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
FD CharacterFile.
	COPY CHARREC.

FD PartyFile.
	COPY PARTYREC.

FD DowntimeFile.
	COPY DOWNREC.

FD InventoryFile.
	COPY INVREC.

FD ItemCatalogFile.
	COPY ITEMREC.

FD PurseFile.
	COPY PURSEREC.

FD TreasuryFile.
	COPY TREASREC.

WORKING-STORAGE SECTION.

*> layout-version gate for character.dat and party.dat (see
*> DATAVER.cpy and VERCHECK.cbl) - checked before the files are opened.
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

01 WS-CHARFILE-STATUS PIC XX VALUE "00".
01 WS-PARTYFILE-STATUS PIC XX VALUE "00".
01 WS-DOWNFILE-STATUS PIC XX VALUE "00".
01 WS-INVFILE-STATUS PIC XX VALUE "00".
01 WS-CATFILE-STATUS PIC XX VALUE "00".
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
01 WS-PROJECT-COUNT PIC 9(3) VALUE 0.
01 WS-PICK-PROJECT-ID PIC 9(3).
01 WS-NEXT-PROJECT-ID PIC 9(3).
01 WS-PROJECT-OK-SW PIC X VALUE "N".
	88 PROJECT-OK VALUE "Y".

*> starting a project
01 WS-KIND PIC X.
01 WS-DAYS-IN PIC 9(4).
01 WS-AMOUNT-IN PIC 9(5)V99.
01 WS-DEFAULT-DAYS PIC 9(4).
01 WS-DEFAULT-AMOUNT PIC 9(5)V99.
01 WS-CAT-FOUND-SW PIC X VALUE "N".
	88 CATALOG-ITEM-FOUND VALUE "Y".
01 WS-ED-AMOUNT PIC Z(6)9.99.
01 WS-ED-AMOUNT2 PIC Z(6)9.99.

*> a downtime stretch for a party
01 WS-PICK-PARTY-ID PIC 9(4).
01 WS-PARTY-NAME PIC x(20).
01 WS-STRETCH-DAYS PIC 9(4).
01 WS-PROJECT-DAYS PIC 9(4).
01 WS-DAYS-LEFT PIC 9(4).
01 WS-MEMBER-ENTRY OCCURS 20 TIMES.
	02 WS-MB-ID PIC 9(6).
	02 WS-MB-NAME PIC x(23).
01 WS-MEMBER-COUNT PIC 9(2) VALUE 0.
01 WS-MB-IDX PIC 9(2).
01 WS-CAT-OPEN-SW PIC X VALUE "N".
	88 CATALOG-OPEN VALUE "Y".

*> lifestyle expenses, gp a day (PHB) - code, then the rate
01 WS-LIFESTYLE-VALUES.
	02 FILLER PIC x(19) VALUE "W000000Wretched    ".
	02 FILLER PIC x(19) VALUE "S000010Squalid     ".
	02 FILLER PIC x(19) VALUE "P000020Poor        ".
	02 FILLER PIC x(19) VALUE "M000100Modest      ".
	02 FILLER PIC x(19) VALUE "C000200Comfortable ".
	02 FILLER PIC x(19) VALUE "R000400Rich        ".
	02 FILLER PIC x(19) VALUE "A001000Aristocratic".
01 WS-LIFESTYLE-TABLE REDEFINES WS-LIFESTYLE-VALUES.
	02 WS-LIFESTYLE-ENTRY OCCURS 7 TIMES.
		03 WS-LS-CODE PIC X.
		03 WS-LS-RATE PIC 9(4)V99.
		03 WS-LS-NAME PIC x(12).
01 WS-LS-IDX PIC 9.
01 WS-LS-PICK PIC 9.
01 WS-LIFESTYLE-IN PIC X.

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

*> CALCLOCK.cbl parameters
01 WS-CAL-MODE PIC X.
01 WS-CAL-PARTY-ID PIC 9(4).
01 WS-CAL-HOURS PIC 9(5).
01 WS-CAL-REASON PIC x(10).
01 WS-CAL-NOTE PIC x(30).
01 WS-CAL-DAY PIC 9(6).
01 WS-CAL-HOUR PIC 9(2).
01 WS-CAL-RESULT PIC X.
01 WS-ED-DAYS PIC Z(3)9.

01 WS-TIME-FULL PIC 9(8).
01 WS-TIME-R REDEFINES WS-TIME-FULL.
	02 WS-TIME-HHMMSS PIC 9(6).
	02 WS-TIME-HSEC PIC 9(2).

*> inventory movement log (see INVMOVE.cbl and INVMVREC.cpy)
01 WS-IM-CHAR-ID PIC 9(6).
01 WS-IM-ITEM-NAME PIC x(20).
01 WS-IM-QTY PIC S9(4).
01 WS-IM-PROGRAM PIC x(20) VALUE "downtime_ledger".

PROCEDURE DIVISION.
0000-MAIN.
	PERFORM 0040-CHECK-LAYOUT-VERSION
	DISPLAY "================================================================"
	DISPLAY "                      DOWNTIME LEDGER"
	DISPLAY "================================================================"
	OPEN I-O DowntimeFile
	IF WS-DOWNFILE-STATUS = "35"
		OPEN OUTPUT DowntimeFile
		CLOSE DowntimeFile
		OPEN I-O DowntimeFile
	END-IF
	MOVE SPACE TO WS-MENU-CHOICE
	PERFORM UNTIL WS-MENU-CHOICE = "Q" OR WS-MENU-CHOICE = "q"
		DISPLAY " "
		DISPLAY "1) Start a project"
		DISPLAY "2) Post a downtime stretch for a party"
		DISPLAY "3) A character's projects"
		DISPLAY "4) Abandon a project"
		DISPLAY "Q) Done"
		DISPLAY "Choice? " WITH NO ADVANCING
		ACCEPT WS-MENU-CHOICE
		EVALUATE WS-MENU-CHOICE
			WHEN "1"
				PERFORM 1000-START-PROJECT
			WHEN "2"
				PERFORM 2000-POST-STRETCH
			WHEN "3"
				PERFORM 4000-LIST-PROJECTS
			WHEN "4"
				PERFORM 4500-ABANDON-PROJECT
			WHEN "Q"
			WHEN "q"
				CONTINUE
			WHEN OTHER
				DISPLAY "Not a valid choice."
		END-EVALUATE
	END-PERFORM
	CLOSE DowntimeFile
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

1000-START-PROJECT.
	PERFORM 0100-FIND-CHARACTER
	IF CHAR-FOUND
		PERFORM 1050-FIND-NEXT-PROJECT-ID
		INITIALIZE DowntimeData
		MOVE WS-TARGET-CHAR-ID TO dt-char-id
		MOVE WS-NEXT-PROJECT-ID TO dt-project-id
		DISPLAY "(C)raft an item, (S)cribe a scroll, (T)rain in a tool "
			"or language, or (W)ork a trade? " WITH NO ADVANCING
		ACCEPT WS-KIND
		MOVE "N" TO WS-PROJECT-OK-SW
		EVALUATE WS-KIND
			WHEN "C"
			WHEN "c"
				MOVE "CRAFT" TO dt-activity
				PERFORM 1100-PRICE-FROM-CATALOG
			WHEN "S"
			WHEN "s"
				MOVE "SCRIBE" TO dt-activity
				PERFORM 1100-PRICE-FROM-CATALOG
			WHEN "T"
			WHEN "t"
				MOVE "TRAIN" TO dt-activity
				DISPLAY "Tool or language to learn? " WITH NO ADVANCING
				ACCEPT dt-item-name
				MOVE 250 TO WS-DEFAULT-DAYS
				MOVE 1 TO WS-DEFAULT-AMOUNT
				MOVE "D" TO dt-flow
				MOVE "Y" TO WS-PROJECT-OK-SW
			WHEN "W"
			WHEN "w"
				MOVE "WORK" TO dt-activity
				DISPLAY "Trade plied (e.g. Blacksmith)? " WITH NO ADVANCING
				ACCEPT dt-item-name
				MOVE 0 TO WS-DEFAULT-DAYS
				MOVE 1 TO WS-DEFAULT-AMOUNT
				MOVE "C" TO dt-flow
				MOVE "Y" TO WS-PROJECT-OK-SW
			WHEN OTHER
				DISPLAY "Not an activity - nothing started."
		END-EVALUATE
		IF PROJECT-OK
			PERFORM 1200-SETTLE-THE-TERMS
			PERFORM 1300-FILE-THE-PROJECT
		END-IF
	END-IF.

1050-FIND-NEXT-PROJECT-ID.
	MOVE 0 TO WS-NEXT-PROJECT-ID
	MOVE WS-TARGET-CHAR-ID TO dt-char-id
	MOVE 0 TO dt-project-id
	START DowntimeFile KEY IS >= dt-key
		INVALID KEY
			CONTINUE
	END-START
	IF WS-DOWNFILE-STATUS = "00"
		MOVE "N" TO WS-EOF-SW
		PERFORM UNTIL END-OF-FILE
			READ DowntimeFile NEXT RECORD
				AT END
					MOVE "Y" TO WS-EOF-SW
				NOT AT END
					IF dt-char-id NOT = WS-TARGET-CHAR-ID
						MOVE "Y" TO WS-EOF-SW
					ELSE
						MOVE dt-project-id TO WS-NEXT-PROJECT-ID
					END-IF
			END-READ
		END-PERFORM
	END-IF
	ADD 1 TO WS-NEXT-PROJECT-ID.

1100-PRICE-FROM-CATALOG.
	*> 5 gp of progress a day, and half the market price goes on raw
	*> materials over the days - the item has to be in the catalog
	DISPLAY "Catalog item to make? " WITH NO ADVANCING
	ACCEPT dt-item-name
	MOVE "N" TO WS-CAT-FOUND-SW
	OPEN INPUT ItemCatalogFile
	IF WS-CATFILE-STATUS = "00"
		MOVE dt-item-name TO ic-name
		READ ItemCatalogFile
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				MOVE "Y" TO WS-CAT-FOUND-SW
		END-READ
		CLOSE ItemCatalogFile
	END-IF
	IF NOT CATALOG-ITEM-FOUND
		DISPLAY FUNCTION TRIM(dt-item-name) " is not in the item catalog - "
			"price it in Item Catalog first."
	ELSE
		COMPUTE WS-DEFAULT-DAYS = (ic-value + 4.99) / 5
		IF WS-DEFAULT-DAYS = 0
			MOVE 1 TO WS-DEFAULT-DAYS
		END-IF
		COMPUTE WS-DEFAULT-AMOUNT ROUNDED = ic-value / 2 / WS-DEFAULT-DAYS
		MOVE ic-value TO WS-ED-AMOUNT
		DISPLAY FUNCTION TRIM(ic-name) " sells for "
			FUNCTION TRIM(WS-ED-AMOUNT) " gp."
		MOVE "D" TO dt-flow
		MOVE "Y" TO WS-PROJECT-OK-SW
	END-IF.

1200-SETTLE-THE-TERMS.
	MOVE WS-DEFAULT-DAYS TO WS-ED-DAYS
	IF dt-work
		DISPLAY "Open-ended - a trade is worked as long as it is posted."
		MOVE 0 TO dt-days-needed
	ELSE
		DISPLAY "Days needed (blank for " FUNCTION TRIM(WS-ED-DAYS) ")? "
			WITH NO ADVANCING
		ACCEPT WS-DAYS-IN
		IF WS-DAYS-IN = 0
			MOVE WS-DEFAULT-DAYS TO dt-days-needed
		ELSE
			MOVE WS-DAYS-IN TO dt-days-needed
		END-IF
	END-IF
	MOVE WS-DEFAULT-AMOUNT TO WS-ED-AMOUNT
	IF dt-earns
		DISPLAY "Pay per day in gp (blank for "
			FUNCTION TRIM(WS-ED-AMOUNT) ")? " WITH NO ADVANCING
	ELSE
		DISPLAY "Cost per day in gp (blank for "
			FUNCTION TRIM(WS-ED-AMOUNT) ")? " WITH NO ADVANCING
	END-IF
	ACCEPT WS-AMOUNT-IN
	IF WS-AMOUNT-IN = 0
		MOVE WS-DEFAULT-AMOUNT TO dt-daily-amount
	ELSE
		MOVE WS-AMOUNT-IN TO dt-daily-amount
	END-IF
	DISPLAY "Paid through the character's (P)urse or a (T)reasury line? "
		WITH NO ADVANCING
	ACCEPT dt-pay-from
	MOVE FUNCTION UPPER-CASE(dt-pay-from) TO dt-pay-from
	IF NOT dt-from-treasury
		MOVE "P" TO dt-pay-from
	END-IF
	PERFORM 1250-ASK-LIFESTYLE
	MOVE WS-LS-CODE(WS-LS-PICK) TO dt-lifestyle.

1250-ASK-LIFESTYLE.
	*> blank keeps the project's lifestyle, or Modest for a new one
	DISPLAY "Lifestyle - (W)retched (S)qualid (P)oor (M)odest "
		"(C)omfortable (R)ich (A)ristocratic? " WITH NO ADVANCING
	ACCEPT WS-LIFESTYLE-IN
	MOVE FUNCTION UPPER-CASE(WS-LIFESTYLE-IN) TO WS-LIFESTYLE-IN
	IF WS-LIFESTYLE-IN = SPACE
		MOVE dt-lifestyle TO WS-LIFESTYLE-IN
	END-IF
	MOVE 4 TO WS-LS-PICK
	PERFORM VARYING WS-LS-IDX FROM 1 BY 1 UNTIL WS-LS-IDX > 7
		IF WS-LS-CODE(WS-LS-IDX) = WS-LIFESTYLE-IN
			MOVE WS-LS-IDX TO WS-LS-PICK
		END-IF
	END-PERFORM.

1300-FILE-THE-PROJECT.
	MOVE 0 TO dt-days-spent
	MOVE "O" TO dt-status
	ACCEPT dt-started-date FROM DATE YYYYMMDD
	MOVE 0 TO dt-last-date
	MOVE 0 TO dt-amount-to-date
	MOVE 0 TO dt-lifestyle-to-date
	WRITE DowntimeData
		INVALID KEY
			DISPLAY "Warning: could not file that project."
		NOT INVALID KEY
			DISPLAY "Project " dt-project-id " started: " dt-activity " "
				FUNCTION TRIM(dt-item-name) "."
	END-WRITE.

2000-POST-STRETCH.
	IF ctx-op-role = "P"
		DISPLAY "Posting downtime is DM or admin only."
	ELSE
		DISPLAY "Party ID? " WITH NO ADVANCING
		ACCEPT WS-PICK-PARTY-ID
		MOVE SPACES TO WS-PARTY-NAME
		OPEN INPUT PartyFile
		IF WS-PARTYFILE-STATUS = "00"
			MOVE WS-PICK-PARTY-ID TO pt-id
			READ PartyFile
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					MOVE pt-name TO WS-PARTY-NAME
			END-READ
			CLOSE PartyFile
		END-IF
		IF WS-PARTY-NAME = SPACES
			DISPLAY "No party on file with ID " WS-PICK-PARTY-ID "."
		ELSE
			PERFORM 2050-GATHER-MEMBERS
			DISPLAY "Days of downtime? " WITH NO ADVANCING
			ACCEPT WS-STRETCH-DAYS
			EVALUATE TRUE
				WHEN WS-MEMBER-COUNT = 0
					DISPLAY "No living members on the party."
				WHEN WS-STRETCH-DAYS = 0
					DISPLAY "No days given - nothing posted."
				WHEN OTHER
					PERFORM 2100-MOVE-THE-CLOCK
					PERFORM 2200-OPEN-THE-BOOKS
					PERFORM VARYING WS-MB-IDX FROM 1 BY 1
						UNTIL WS-MB-IDX > WS-MEMBER-COUNT
						PERFORM 2300-POST-A-MEMBER
					END-PERFORM
					PERFORM 2900-CLOSE-THE-BOOKS
			END-EVALUATE
		END-IF
	END-IF.

2050-GATHER-MEMBERS.
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

2100-MOVE-THE-CLOCK.
	*> the stretch passes once for the whole party, however many of
	*> them spend it at a workbench
	MOVE "A" TO WS-CAL-MODE
	MOVE WS-PICK-PARTY-ID TO WS-CAL-PARTY-ID
	COMPUTE WS-CAL-HOURS = WS-STRETCH-DAYS * 24
	MOVE "DOWNTIME" TO WS-CAL-REASON
	MOVE WS-STRETCH-DAYS TO WS-ED-DAYS
	MOVE SPACES TO WS-CAL-NOTE
	STRING "downtime, " FUNCTION TRIM(WS-ED-DAYS) " day(s)"
		DELIMITED BY SIZE INTO WS-CAL-NOTE
	END-STRING
	CALL "CALCLOCK" USING WS-CAL-MODE, WS-CAL-PARTY-ID, WS-CAL-HOURS,
		WS-CAL-REASON, WS-CAL-NOTE, WS-CAL-DAY, WS-CAL-HOUR,
		WS-CAL-RESULT
	IF WS-CAL-RESULT = "Y"
		DISPLAY FUNCTION TRIM(WS-PARTY-NAME) " is now at day " WS-CAL-DAY
			" at " WS-CAL-HOUR ":00."
	END-IF.

2200-OPEN-THE-BOOKS.
	OPEN I-O PurseFile
	IF WS-PURSEFILE-STATUS = "35"
		OPEN OUTPUT PurseFile
		CLOSE PurseFile
		OPEN I-O PurseFile
	END-IF
	OPEN I-O InventoryFile
	IF WS-INVFILE-STATUS = "35"
		OPEN OUTPUT InventoryFile
		CLOSE InventoryFile
		OPEN I-O InventoryFile
	END-IF
	OPEN INPUT ItemCatalogFile
	IF WS-CATFILE-STATUS = "00"
		MOVE "Y" TO WS-CAT-OPEN-SW
	ELSE
		MOVE "N" TO WS-CAT-OPEN-SW
	END-IF.

2300-POST-A-MEMBER.
	MOVE WS-MB-ID(WS-MB-IDX) TO WS-TARGET-CHAR-ID
	DISPLAY "----------------------------------------------------------------"
	DISPLAY FUNCTION TRIM(WS-MB-NAME(WS-MB-IDX)) " - open projects:"
	PERFORM 2350-SHOW-OPEN-PROJECTS
	DISPLAY "Project number for the stretch (0 for none - lifestyle "
		"only)? " WITH NO ADVANCING
	ACCEPT WS-PICK-PROJECT-ID
	MOVE "N" TO WS-PROJECT-OK-SW
	IF WS-PICK-PROJECT-ID > 0
		MOVE WS-TARGET-CHAR-ID TO dt-char-id
		MOVE WS-PICK-PROJECT-ID TO dt-project-id
		READ DowntimeFile
			INVALID KEY
				DISPLAY "No project " WS-PICK-PROJECT-ID " for "
					FUNCTION TRIM(WS-MB-NAME(WS-MB-IDX)) " - lifestyle only."
			NOT INVALID KEY
				IF dt-open
					MOVE "Y" TO WS-PROJECT-OK-SW
				ELSE
					DISPLAY "That project is closed - lifestyle only."
				END-IF
		END-READ
	END-IF
	IF PROJECT-OK
		PERFORM 2400-WORK-THE-PROJECT
		MOVE dt-pay-from TO WS-MONEY-SOURCE
	ELSE
		MOVE "M" TO dt-lifestyle
		MOVE "P" TO WS-MONEY-SOURCE
	END-IF
	PERFORM 1250-ASK-LIFESTYLE
	PERFORM 2600-CHARGE-LIFESTYLE
	IF PROJECT-OK
		MOVE WS-LS-CODE(WS-LS-PICK) TO dt-lifestyle
		ACCEPT dt-last-date FROM DATE YYYYMMDD
		REWRITE DowntimeData
			INVALID KEY
				DISPLAY "Warning: could not update project "
					dt-project-id "."
		END-REWRITE
	END-IF.

2350-SHOW-OPEN-PROJECTS.
	MOVE 0 TO WS-PROJECT-COUNT
	MOVE WS-TARGET-CHAR-ID TO dt-char-id
	MOVE 0 TO dt-project-id
	START DowntimeFile KEY IS >= dt-key
		INVALID KEY
			CONTINUE
	END-START
	IF WS-DOWNFILE-STATUS = "00"
		MOVE "N" TO WS-EOF-SW
		PERFORM UNTIL END-OF-FILE
			READ DowntimeFile NEXT RECORD
				AT END
					MOVE "Y" TO WS-EOF-SW
				NOT AT END
					IF dt-char-id NOT = WS-TARGET-CHAR-ID
						MOVE "Y" TO WS-EOF-SW
					ELSE
						IF dt-open
							ADD 1 TO WS-PROJECT-COUNT
							PERFORM 4100-SHOW-A-PROJECT
						END-IF
					END-IF
			END-READ
		END-PERFORM
	END-IF
	IF WS-PROJECT-COUNT = 0
		DISPLAY "  (none)"
	END-IF.

2400-WORK-THE-PROJECT.
	*> a finite project takes no more days than it has left
	MOVE WS-STRETCH-DAYS TO WS-PROJECT-DAYS
	IF dt-days-needed > 0
		COMPUTE WS-DAYS-LEFT = dt-days-needed - dt-days-spent
		IF WS-PROJECT-DAYS > WS-DAYS-LEFT
			MOVE WS-DAYS-LEFT TO WS-PROJECT-DAYS
		END-IF
	END-IF
	ADD WS-PROJECT-DAYS TO dt-days-spent
	COMPUTE WS-MONEY-AMOUNT = dt-daily-amount * WS-PROJECT-DAYS
	ADD WS-MONEY-AMOUNT TO dt-amount-to-date
	MOVE dt-pay-from TO WS-MONEY-SOURCE
	MOVE WS-PROJECT-DAYS TO WS-ED-DAYS
	MOVE SPACES TO WS-MONEY-MEMO
	STRING "Downtime: " FUNCTION TRIM(dt-activity) " "
		FUNCTION TRIM(dt-item-name)
		DELIMITED BY SIZE INTO WS-MONEY-MEMO
	END-STRING
	IF dt-earns
		MOVE "C" TO WS-MONEY-TYPE
	ELSE
		MOVE "D" TO WS-MONEY-TYPE
	END-IF
	IF WS-MONEY-AMOUNT > 0
		PERFORM 3000-MOVE-THE-MONEY
	END-IF
	MOVE WS-MONEY-AMOUNT TO WS-ED-AMOUNT
	DISPLAY FUNCTION TRIM(WS-ED-DAYS) " day(s) on " FUNCTION TRIM(dt-activity)
		" " FUNCTION TRIM(dt-item-name) " - " FUNCTION TRIM(WS-ED-AMOUNT)
		" gp " WITH NO ADVANCING
	IF dt-earns
		DISPLAY "earned."
	ELSE
		DISPLAY "spent."
	END-IF
	IF dt-days-needed > 0 AND dt-days-spent >= dt-days-needed
		PERFORM 2500-FINISH-THE-PROJECT
	END-IF.

2500-FINISH-THE-PROJECT.
	MOVE "F" TO dt-status
	IF dt-craft OR dt-scribe
		PERFORM 2550-LAND-THE-ITEM
	ELSE
		DISPLAY "** " FUNCTION TRIM(WS-MB-NAME(WS-MB-IDX)) " has finished "
			"training in " FUNCTION TRIM(dt-item-name)
			" - mark it on the character sheet."
	END-IF.

2550-LAND-THE-ITEM.
	MOVE dt-item-name TO ic-name
	MOVE "N" TO WS-CAT-FOUND-SW
	IF CATALOG-OPEN
		READ ItemCatalogFile
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				MOVE "Y" TO WS-CAT-FOUND-SW
		END-READ
	END-IF
	MOVE WS-TARGET-CHAR-ID TO WS-IM-CHAR-ID
	MOVE dt-item-name TO WS-IM-ITEM-NAME
	MOVE 1 TO WS-IM-QTY
	MOVE WS-TARGET-CHAR-ID TO inv-char-id
	MOVE dt-item-name TO inv-item-name
	READ InventoryFile
		INVALID KEY
			MOVE WS-TARGET-CHAR-ID TO inv-char-id
			MOVE dt-item-name TO inv-item-name
			MOVE 1 TO inv-qty
			MOVE 0 TO inv-weight
			MOVE 0 TO inv-value
			MOVE 0 TO inv-charges
			IF CATALOG-ITEM-FOUND
				MOVE ic-weight TO inv-weight
				MOVE ic-value TO inv-value
				*> a new magic item comes fully charged
				IF ic-max-charges IS NUMERIC
					MOVE ic-max-charges TO inv-charges
				END-IF
			END-IF
			MOVE "N" TO inv-equipped-sw
			MOVE "N" TO inv-attuned-sw
			WRITE InventoryData
				INVALID KEY
					DISPLAY "Warning: could not add "
						FUNCTION TRIM(dt-item-name) " to inventory."
				NOT INVALID KEY
					PERFORM 0470-LOG-THE-MOVEMENT
			END-WRITE
		NOT INVALID KEY
			ADD 1 TO inv-qty
			IF CATALOG-ITEM-FOUND
				MOVE ic-weight TO inv-weight
				MOVE ic-value TO inv-value
			END-IF
			REWRITE InventoryData
			PERFORM 0470-LOG-THE-MOVEMENT
	END-READ
	IF NOT CATALOG-ITEM-FOUND
		DISPLAY "Note: " FUNCTION TRIM(dt-item-name) " is gone from the "
			"catalog - added with no weight or value."
	END-IF
	DISPLAY "** " FUNCTION TRIM(WS-MB-NAME(WS-MB-IDX)) " has finished "
		FUNCTION TRIM(dt-item-name) " - it is in their pack.".

2600-CHARGE-LIFESTYLE.
	COMPUTE WS-MONEY-AMOUNT = WS-LS-RATE(WS-LS-PICK) * WS-STRETCH-DAYS
	IF PROJECT-OK
		ADD WS-MONEY-AMOUNT TO dt-lifestyle-to-date
	END-IF
	MOVE WS-STRETCH-DAYS TO WS-ED-DAYS
	MOVE SPACES TO WS-MONEY-MEMO
	STRING "Lifestyle: " FUNCTION TRIM(WS-LS-NAME(WS-LS-PICK)) " "
		FUNCTION TRIM(WS-ED-DAYS) " days"
		DELIMITED BY SIZE INTO WS-MONEY-MEMO
	END-STRING
	MOVE "D" TO WS-MONEY-TYPE
	MOVE WS-MONEY-AMOUNT TO WS-ED-AMOUNT
	IF WS-MONEY-AMOUNT > 0
		PERFORM 3000-MOVE-THE-MONEY
		DISPLAY FUNCTION TRIM(WS-LS-NAME(WS-LS-PICK)) " living for "
			FUNCTION TRIM(WS-ED-DAYS) " day(s) - "
			FUNCTION TRIM(WS-ED-AMOUNT) " gp."
	ELSE
		DISPLAY FUNCTION TRIM(WS-LS-NAME(WS-LS-PICK)) " living costs "
			"nothing."
	END-IF.

2900-CLOSE-THE-BOOKS.
	CLOSE PurseFile
	CLOSE InventoryFile
	IF CATALOG-OPEN
		CLOSE ItemCatalogFile
	END-IF
	DISPLAY "----------------------------------------------------------------"
	DISPLAY "Downtime posted for " WS-MEMBER-COUNT " member(s).".

3000-MOVE-THE-MONEY.
	*> the purse first when that is where it goes; a debit the purse
	*> cannot cover falls through to a treasury line
	IF WS-MONEY-SOURCE = "P"
		PERFORM 3050-FETCH-THE-PURSE
		IF WS-MONEY-TYPE = "C"
			PERFORM 3200-PAY-INTO-PURSE
		ELSE
			PERFORM 3100-PAY-FROM-PURSE
		END-IF
	ELSE
		PERFORM 3300-WRITE-LEDGER-LINE
	END-IF.

3050-FETCH-THE-PURSE.
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

3100-PAY-FROM-PURSE.
	*> everything is valued in copper underneath; the small coins go
	*> first, and change for an overpaid big coin comes back as gold,
	*> silver and copper
	COMPUTE WS-COST-CP = WS-MONEY-AMOUNT * 100
	COMPUTE WS-PURSE-CP = pu-cp + pu-sp * 10 + pu-ep * 50
		+ pu-gp * 100 + pu-pp * 1000
	IF WS-PURSE-CP < WS-COST-CP
		DISPLAY "The purse cannot cover that - it goes on a treasury "
			"line instead."
		PERFORM 3300-WRITE-LEDGER-LINE
	ELSE
		MOVE WS-COST-CP TO WS-LEFT-CP
		MOVE pu-cp TO WS-HAVE
		MOVE 1 TO WS-RATE
		PERFORM 3150-TAKE-FROM-DENOM
		MOVE WS-HAVE TO pu-cp
		MOVE pu-sp TO WS-HAVE
		MOVE 10 TO WS-RATE
		PERFORM 3150-TAKE-FROM-DENOM
		MOVE WS-HAVE TO pu-sp
		MOVE pu-ep TO WS-HAVE
		MOVE 50 TO WS-RATE
		PERFORM 3150-TAKE-FROM-DENOM
		MOVE WS-HAVE TO pu-ep
		MOVE pu-gp TO WS-HAVE
		MOVE 100 TO WS-RATE
		PERFORM 3150-TAKE-FROM-DENOM
		MOVE WS-HAVE TO pu-gp
		MOVE pu-pp TO WS-HAVE
		MOVE 1000 TO WS-RATE
		PERFORM 3150-TAKE-FROM-DENOM
		MOVE WS-HAVE TO pu-pp
		IF WS-LEFT-CP < 0
			COMPUTE WS-CHANGE-CP = 0 - WS-LEFT-CP
			PERFORM 3250-COINS-INTO-PURSE
		END-IF
		REWRITE PurseData
	END-IF.

3150-TAKE-FROM-DENOM.
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

3200-PAY-INTO-PURSE.
	COMPUTE WS-CHANGE-CP = WS-MONEY-AMOUNT * 100
	PERFORM 3250-COINS-INTO-PURSE
	REWRITE PurseData.

3250-COINS-INTO-PURSE.
	DIVIDE WS-CHANGE-CP BY 100 GIVING WS-COIN-GP REMAINDER WS-COIN-CP
	DIVIDE WS-COIN-CP BY 10 GIVING WS-COIN-SP REMAINDER WS-COIN-CP
	ADD WS-COIN-GP TO pu-gp
	ADD WS-COIN-SP TO pu-sp
	ADD WS-COIN-CP TO pu-cp.

3300-WRITE-LEDGER-LINE.
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

4000-LIST-PROJECTS.
	PERFORM 0100-FIND-CHARACTER
	IF CHAR-FOUND
		MOVE 0 TO WS-PROJECT-COUNT
		MOVE WS-TARGET-CHAR-ID TO dt-char-id
		MOVE 0 TO dt-project-id
		START DowntimeFile KEY IS >= dt-key
			INVALID KEY
				CONTINUE
		END-START
		IF WS-DOWNFILE-STATUS = "00"
			DISPLAY "----------------------------------------------------------------"
			MOVE "N" TO WS-EOF-SW
			PERFORM UNTIL END-OF-FILE
				READ DowntimeFile NEXT RECORD
					AT END
						MOVE "Y" TO WS-EOF-SW
					NOT AT END
						IF dt-char-id NOT = WS-TARGET-CHAR-ID
							MOVE "Y" TO WS-EOF-SW
						ELSE
							ADD 1 TO WS-PROJECT-COUNT
							PERFORM 4100-SHOW-A-PROJECT
						END-IF
				END-READ
			END-PERFORM
		END-IF
		DISPLAY WS-PROJECT-COUNT " project(s) on file."
	END-IF.

4100-SHOW-A-PROJECT.
	MOVE dt-daily-amount TO WS-ED-AMOUNT
	MOVE dt-amount-to-date TO WS-ED-AMOUNT2
	EVALUATE TRUE
		WHEN dt-finished
			DISPLAY "  " dt-project-id "  " dt-activity " " dt-item-name
				"  FINISHED  " dt-days-spent " day(s)"
		WHEN dt-abandoned
			DISPLAY "  " dt-project-id "  " dt-activity " " dt-item-name
				"  abandoned after " dt-days-spent " day(s)"
		WHEN dt-days-needed = 0
			DISPLAY "  " dt-project-id "  " dt-activity " " dt-item-name
				"  " dt-days-spent " day(s) worked"
		WHEN OTHER
			DISPLAY "  " dt-project-id "  " dt-activity " " dt-item-name
				"  " dt-days-spent " of " dt-days-needed " day(s)"
	END-EVALUATE
	IF dt-earns
		DISPLAY "       earns " FUNCTION TRIM(WS-ED-AMOUNT) " gp a day, "
			FUNCTION TRIM(WS-ED-AMOUNT2) " gp so far  (lifestyle "
			dt-lifestyle ", pay to " dt-pay-from ")"
	ELSE
		DISPLAY "       costs " FUNCTION TRIM(WS-ED-AMOUNT) " gp a day, "
			FUNCTION TRIM(WS-ED-AMOUNT2) " gp so far  (lifestyle "
			dt-lifestyle ", paid from " dt-pay-from ")"
	END-IF.

4500-ABANDON-PROJECT.
	PERFORM 0100-FIND-CHARACTER
	IF CHAR-FOUND
		DISPLAY "Project number? " WITH NO ADVANCING
		ACCEPT WS-PICK-PROJECT-ID
		MOVE WS-TARGET-CHAR-ID TO dt-char-id
		MOVE WS-PICK-PROJECT-ID TO dt-project-id
		READ DowntimeFile
			INVALID KEY
				DISPLAY "No project " WS-PICK-PROJECT-ID " for that "
					"character."
			NOT INVALID KEY
				IF NOT dt-open
					DISPLAY "That project is already closed."
				ELSE
					PERFORM 4100-SHOW-A-PROJECT
					DISPLAY "Abandon it? (Y/N) " WITH NO ADVANCING
					ACCEPT WS-ANSWER
					IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
						MOVE "X" TO dt-status
						REWRITE DowntimeData
						DISPLAY "Project " dt-project-id " abandoned - what "
							"was spent stays spent."
					END-IF
				END-IF
		END-READ
	END-IF.

0470-LOG-THE-MOVEMENT.
	CALL "INVMOVE" USING WS-IM-CHAR-ID, WS-IM-ITEM-NAME, WS-IM-QTY,
		WS-IM-PROGRAM.

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
