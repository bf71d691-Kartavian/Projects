		>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. adventure_logsheet IS INITIAL.
AUTHOR. Loren Stevenson
DATE-WRITTEN. August 17, 2023
*> The organized-play adventure logsheet, built from the files instead
*> of copied by hand off Shop Dashboard and Party Treasury.  One line
*> per game night the character sat at (sj-att-id in sessions.dat),
*> oldest first, after an opening line for whatever came before the
*> first one.  Each line runs from its night to the day before the
*> character's next one and shows the XP at the start, what changed
*> and the XP at the end (xpjournal.dat, less runs XP Reversal backed
*> out); the same for gold (the character's own treasury.dat lines
*> plus what Treasury Close rolled into treasarch.dat); the downtime
*> days the party's clock spent (DOWNTIME moves in callog.dat); the
*> magic items gained or lost (invmove.dat, see INVMOVE.cbl - a
*> catalog item that needs attunement or holds charges); and the DM
*> who ran the night (pt-dm).  Every line ends the way the next one
*> starts, and carries a check total chained from the line before it,
*> so a sheet carried to another table can be checked line by line
*> against these files with the verify choice.
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
	SELECT SessionFile ASSIGN TO "sessions.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS sj-id
		FILE STATUS IS WS-SESSFILE-STATUS.
	SELECT PartyFile ASSIGN TO "party.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS pt-id
		FILE STATUS IS WS-PARTYFILE-STATUS.
	SELECT ItemCatalogFile ASSIGN TO "itemcat.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS ic-name
		FILE STATUS IS WS-CATFILE-STATUS.
	SELECT InventoryFile ASSIGN TO "inventory.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS inv-key
		ALTERNATE RECORD KEY IS inv-char-id WITH DUPLICATES
		FILE STATUS IS WS-INVFILE-STATUS.
	SELECT XpJournalFile ASSIGN TO "xpjournal.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		ACCESS IS SEQUENTIAL
		FILE STATUS IS WS-JRNL-STATUS.
	SELECT TreasuryFile ASSIGN TO WS-TREAS-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		ACCESS IS SEQUENTIAL
		FILE STATUS IS WS-TREAS-STATUS.
	SELECT CalendarLogFile ASSIGN TO "callog.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		ACCESS IS SEQUENTIAL
		FILE STATUS IS WS-CALLOG-STATUS.
	SELECT MoveFile ASSIGN TO "invmove.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		ACCESS IS SEQUENTIAL
		FILE STATUS IS WS-MOVE-STATUS.
DATA DIVISION.
FILE SECTION.
FD CharacterFile.
	COPY CHARREC.

FD SessionFile.
	COPY SESSREC.

FD PartyFile.
	COPY PARTYREC.

FD ItemCatalogFile.
	COPY ITEMREC.

FD InventoryFile.
	COPY INVREC.

FD XpJournalFile.
	COPY XPJRNL.

FD TreasuryFile.
	COPY TREASREC.

FD CalendarLogFile.
	COPY CALLOG.

FD MoveFile.
	COPY INVMVREC.

WORKING-STORAGE SECTION.

*> layout-version gate for character.dat and party.dat (see
*> DATAVER.cpy and VERCHECK.cbl) - checked before either is opened.
	COPY DATAVER.
01 WS-VER-MODE PIC X.
01 WS-VER-FILE PIC x(20).
01 WS-VER-VERSION PIC 9(3).
01 WS-VER-RESULT PIC X.

*> shared with game_console - a signed-on player prints the sheets
*> of their own characters only.
01 CONSOLE-CONTEXT EXTERNAL.
	02 ctx-char-id PIC 9(6).
	02 ctx-active-sw PIC X.
	02 ctx-op-id PIC x(8).
	02 ctx-op-name PIC x(17).
	02 ctx-op-role PIC X.

01 WS-CHARFILE-STATUS PIC XX VALUE "00".
01 WS-SESSFILE-STATUS PIC XX VALUE "00".
01 WS-PARTYFILE-STATUS PIC XX VALUE "00".
01 WS-CATFILE-STATUS PIC XX VALUE "00".
01 WS-INVFILE-STATUS PIC XX VALUE "00".
01 WS-JRNL-STATUS PIC XX VALUE "00".
01 WS-TREAS-STATUS PIC XX VALUE "00".
01 WS-CALLOG-STATUS PIC XX VALUE "00".
01 WS-MOVE-STATUS PIC XX VALUE "00".
01 WS-TREAS-NAME PIC x(20) VALUE SPACES.
01 WS-MENU-CHOICE PIC X.
01 WS-EOF-SW PIC X VALUE "N".
	88 END-OF-SCAN VALUE "Y".
01 WS-TODAY PIC 9(8).
01 WS-PICK-CHAR-ID PIC 9(6).
01 WS-PICK-SESSION-ID PIC 9(5).
01 WS-PICK-CHECK PIC 9(5).
01 WS-CHAR-FOUND-SW PIC X VALUE "N".
	88 CHAR-FOUND VALUE "Y".
01 WS-VERIFYING-SW PIC X VALUE "N".
	88 VERIFYING VALUE "Y".
01 WS-CATALOG-SW PIC X VALUE "N".
	88 CATALOG-OPEN VALUE "Y".
01 WS-MAGIC-SW PIC X.
	88 MAGIC-ITEM VALUE "Y".

*> the character as the sheet is headed
01 WS-CH-NAME PIC x(22).
01 WS-CH-PNAME PIC x(17).
01 WS-CH-CLASS PIC x(10).
01 WS-CH-LEVEL PIC 9(2).
01 WS-CH-XP PIC 9(7).
01 WS-CH-OWNER PIC x(8).

*> one row per logsheet line - row 1 is the opening line, row n+1 the
*> character's nth game night
01 WS-LN-ENTRY OCCURS 301 TIMES.
	02 WS-LN-SESS-ID PIC 9(5).
	02 WS-LN-DATE PIC 9(8).
	02 WS-LN-PARTY-ID PIC 9(4).
	02 WS-LN-DM PIC x(17).
	02 WS-LN-XP-START PIC S9(8).
	02 WS-LN-XP-CHANGE PIC S9(8).
	02 WS-LN-XP-END PIC S9(8).
	02 WS-LN-GP-START PIC S9(9)V99.
	02 WS-LN-GP-CHANGE PIC S9(9)V99.
	02 WS-LN-GP-END PIC S9(9)V99.
	02 WS-LN-DT-DAYS PIC 9(5).
	02 WS-LN-MAGIC-CHANGE PIC S9(4).
	02 WS-LN-MAGIC-HELD PIC S9(5).
	02 WS-LN-ITEMS PIC x(120).
	02 WS-LN-ITEMS-PTR PIC 9(3).
	02 WS-LN-CHECK PIC 9(5).
01 WS-LN-HOLD PIC x(233).
01 WS-LN-COUNT PIC 9(3) VALUE 0.
01 WS-LN-IDX PIC 9(3).
01 WS-LN-SORT-IDX PIC 9(3).
01 WS-LN-AT PIC 9(3).
01 WS-EVENT-DATE PIC 9(8).
01 WS-ATT-IDX PIC 9(2).

*> the opening XP is what the first posting found on the character
01 WS-OPENING-XP PIC 9(7).
01 WS-OPENING-SW PIC X.
	88 OPENING-FOUND VALUE "Y".

*> XP runs XP Reversal has backed out - their lines do not count
01 WS-REVERSED-STAMP PIC 9(14) OCCURS 100 TIMES.
01 WS-REVERSED-COUNT PIC 9(3) VALUE 0.
01 WS-REV-IDX PIC 9(3).
01 WS-LINE-STAMP PIC 9(14).
01 WS-REVERSED-SW PIC X.
	88 RUN-REVERSED VALUE "Y".

*> check totals - each line's figures weighed and folded into the
*> line before's total, so changing any line breaks every one after
01 WS-CHECK-WORK PIC 9(18).
01 WS-CHECK-QUOTIENT PIC 9(18).
01 WS-CHECK-CARRY PIC 9(5).
01 WS-CHECK-CENTS PIC 9(13).
01 WS-CHECK-FOUND-SW PIC X.
	88 CHECK-LINE-FOUND VALUE "Y".

01 WS-HELD-NOW PIC 9(5).
01 WS-MOVE-TEXT PIC x(30).
01 WS-ED-QTY PIC -(3)9.
01 WS-ED-XP PIC Z(6)9.
01 WS-ED-HELD PIC -(4)9.
01 WS-ED-DAYS PIC Z(4)9.
01 WS-ED-GOLD PIC -(8)9.99.

*> one printed logsheet line
01 WS-PRINT-LINE.
	02 WS-PL-DATE PIC x(8).
	02 FILLER PIC X VALUE SPACE.
	02 WS-PL-SESS PIC x(7).
	02 FILLER PIC X VALUE SPACE.
	02 WS-PL-DM PIC x(17).
	02 FILLER PIC X VALUE SPACE.
	02 WS-PL-XP-START PIC Z(6)9.
	02 FILLER PIC X VALUE SPACE.
	02 WS-PL-XP-CHANGE PIC -(6)9.
	02 FILLER PIC X VALUE SPACE.
	02 WS-PL-XP-END PIC Z(6)9.
	02 FILLER PIC X VALUE SPACE.
	02 WS-PL-GP-START PIC -(7)9.99.
	02 FILLER PIC X VALUE SPACE.
	02 WS-PL-GP-CHANGE PIC -(7)9.99.
	02 FILLER PIC X VALUE SPACE.
	02 WS-PL-GP-END PIC -(7)9.99.
	02 FILLER PIC X VALUE SPACE.
	02 WS-PL-DT-DAYS PIC Z(3)9.
	02 FILLER PIC X VALUE SPACE.
	02 WS-PL-CHECK PIC 9(5).
	02 FILLER PIC X VALUE SPACE.
	02 WS-PL-ITEMS PIC x(25).

*> report spooling - the logsheet can also go to a dated file under
*> reports/ (see RPTSPOOL.cbl).
01 WS-SPOOL-ANSWER PIC X.
01 WS-SPOOLING-SW PIC X VALUE "N".
	88 SPOOLING VALUE "Y".
01 WS-RPT-OP PIC X.
01 WS-RPT-NAME PIC x(12) VALUE "logsheet".
01 WS-RPT-LINE PIC x(132) VALUE SPACES.

PROCEDURE DIVISION.
0000-MAIN.
	PERFORM 0040-CHECK-LAYOUT-VERSION
	DISPLAY "================================================================"
	DISPLAY "                  ADVENTURE LOGSHEET"
	DISPLAY "================================================================"
	ACCEPT WS-TODAY FROM DATE YYYYMMDD
	MOVE SPACE TO WS-MENU-CHOICE
	PERFORM UNTIL WS-MENU-CHOICE = "Q" OR WS-MENU-CHOICE = "q"
		DISPLAY " "
		DISPLAY "1) Print a character's logsheet"
		DISPLAY "2) Verify a logsheet line's check total"
		DISPLAY "Q) Done"
		DISPLAY "Choice? " WITH NO ADVANCING
		ACCEPT WS-MENU-CHOICE
		EVALUATE WS-MENU-CHOICE
			WHEN "1"
				MOVE "N" TO WS-VERIFYING-SW
				PERFORM 0100-PICK-THE-CHARACTER
				IF CHAR-FOUND
					PERFORM 2000-BUILD-THE-LOGSHEET
					PERFORM 0450-ASK-ABOUT-SPOOL
					PERFORM 4000-PRINT-THE-LOGSHEET
					PERFORM 0550-CLOSE-SPOOL
				END-IF
			WHEN "2"
				MOVE "Y" TO WS-VERIFYING-SW
				PERFORM 0100-PICK-THE-CHARACTER
				IF CHAR-FOUND
					PERFORM 5000-VERIFY-A-LINE
				END-IF
			WHEN "Q"
			WHEN "q"
				CONTINUE
			WHEN OTHER
				DISPLAY "Not a valid choice."
		END-EVALUATE
	END-PERFORM
	GOBACK.

0100-PICK-THE-CHARACTER.
	MOVE "N" TO WS-CHAR-FOUND-SW
	IF ctx-active-sw = "Y"
		DISPLAY "Character ID (Enter for " ctx-char-id ")? "
			WITH NO ADVANCING
	ELSE
		DISPLAY "Character ID? " WITH NO ADVANCING
	END-IF
	MOVE 0 TO WS-PICK-CHAR-ID
	ACCEPT WS-PICK-CHAR-ID
	IF WS-PICK-CHAR-ID = 0 AND ctx-active-sw = "Y"
		MOVE ctx-char-id TO WS-PICK-CHAR-ID
	END-IF
	OPEN INPUT CharacterFile
	IF WS-CHARFILE-STATUS NOT = "00"
		DISPLAY "No characters on file yet."
	ELSE
		MOVE WS-PICK-CHAR-ID TO char-id
		READ CharacterFile
			INVALID KEY
				DISPLAY "No character on file with ID " WS-PICK-CHAR-ID "."
			NOT INVALID KEY
				MOVE "Y" TO WS-CHAR-FOUND-SW
				PERFORM 0140-CHECK-THE-OWNER
		END-READ
		IF CHAR-FOUND
			MOVE SPACES TO WS-CH-NAME
			STRING FUNCTION TRIM(cnamef) DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				FUNCTION TRIM(cnamel) DELIMITED BY SIZE
				INTO WS-CH-NAME
			END-STRING
			MOVE SPACES TO WS-CH-PNAME
			STRING FUNCTION TRIM(pnamef) DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				FUNCTION TRIM(pnamel) DELIMITED BY SIZE
				INTO WS-CH-PNAME
			END-STRING
			MOVE cls TO WS-CH-CLASS
			MOVE char-level TO WS-CH-LEVEL
			MOVE xp TO WS-CH-XP
			MOVE owner-op-id TO WS-CH-OWNER
		END-IF
		CLOSE CharacterFile
	END-IF.

0140-CHECK-THE-OWNER.
	*> a signed-on player prints only the characters on their own
	*> account (see owner-op-id in CHARREC.cpy)
	IF ctx-op-role = "P" AND owner-op-id NOT = ctx-op-id
		IF owner-op-id = SPACES
			DISPLAY "Character ID " char-id " is not tied to a player "
				"account yet - ask the admin to run Owner Match."
		ELSE
			DISPLAY "Character ID " char-id " belongs to another "
				"player - only they or the DM can print its logsheet."
		END-IF
		MOVE "N" TO WS-CHAR-FOUND-SW
	END-IF.

2000-BUILD-THE-LOGSHEET.
	PERFORM 2100-LOAD-THE-NIGHTS
	PERFORM 2200-NAME-THE-DMS
	PERFORM 2300-TALLY-THE-XP
	MOVE "treasarch.dat" TO WS-TREAS-NAME
	PERFORM 2400-TALLY-ONE-LEDGER
	MOVE "treasury.dat" TO WS-TREAS-NAME
	PERFORM 2400-TALLY-ONE-LEDGER
	PERFORM 2500-TALLY-THE-DOWNTIME
	PERFORM 2600-TALLY-THE-MAGIC-ITEMS
	PERFORM 2900-RUN-THE-TOTALS.

2100-LOAD-THE-NIGHTS.
	*> row 1 is the opening line; the nights follow in date order
	MOVE 1 TO WS-LN-COUNT
	INITIALIZE WS-LN-ENTRY(1)
	OPEN INPUT SessionFile
	IF WS-SESSFILE-STATUS = "00"
		MOVE 0 TO sj-id
		START SessionFile KEY IS >= sj-id
			INVALID KEY
				CONTINUE
		END-START
		IF WS-SESSFILE-STATUS = "00"
			MOVE "N" TO WS-EOF-SW
			PERFORM UNTIL END-OF-SCAN
				READ SessionFile NEXT RECORD
					AT END
						MOVE "Y" TO WS-EOF-SW
					NOT AT END
						IF sj-date <= WS-TODAY
							PERFORM 2110-KEEP-IF-AT-THE-TABLE
						END-IF
				END-READ
			END-PERFORM
		END-IF
		CLOSE SessionFile
	END-IF
	PERFORM VARYING WS-LN-IDX FROM 3 BY 1 UNTIL WS-LN-IDX > WS-LN-COUNT
		MOVE WS-LN-ENTRY(WS-LN-IDX) TO WS-LN-HOLD
		MOVE WS-LN-IDX TO WS-LN-SORT-IDX
		PERFORM UNTIL WS-LN-SORT-IDX = 2
			OR WS-LN-DATE(WS-LN-SORT-IDX - 1) <= WS-LN-HOLD(6:8)
			MOVE WS-LN-ENTRY(WS-LN-SORT-IDX - 1)
				TO WS-LN-ENTRY(WS-LN-SORT-IDX)
			SUBTRACT 1 FROM WS-LN-SORT-IDX
		END-PERFORM
		MOVE WS-LN-HOLD TO WS-LN-ENTRY(WS-LN-SORT-IDX)
	END-PERFORM
	*> the opening line sits on the first night's table and date
	IF WS-LN-COUNT > 1
		MOVE WS-LN-PARTY-ID(2) TO WS-LN-PARTY-ID(1)
		MOVE WS-LN-DATE(2) TO WS-LN-DATE(1)
	ELSE
		MOVE WS-TODAY TO WS-LN-DATE(1)
	END-IF.

2110-KEEP-IF-AT-THE-TABLE.
	PERFORM VARYING WS-ATT-IDX FROM 1 BY 1
		UNTIL WS-ATT-IDX > sj-att-count OR WS-ATT-IDX > 8
		IF sj-att-id(WS-ATT-IDX) = WS-PICK-CHAR-ID AND WS-LN-COUNT < 301
			ADD 1 TO WS-LN-COUNT
			INITIALIZE WS-LN-ENTRY(WS-LN-COUNT)
			MOVE sj-id TO WS-LN-SESS-ID(WS-LN-COUNT)
			MOVE sj-date TO WS-LN-DATE(WS-LN-COUNT)
			MOVE sj-party-id TO WS-LN-PARTY-ID(WS-LN-COUNT)
		END-IF
	END-PERFORM.

2200-NAME-THE-DMS.
	OPEN INPUT PartyFile
	IF WS-PARTYFILE-STATUS = "00"
		PERFORM VARYING WS-LN-IDX FROM 2 BY 1 UNTIL WS-LN-IDX > WS-LN-COUNT
			MOVE WS-LN-PARTY-ID(WS-LN-IDX) TO pt-id
			READ PartyFile
				INVALID KEY
					MOVE "(party gone)" TO WS-LN-DM(WS-LN-IDX)
				NOT INVALID KEY
					MOVE pt-dm TO WS-LN-DM(WS-LN-IDX)
			END-READ
		END-PERFORM
		CLOSE PartyFile
	END-IF.

2300-TALLY-THE-XP.
	*> first pass finds the backed-out runs, second lands the rest
	MOVE 0 TO WS-REVERSED-COUNT
	MOVE "N" TO WS-OPENING-SW
	MOVE WS-CH-XP TO WS-OPENING-XP
	OPEN INPUT XpJournalFile
	IF WS-JRNL-STATUS = "00"
		MOVE "N" TO WS-EOF-SW
		PERFORM UNTIL END-OF-SCAN
			READ XpJournalFile
				AT END
					MOVE "Y" TO WS-EOF-SW
				NOT AT END
					IF xj-reversed-sw = "R" AND WS-REVERSED-COUNT < 100
						ADD 1 TO WS-REVERSED-COUNT
						MOVE xj-run-stamp
							TO WS-REVERSED-STAMP(WS-REVERSED-COUNT)
					END-IF
			END-READ
		END-PERFORM
		CLOSE XpJournalFile
	END-IF
	OPEN INPUT XpJournalFile
	IF WS-JRNL-STATUS = "00"
		MOVE "N" TO WS-EOF-SW
		PERFORM UNTIL END-OF-SCAN
			READ XpJournalFile
				AT END
					MOVE "Y" TO WS-EOF-SW
				NOT AT END
					IF xj-char-id = WS-PICK-CHAR-ID
						AND xj-reversed-sw NOT = "R"
						PERFORM 2310-LAND-ONE-AWARD
					END-IF
			END-READ
		END-PERFORM
		CLOSE XpJournalFile
	END-IF.

2310-LAND-ONE-AWARD.
	MOVE xj-run-stamp TO WS-LINE-STAMP
	MOVE "N" TO WS-REVERSED-SW
	PERFORM VARYING WS-REV-IDX FROM 1 BY 1
		UNTIL WS-REV-IDX > WS-REVERSED-COUNT
		IF WS-REVERSED-STAMP(WS-REV-IDX) = WS-LINE-STAMP
			MOVE "Y" TO WS-REVERSED-SW
		END-IF
	END-PERFORM
	IF NOT RUN-REVERSED
		*> the journal is appended in order - the first posting that
		*> counts found the character at the opening figure
		IF NOT OPENING-FOUND
			MOVE xj-old-xp TO WS-OPENING-XP
			MOVE "Y" TO WS-OPENING-SW
		END-IF
		MOVE xj-run-date TO WS-EVENT-DATE
		PERFORM 2800-FIND-THE-LINE
		COMPUTE WS-LN-XP-CHANGE(WS-LN-AT) = WS-LN-XP-CHANGE(WS-LN-AT)
			+ xj-new-xp - xj-old-xp
	END-IF.

2400-TALLY-ONE-LEDGER.
	*> the balance-forward lines a close leaves are not new money
	OPEN INPUT TreasuryFile
	IF WS-TREAS-STATUS = "00"
		MOVE "N" TO WS-EOF-SW
		PERFORM UNTIL END-OF-SCAN
			READ TreasuryFile
				AT END
					MOVE "Y" TO WS-EOF-SW
				NOT AT END
					IF tr-char-id = WS-PICK-CHAR-ID
						AND tr-memo(1:11) NOT = "BALANCE FWD"
						MOVE tr-date TO WS-EVENT-DATE
						PERFORM 2800-FIND-THE-LINE
						IF tr-type = "C"
							ADD tr-amount TO WS-LN-GP-CHANGE(WS-LN-AT)
						ELSE
							SUBTRACT tr-amount FROM WS-LN-GP-CHANGE(WS-LN-AT)
						END-IF
					END-IF
			END-READ
		END-PERFORM
		CLOSE TreasuryFile
	END-IF.

2500-TALLY-THE-DOWNTIME.
	*> downtime is posted a stretch at a time for the whole party, so
	*> the character's days are the stretches of the table they sat at
	OPEN INPUT CalendarLogFile
	IF WS-CALLOG-STATUS = "00"
		MOVE "N" TO WS-EOF-SW
		PERFORM UNTIL END-OF-SCAN
			READ CalendarLogFile
				AT END
					MOVE "Y" TO WS-EOF-SW
				NOT AT END
					IF cg-reason = "DOWNTIME" AND cg-to-day > cg-from-day
						MOVE cg-date TO WS-EVENT-DATE
						PERFORM 2800-FIND-THE-LINE
						IF cg-party-id = WS-LN-PARTY-ID(WS-LN-AT)
							COMPUTE WS-LN-DT-DAYS(WS-LN-AT) =
								WS-LN-DT-DAYS(WS-LN-AT)
								+ cg-to-day - cg-from-day
						END-IF
					END-IF
			END-READ
		END-PERFORM
		CLOSE CalendarLogFile
	END-IF.

2600-TALLY-THE-MAGIC-ITEMS.
	MOVE "N" TO WS-CATALOG-SW
	OPEN INPUT ItemCatalogFile
	IF WS-CATFILE-STATUS = "00"
		MOVE "Y" TO WS-CATALOG-SW
	END-IF
	OPEN INPUT MoveFile
	IF WS-MOVE-STATUS = "00"
		MOVE "N" TO WS-EOF-SW
		PERFORM UNTIL END-OF-SCAN
			READ MoveFile
				AT END
					MOVE "Y" TO WS-EOF-SW
				NOT AT END
					IF im-char-id = WS-PICK-CHAR-ID
						MOVE im-item-name TO ic-name
						PERFORM 2700-CHECK-FOR-MAGIC
						IF MAGIC-ITEM
							PERFORM 2610-LAND-ONE-MOVE
						END-IF
					END-IF
			END-READ
		END-PERFORM
		CLOSE MoveFile
	END-IF
	IF CATALOG-OPEN
		CLOSE ItemCatalogFile
	END-IF.

2610-LAND-ONE-MOVE.
	MOVE im-date TO WS-EVENT-DATE
	PERFORM 2800-FIND-THE-LINE
	ADD im-qty-change TO WS-LN-MAGIC-CHANGE(WS-LN-AT)
	MOVE im-qty-change TO WS-ED-QTY
	MOVE SPACES TO WS-MOVE-TEXT
	IF im-qty-change > 0
		STRING "+" DELIMITED BY SIZE
			FUNCTION TRIM(WS-ED-QTY) DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			FUNCTION TRIM(im-item-name) DELIMITED BY SIZE
			INTO WS-MOVE-TEXT
		END-STRING
	ELSE
		STRING FUNCTION TRIM(WS-ED-QTY) DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			FUNCTION TRIM(im-item-name) DELIMITED BY SIZE
			INTO WS-MOVE-TEXT
		END-STRING
	END-IF
	IF WS-LN-ITEMS-PTR(WS-LN-AT) = 0
		MOVE 1 TO WS-LN-ITEMS-PTR(WS-LN-AT)
	ELSE
		STRING "; " DELIMITED BY SIZE
			INTO WS-LN-ITEMS(WS-LN-AT)
			WITH POINTER WS-LN-ITEMS-PTR(WS-LN-AT)
		END-STRING
	END-IF
	STRING FUNCTION TRIM(WS-MOVE-TEXT) DELIMITED BY SIZE
		INTO WS-LN-ITEMS(WS-LN-AT)
		WITH POINTER WS-LN-ITEMS-PTR(WS-LN-AT)
	END-STRING.

2700-CHECK-FOR-MAGIC.
	*> a magic item is a catalog item that wants attunement or holds
	*> charges; ic-name is set by the caller
	MOVE "N" TO WS-MAGIC-SW
	IF CATALOG-OPEN
		READ ItemCatalogFile
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				IF needs-attunement
					MOVE "Y" TO WS-MAGIC-SW
				END-IF
				IF ic-max-charges IS NUMERIC
					IF ic-max-charges > 0
						MOVE "Y" TO WS-MAGIC-SW
					END-IF
				END-IF
		END-READ
	END-IF.

2800-FIND-THE-LINE.
	*> the last night on or before the date owns it; anything older
	*> than the first night belongs to the opening line
	MOVE 1 TO WS-LN-AT
	PERFORM VARYING WS-LN-IDX FROM 2 BY 1 UNTIL WS-LN-IDX > WS-LN-COUNT
		IF WS-LN-DATE(WS-LN-IDX) <= WS-EVENT-DATE
			MOVE WS-LN-IDX TO WS-LN-AT
		END-IF
	END-PERFORM.

2900-RUN-THE-TOTALS.
	*> every line starts where the one before it ended
	MOVE 0 TO WS-CHECK-CARRY
	PERFORM VARYING WS-LN-IDX FROM 1 BY 1 UNTIL WS-LN-IDX > WS-LN-COUNT
		IF WS-LN-IDX = 1
			MOVE WS-OPENING-XP TO WS-LN-XP-START(1)
			MOVE 0 TO WS-LN-GP-START(1)
			MOVE 0 TO WS-LN-MAGIC-HELD(1)
		ELSE
			MOVE WS-LN-XP-END(WS-LN-IDX - 1) TO WS-LN-XP-START(WS-LN-IDX)
			MOVE WS-LN-GP-END(WS-LN-IDX - 1) TO WS-LN-GP-START(WS-LN-IDX)
			MOVE WS-LN-MAGIC-HELD(WS-LN-IDX - 1)
				TO WS-LN-MAGIC-HELD(WS-LN-IDX)
		END-IF
		COMPUTE WS-LN-XP-END(WS-LN-IDX) = WS-LN-XP-START(WS-LN-IDX)
			+ WS-LN-XP-CHANGE(WS-LN-IDX)
		COMPUTE WS-LN-GP-END(WS-LN-IDX) = WS-LN-GP-START(WS-LN-IDX)
			+ WS-LN-GP-CHANGE(WS-LN-IDX)
		ADD WS-LN-MAGIC-CHANGE(WS-LN-IDX) TO WS-LN-MAGIC-HELD(WS-LN-IDX)
		PERFORM 2950-CHECK-ONE-LINE
	END-PERFORM.

2950-CHECK-ONE-LINE.
	*> gold is weighed in cents, lifted clear of zero so a debt still
	*> adds in; the sum is folded into the carry and kept under 99991
	COMPUTE WS-CHECK-CENTS = WS-LN-GP-END(WS-LN-IDX) * 100 + 100000000000
	COMPUTE WS-CHECK-WORK = WS-CHECK-CARRY * 31
		+ WS-PICK-CHAR-ID * 3
		+ WS-LN-SESS-ID(WS-LN-IDX) * 7
		+ WS-LN-DATE(WS-LN-IDX) * 11
		+ (WS-LN-XP-END(WS-LN-IDX) + 10000000) * 13
		+ WS-CHECK-CENTS * 17
		+ WS-LN-DT-DAYS(WS-LN-IDX) * 19
		+ (WS-LN-MAGIC-HELD(WS-LN-IDX) + 10000) * 23
	DIVIDE WS-CHECK-WORK BY 99991 GIVING WS-CHECK-QUOTIENT
		REMAINDER WS-CHECK-CARRY
	MOVE WS-CHECK-CARRY TO WS-LN-CHECK(WS-LN-IDX).

4000-PRINT-THE-LOGSHEET.
	MOVE ALL "=" TO WS-RPT-LINE(1:108)
	PERFORM 0500-PRINT-LINE
	MOVE WS-CH-LEVEL TO WS-ED-DAYS
	STRING "ADVENTURE LOGSHEET - " DELIMITED BY SIZE
		FUNCTION TRIM(WS-CH-NAME) DELIMITED BY SIZE
		" (ID " DELIMITED BY SIZE
		WS-PICK-CHAR-ID DELIMITED BY SIZE
		"), " DELIMITED BY SIZE
		FUNCTION TRIM(WS-CH-CLASS) DELIMITED BY SIZE
		" " DELIMITED BY SIZE
		FUNCTION TRIM(WS-ED-DAYS) DELIMITED BY SIZE
		INTO WS-RPT-LINE
	END-STRING
	PERFORM 0500-PRINT-LINE
	STRING "Player: " DELIMITED BY SIZE
		FUNCTION TRIM(WS-CH-PNAME) DELIMITED BY SIZE
		"   Account: " DELIMITED BY SIZE
		WS-CH-OWNER DELIMITED BY SIZE
		"   Printed: " DELIMITED BY SIZE
		WS-TODAY DELIMITED BY SIZE
		INTO WS-RPT-LINE
	END-STRING
	PERFORM 0500-PRINT-LINE
	MOVE ALL "=" TO WS-RPT-LINE(1:108)
	PERFORM 0500-PRINT-LINE
	MOVE "Date     Session DM               XP start  XP +/-  XP end"
		TO WS-RPT-LINE(1:58)
	MOVE "  Gold start    Gold +/-    Gold end   DT Check Magic items"
		TO WS-RPT-LINE(59:59)
	PERFORM 0500-PRINT-LINE
	MOVE ALL "-" TO WS-RPT-LINE(1:108)
	PERFORM 0500-PRINT-LINE
	PERFORM VARYING WS-LN-IDX FROM 1 BY 1 UNTIL WS-LN-IDX > WS-LN-COUNT
		PERFORM 4100-PRINT-ONE-LINE
	END-PERFORM
	MOVE ALL "-" TO WS-RPT-LINE(1:108)
	PERFORM 0500-PRINT-LINE
	PERFORM 4200-PRINT-THE-TIE-OUT.

4100-PRINT-ONE-LINE.
	IF WS-LN-IDX = 1
		MOVE "before" TO WS-PL-DATE
		MOVE "opening" TO WS-PL-SESS
		MOVE SPACES TO WS-PL-DM
	ELSE
		MOVE WS-LN-DATE(WS-LN-IDX) TO WS-PL-DATE
		MOVE WS-LN-SESS-ID(WS-LN-IDX) TO WS-PL-SESS
		MOVE WS-LN-DM(WS-LN-IDX) TO WS-PL-DM
	END-IF
	MOVE WS-LN-XP-START(WS-LN-IDX) TO WS-PL-XP-START
	MOVE WS-LN-XP-CHANGE(WS-LN-IDX) TO WS-PL-XP-CHANGE
	MOVE WS-LN-XP-END(WS-LN-IDX) TO WS-PL-XP-END
	MOVE WS-LN-GP-START(WS-LN-IDX) TO WS-PL-GP-START
	MOVE WS-LN-GP-CHANGE(WS-LN-IDX) TO WS-PL-GP-CHANGE
	MOVE WS-LN-GP-END(WS-LN-IDX) TO WS-PL-GP-END
	MOVE WS-LN-DT-DAYS(WS-LN-IDX) TO WS-PL-DT-DAYS
	MOVE WS-LN-CHECK(WS-LN-IDX) TO WS-PL-CHECK
	MOVE WS-LN-ITEMS(WS-LN-IDX) TO WS-PL-ITEMS
	MOVE WS-PRINT-LINE TO WS-RPT-LINE
	PERFORM 0500-PRINT-LINE
	*> a night with more items than the column holds gets them in full
	IF WS-LN-ITEMS(WS-LN-IDX)(26:95) NOT = SPACES
		STRING "         magic items: " DELIMITED BY SIZE
			FUNCTION TRIM(WS-LN-ITEMS(WS-LN-IDX)) DELIMITED BY SIZE
			INTO WS-RPT-LINE
		END-STRING
		PERFORM 0500-PRINT-LINE
	END-IF.

4200-PRINT-THE-TIE-OUT.
	*> the closing figures against what the files hold today
	MOVE WS-LN-XP-END(WS-LN-COUNT) TO WS-ED-XP
	STRING "Closing XP " DELIMITED BY SIZE
		FUNCTION TRIM(WS-ED-XP) DELIMITED BY SIZE
		INTO WS-RPT-LINE
	END-STRING
	IF WS-LN-XP-END(WS-LN-COUNT) = WS-CH-XP
		STRING " - ties to the character record." DELIMITED BY SIZE
			INTO WS-RPT-LINE(20:)
		END-STRING
	ELSE
		MOVE WS-CH-XP TO WS-ED-XP
		STRING " - the character record says " DELIMITED BY SIZE
			FUNCTION TRIM(WS-ED-XP) DELIMITED BY SIZE
			" (XP set outside the award posting)." DELIMITED BY SIZE
			INTO WS-RPT-LINE(20:)
		END-STRING
	END-IF
	PERFORM 0500-PRINT-LINE
	MOVE WS-LN-GP-END(WS-LN-COUNT) TO WS-ED-GOLD
	STRING "Closing gold " DELIMITED BY SIZE
		FUNCTION TRIM(WS-ED-GOLD) DELIMITED BY SIZE
		" gp on the treasury ledger." DELIMITED BY SIZE
		INTO WS-RPT-LINE
	END-STRING
	PERFORM 0500-PRINT-LINE
	PERFORM 4300-COUNT-MAGIC-HELD
	MOVE WS-LN-MAGIC-HELD(WS-LN-COUNT) TO WS-ED-HELD
	STRING "Magic items on the log: " DELIMITED BY SIZE
		FUNCTION TRIM(WS-ED-HELD) DELIMITED BY SIZE
		INTO WS-RPT-LINE
	END-STRING
	MOVE WS-HELD-NOW TO WS-ED-HELD
	STRING "   carried now: " DELIMITED BY SIZE
		FUNCTION TRIM(WS-ED-HELD) DELIMITED BY SIZE
		INTO WS-RPT-LINE(30:)
	END-STRING
	PERFORM 0500-PRINT-LINE.

4300-COUNT-MAGIC-HELD.
	MOVE 0 TO WS-HELD-NOW
	MOVE "N" TO WS-CATALOG-SW
	OPEN INPUT ItemCatalogFile
	IF WS-CATFILE-STATUS = "00"
		MOVE "Y" TO WS-CATALOG-SW
	END-IF
	OPEN INPUT InventoryFile
	IF WS-INVFILE-STATUS = "00" AND CATALOG-OPEN
		MOVE WS-PICK-CHAR-ID TO inv-char-id
		START InventoryFile KEY IS >= inv-char-id
			INVALID KEY
				CONTINUE
		END-START
		IF WS-INVFILE-STATUS = "00"
			MOVE "N" TO WS-EOF-SW
			PERFORM UNTIL END-OF-SCAN
				READ InventoryFile NEXT RECORD
					AT END
						MOVE "Y" TO WS-EOF-SW
					NOT AT END
						IF inv-char-id NOT = WS-PICK-CHAR-ID
							MOVE "Y" TO WS-EOF-SW
						ELSE
							MOVE inv-item-name TO ic-name
							PERFORM 2700-CHECK-FOR-MAGIC
							IF MAGIC-ITEM
								ADD inv-qty TO WS-HELD-NOW
							END-IF
						END-IF
				END-READ
			END-PERFORM
		END-IF
	END-IF
	IF WS-INVFILE-STATUS NOT = "35"
		CLOSE InventoryFile
	END-IF
	IF CATALOG-OPEN
		CLOSE ItemCatalogFile
	END-IF.

5000-VERIFY-A-LINE.
	DISPLAY "Session ID on the line (0 for the opening line)? "
		WITH NO ADVANCING
	ACCEPT WS-PICK-SESSION-ID
	DISPLAY "Check total on the line? " WITH NO ADVANCING
	ACCEPT WS-PICK-CHECK
	PERFORM 2000-BUILD-THE-LOGSHEET
	MOVE "N" TO WS-CHECK-FOUND-SW
	PERFORM VARYING WS-LN-IDX FROM 1 BY 1 UNTIL WS-LN-IDX > WS-LN-COUNT
		IF WS-LN-SESS-ID(WS-LN-IDX) = WS-PICK-SESSION-ID
			AND NOT CHECK-LINE-FOUND
			MOVE "Y" TO WS-CHECK-FOUND-SW
			PERFORM 4100-PRINT-ONE-LINE
			IF WS-LN-CHECK(WS-LN-IDX) = WS-PICK-CHECK
				DISPLAY "Check total agrees - the line matches our files."
			ELSE
				DISPLAY "Check total does NOT agree - our files give "
					WS-LN-CHECK(WS-LN-IDX) " for that line."
			END-IF
		END-IF
	END-PERFORM
	IF NOT CHECK-LINE-FOUND
		DISPLAY "Character " WS-PICK-CHAR-ID " has no line for session "
			WS-PICK-SESSION-ID " in our files."
	END-IF.

0450-ASK-ABOUT-SPOOL.
	MOVE "N" TO WS-SPOOLING-SW
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
