		>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. character_timeline IS INITIAL.
AUTHOR. Loren Stevenson
DATE-WRITTEN. September 21, 2023
*> "What happened to this character" in one listing instead of six
*> programs run one after another.  Everything the files know about a
*> char-id is merged oldest first, each line marked with where it came
*> from: the audit log (charlog.dat and the charlog-YYYY.dat years Log
*> Retention rolled out - matched on the character's name, the only
*> thing the log carries), the field-by-field edits (chghist.dat and
*> its chghist-YYYY.dat years), the XP postings (xpjournal.dat, with
*> runs XP Reversal backed out marked as such), the character's own
*> gold (treasury.dat plus what Treasury Close rolled into
*> treasarch.dat - less the balance-forward lines a close leaves,
*> which are not new money), the nights at the table (sj-att-id in
*> sessions.dat and the closed campaigns' sessarch.dat), the
*> conditions riding the character (condition.dat), and the pages in
*> notes.dat.  A retired character is looked up in archive.dat, and
*> the gold, conditions and pages Dossier Mover set aside with it are
*> read from arctreas.dat, arccond.dat and arcnotes.dat.  The
*> listing can be cut to a date range and to chosen sources, and is
*> always spooled (see RPTSPOOL.cbl) so it can be handed across the
*> table to a player who disputes a change.
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
	SELECT ArchiveFile ASSIGN TO "archive.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS arc-char-id
		FILE STATUS IS WS-ARCFILE-STATUS.
	SELECT AuditLogFile ASSIGN TO WS-LOG-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		ACCESS IS SEQUENTIAL
		FILE STATUS IS WS-LOG-STATUS.
	SELECT ChangeHistoryFile ASSIGN TO WS-CHG-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		ACCESS IS SEQUENTIAL
		FILE STATUS IS WS-CHG-STATUS.
	SELECT XpJournalFile ASSIGN TO "xpjournal.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		ACCESS IS SEQUENTIAL
		FILE STATUS IS WS-JRNL-STATUS.
	SELECT TreasuryFile ASSIGN TO WS-TREAS-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		ACCESS IS SEQUENTIAL
		FILE STATUS IS WS-TREAS-STATUS.
	SELECT SessionFile ASSIGN TO WS-SESS-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS sj-id
		FILE STATUS IS WS-SESSFILE-STATUS.
	SELECT ConditionFile ASSIGN TO WS-COND-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS cd-key
		ALTERNATE RECORD KEY IS cd-char-id WITH DUPLICATES
		FILE STATUS IS WS-CONDFILE-STATUS.
	SELECT NotesFile ASSIGN TO WS-NOTE-NAME
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS nt-key
		ALTERNATE RECORD KEY IS nt-char-id WITH DUPLICATES
		FILE STATUS IS WS-NOTEFILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD CharacterFile.
	COPY CHARREC.

FD ArchiveFile.
	COPY ARCHREC.

FD AuditLogFile.
	COPY AUDITLOG.

FD ChangeHistoryFile.
	COPY CHGHIST.

FD XpJournalFile.
	COPY XPJRNL.

FD TreasuryFile.
	COPY TREASREC.

FD SessionFile.
	COPY SESSREC.

FD ConditionFile.
	COPY CONDREC.

FD NotesFile.
	COPY NOTEREC.

WORKING-STORAGE SECTION.

*> layout-version gate for character.dat (see DATAVER.cpy and
*> VERCHECK.cbl) - checked before it is opened.
	COPY DATAVER.
01 WS-VER-MODE PIC X.
01 WS-VER-FILE PIC x(20).
01 WS-VER-VERSION PIC 9(3).
01 WS-VER-RESULT PIC X.

*> shared with game_console - a signed-on player sees the timelines
*> of their own characters only.
01 CONSOLE-CONTEXT EXTERNAL.
	02 ctx-char-id PIC 9(6).
	02 ctx-active-sw PIC X.
	02 ctx-op-id PIC x(8).
	02 ctx-op-name PIC x(17).
	02 ctx-op-role PIC X.

01 WS-CHARFILE-STATUS PIC XX VALUE "00".
01 WS-ARCFILE-STATUS PIC XX VALUE "00".
01 WS-LOG-STATUS PIC XX VALUE "00".
01 WS-CHG-STATUS PIC XX VALUE "00".
01 WS-JRNL-STATUS PIC XX VALUE "00".
01 WS-TREAS-STATUS PIC XX VALUE "00".
01 WS-SESSFILE-STATUS PIC XX VALUE "00".
01 WS-CONDFILE-STATUS PIC XX VALUE "00".
01 WS-NOTEFILE-STATUS PIC XX VALUE "00".
01 WS-LOG-NAME PIC x(20) VALUE SPACES.
01 WS-CHG-NAME PIC x(20) VALUE SPACES.
01 WS-TREAS-NAME PIC x(20) VALUE SPACES.
01 WS-SESS-NAME PIC x(20) VALUE SPACES.
01 WS-COND-NAME PIC x(20) VALUE SPACES.
01 WS-NOTE-NAME PIC x(20) VALUE SPACES.
01 WS-MENU-CHOICE PIC X.
01 WS-EOF-SW PIC X VALUE "N".
	88 END-OF-SCAN VALUE "Y".
01 WS-TODAY PIC 9(8).
01 WS-PICK-CHAR-ID PIC 9(6).
01 WS-CHAR-FOUND-SW PIC X VALUE "N".
	88 CHAR-FOUND VALUE "Y".
01 WS-RETIRED-SW PIC X VALUE "N".
	88 CHAR-RETIRED VALUE "Y".

*> the character as the listing is headed
01 WS-CH-NAME PIC x(22).
01 WS-CH-CNAMEF PIC x(10).
01 WS-CH-CNAMEL PIC x(12).
01 WS-CH-PNAME PIC x(17).

*> the cut - zeroes / spaces mean "no limit"
01 WS-FILT-DATE-FROM PIC 9(8) VALUE 0.
01 WS-FILT-DATE-TO PIC 9(8) VALUE 0.
01 WS-FILT-SOURCES PIC x(7) VALUE SPACES.
01 WS-WANT-SW PIC X.
	88 SOURCE-WANTED VALUE "Y".
01 WS-HIT-COUNT PIC 9(2).

*> where a line came from - the letter picks it in the source cut
01 WS-SRC-VALUES.
	02 FILLER PIC x(10) VALUE "LLOG".
	02 FILLER PIC x(10) VALUE "HCHANGE".
	02 FILLER PIC x(10) VALUE "XXP".
	02 FILLER PIC x(10) VALUE "GGOLD".
	02 FILLER PIC x(10) VALUE "SSESSION".
	02 FILLER PIC x(10) VALUE "CCONDITION".
	02 FILLER PIC x(10) VALUE "NNOTE".
01 WS-SRC-TABLE REDEFINES WS-SRC-VALUES.
	02 WS-SRC-ENTRY OCCURS 7 TIMES.
		03 WS-SRC-LETTER PIC X.
		03 WS-SRC-LABEL PIC x(9).
01 WS-SRC-IDX PIC 9.
01 WS-SRC-COUNT PIC 9(5) OCCURS 7 TIMES.

*> the years log_retention rolled out - nothing was logged before the
*> system's first year, so an open-ended cut starts there
01 WS-FIRST-LOG-YEAR PIC 9(4) VALUE 2021.
01 WS-ARCH-FROM-YEAR PIC 9(4).
01 WS-ARCH-TO-YEAR PIC 9(4).
01 WS-ARCH-YEAR PIC 9(4).

*> XP runs XP Reversal has backed out - their lines are marked
01 WS-REVERSED-STAMP PIC 9(14) OCCURS 100 TIMES.
01 WS-REVERSED-COUNT PIC 9(3) VALUE 0.
01 WS-REV-IDX PIC 9(3).
01 WS-REVERSED-SW PIC X.
	88 RUN-REVERSED VALUE "Y".
01 WS-ATT-IDX PIC 9(2).

*> every line found, in the order found until the sort puts them by
*> date and time
01 WS-TL-ENTRY OCCURS 2000 TIMES.
	02 WS-TL-DATE PIC 9(8).
	02 WS-TL-TIME PIC 9(6).
	02 WS-TL-SRC PIC 9.
	02 WS-TL-TEXT PIC x(100).
01 WS-TL-HOLD PIC x(115).
01 WS-TL-COUNT PIC 9(4) VALUE 0.
01 WS-TL-IDX PIC 9(4).
01 WS-TL-SORT-IDX PIC 9(4).
01 WS-TL-OVERFLOW PIC 9(5) VALUE 0.
01 WS-NEW-DATE PIC 9(8).
01 WS-NEW-TIME PIC 9(6).
01 WS-NEW-SRC PIC 9.
01 WS-NEW-TEXT PIC x(100).

01 WS-XP-CHANGE PIC S9(8).
01 WS-ED-XP-CHANGE PIC +(7)9.
01 WS-ED-GOLD PIC Z(6)9.99.

*> one printed timeline line
01 WS-PRINT-LINE.
	02 WS-PL-DATE PIC 9(8).
	02 FILLER PIC X VALUE SPACE.
	02 WS-PL-TIME PIC x(6).
	02 FILLER PIC X VALUE SPACE.
	02 WS-PL-SRC PIC x(9).
	02 FILLER PIC X VALUE SPACE.
	02 WS-PL-TEXT PIC x(100).

*> the listing always goes to a dated file under reports/ (see
*> RPTSPOOL.cbl) as well as the screen.
01 WS-SPOOLING-SW PIC X VALUE "N".
	88 SPOOLING VALUE "Y".
01 WS-RPT-OP PIC X.
01 WS-RPT-NAME PIC x(12) VALUE "timeline".
01 WS-RPT-LINE PIC x(132) VALUE SPACES.

PROCEDURE DIVISION.
0000-MAIN.
	PERFORM 0040-CHECK-LAYOUT-VERSION
	DISPLAY "================================================================"
	DISPLAY "                   CHARACTER TIMELINE"
	DISPLAY "================================================================"
	ACCEPT WS-TODAY FROM DATE YYYYMMDD
	MOVE SPACE TO WS-MENU-CHOICE
	PERFORM UNTIL WS-MENU-CHOICE = "Q" OR WS-MENU-CHOICE = "q"
		DISPLAY " "
		DISPLAY "1) Print a character's timeline"
		DISPLAY "Q) Done"
		DISPLAY "Choice? " WITH NO ADVANCING
		ACCEPT WS-MENU-CHOICE
		EVALUATE WS-MENU-CHOICE
			WHEN "1"
				PERFORM 0100-PICK-THE-CHARACTER
				IF CHAR-FOUND
					PERFORM 0200-ASK-FOR-THE-CUT
					PERFORM 2000-BUILD-THE-TIMELINE
					PERFORM 0450-OPEN-SPOOL
					PERFORM 4000-PRINT-THE-TIMELINE
					PERFORM 0550-CLOSE-SPOOL
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
	MOVE "N" TO WS-RETIRED-SW
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
	IF WS-CHARFILE-STATUS = "00"
		MOVE WS-PICK-CHAR-ID TO char-id
		READ CharacterFile
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				MOVE "Y" TO WS-CHAR-FOUND-SW
		END-READ
		CLOSE CharacterFile
	END-IF
	*> a retired character's history is still on file
	IF NOT CHAR-FOUND
		OPEN INPUT ArchiveFile
		IF WS-ARCFILE-STATUS = "00"
			MOVE WS-PICK-CHAR-ID TO arc-char-id
			READ ArchiveFile
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					MOVE ArchiveData TO CharacterData
					MOVE "Y" TO WS-CHAR-FOUND-SW
					MOVE "Y" TO WS-RETIRED-SW
			END-READ
			CLOSE ArchiveFile
		END-IF
	END-IF
	IF NOT CHAR-FOUND
		DISPLAY "No character on file or in the archive with ID "
			WS-PICK-CHAR-ID "."
	ELSE
		PERFORM 0140-CHECK-THE-OWNER
	END-IF
	IF CHAR-FOUND
		MOVE SPACES TO WS-CH-NAME
		STRING FUNCTION TRIM(cnamef) DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			FUNCTION TRIM(cnamel) DELIMITED BY SIZE
			INTO WS-CH-NAME
		END-STRING
		MOVE cnamef TO WS-CH-CNAMEF
		MOVE cnamel TO WS-CH-CNAMEL
		MOVE SPACES TO WS-CH-PNAME
		STRING FUNCTION TRIM(pnamef) DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			FUNCTION TRIM(pnamel) DELIMITED BY SIZE
			INTO WS-CH-PNAME
		END-STRING
	END-IF.

0140-CHECK-THE-OWNER.
	*> a signed-on player sees only the characters on their own
	*> account (see owner-op-id in CHARREC.cpy)
	IF ctx-op-role = "P" AND owner-op-id NOT = ctx-op-id
		IF owner-op-id = SPACES
			DISPLAY "Character ID " char-id " is not tied to a player "
				"account yet - ask the admin to run Owner Match."
		ELSE
			DISPLAY "Character ID " char-id " belongs to another "
				"player - only they or the DM can print its timeline."
		END-IF
		MOVE "N" TO WS-CHAR-FOUND-SW
	END-IF.

0200-ASK-FOR-THE-CUT.
	DISPLAY "From date YYYYMMDD (0 for the beginning)? " WITH NO ADVANCING
	MOVE 0 TO WS-FILT-DATE-FROM
	ACCEPT WS-FILT-DATE-FROM
	IF WS-FILT-DATE-FROM NOT = 0
		AND FUNCTION TEST-DATE-YYYYMMDD(WS-FILT-DATE-FROM) NOT = 0
		DISPLAY "Not a date - starting from the beginning."
		MOVE 0 TO WS-FILT-DATE-FROM
	END-IF
	DISPLAY "To date YYYYMMDD (0 for the end)? " WITH NO ADVANCING
	MOVE 0 TO WS-FILT-DATE-TO
	ACCEPT WS-FILT-DATE-TO
	IF WS-FILT-DATE-TO NOT = 0
		AND FUNCTION TEST-DATE-YYYYMMDD(WS-FILT-DATE-TO) NOT = 0
		DISPLAY "Not a date - running to the end."
		MOVE 0 TO WS-FILT-DATE-TO
	END-IF
	DISPLAY "Sources: L audit log, H field changes, X XP, G gold,"
	DISPLAY "         S game nights, C conditions, N notes"
	DISPLAY "Letters to show (blank for all)? " WITH NO ADVANCING
	MOVE SPACES TO WS-FILT-SOURCES
	ACCEPT WS-FILT-SOURCES
	INSPECT WS-FILT-SOURCES CONVERTING "lhxgscn" TO "LHXGSCN".

0250-CHECK-THE-SOURCE.
	MOVE "N" TO WS-WANT-SW
	IF WS-FILT-SOURCES = SPACES
		MOVE "Y" TO WS-WANT-SW
	ELSE
		MOVE 0 TO WS-HIT-COUNT
		INSPECT WS-FILT-SOURCES TALLYING WS-HIT-COUNT
			FOR ALL WS-SRC-LETTER(WS-SRC-IDX)
		IF WS-HIT-COUNT > 0
			MOVE "Y" TO WS-WANT-SW
		END-IF
	END-IF.

0300-ADD-EVENT.
	*> the date cut is applied here, so every source obeys it alike
	IF (WS-FILT-DATE-FROM = 0 OR WS-NEW-DATE >= WS-FILT-DATE-FROM)
		AND (WS-FILT-DATE-TO = 0 OR WS-NEW-DATE <= WS-FILT-DATE-TO)
		ADD 1 TO WS-SRC-COUNT(WS-NEW-SRC)
		IF WS-TL-COUNT < 2000
			ADD 1 TO WS-TL-COUNT
			MOVE WS-NEW-DATE TO WS-TL-DATE(WS-TL-COUNT)
			MOVE WS-NEW-TIME TO WS-TL-TIME(WS-TL-COUNT)
			MOVE WS-NEW-SRC TO WS-TL-SRC(WS-TL-COUNT)
			MOVE WS-NEW-TEXT TO WS-TL-TEXT(WS-TL-COUNT)
		ELSE
			ADD 1 TO WS-TL-OVERFLOW
		END-IF
	END-IF.

2000-BUILD-THE-TIMELINE.
	MOVE 0 TO WS-TL-COUNT
	MOVE 0 TO WS-TL-OVERFLOW
	PERFORM VARYING WS-SRC-IDX FROM 1 BY 1 UNTIL WS-SRC-IDX > 7
		MOVE 0 TO WS-SRC-COUNT(WS-SRC-IDX)
	END-PERFORM
	*> the archived years the cut can reach
	IF WS-FILT-DATE-FROM = 0
		MOVE WS-FIRST-LOG-YEAR TO WS-ARCH-FROM-YEAR
	ELSE
		MOVE WS-FILT-DATE-FROM(1:4) TO WS-ARCH-FROM-YEAR
	END-IF
	IF WS-FILT-DATE-TO = 0 OR WS-FILT-DATE-TO > WS-TODAY
		MOVE WS-TODAY(1:4) TO WS-ARCH-TO-YEAR
	ELSE
		MOVE WS-FILT-DATE-TO(1:4) TO WS-ARCH-TO-YEAR
	END-IF
	MOVE 1 TO WS-SRC-IDX
	PERFORM 0250-CHECK-THE-SOURCE
	IF SOURCE-WANTED
		PERFORM VARYING WS-ARCH-YEAR FROM WS-ARCH-FROM-YEAR BY 1
			UNTIL WS-ARCH-YEAR > WS-ARCH-TO-YEAR
			MOVE SPACES TO WS-LOG-NAME
			STRING "charlog-" DELIMITED BY SIZE
				WS-ARCH-YEAR DELIMITED BY SIZE
				".dat" DELIMITED BY SIZE
				INTO WS-LOG-NAME
			END-STRING
			PERFORM 2100-SCAN-ONE-AUDIT-LOG
		END-PERFORM
		MOVE "charlog.dat" TO WS-LOG-NAME
		PERFORM 2100-SCAN-ONE-AUDIT-LOG
	END-IF
	MOVE 2 TO WS-SRC-IDX
	PERFORM 0250-CHECK-THE-SOURCE
	IF SOURCE-WANTED
		PERFORM VARYING WS-ARCH-YEAR FROM WS-ARCH-FROM-YEAR BY 1
			UNTIL WS-ARCH-YEAR > WS-ARCH-TO-YEAR
			MOVE SPACES TO WS-CHG-NAME
			STRING "chghist-" DELIMITED BY SIZE
				WS-ARCH-YEAR DELIMITED BY SIZE
				".dat" DELIMITED BY SIZE
				INTO WS-CHG-NAME
			END-STRING
			PERFORM 2200-SCAN-ONE-CHANGE-FILE
		END-PERFORM
		MOVE "chghist.dat" TO WS-CHG-NAME
		PERFORM 2200-SCAN-ONE-CHANGE-FILE
	END-IF
	MOVE 3 TO WS-SRC-IDX
	PERFORM 0250-CHECK-THE-SOURCE
	IF SOURCE-WANTED
		PERFORM 2300-SCAN-THE-XP-JOURNAL
	END-IF
	MOVE 4 TO WS-SRC-IDX
	PERFORM 0250-CHECK-THE-SOURCE
	IF SOURCE-WANTED
		MOVE "treasarch.dat" TO WS-TREAS-NAME
		PERFORM 2400-SCAN-ONE-LEDGER
		MOVE "arctreas.dat" TO WS-TREAS-NAME
		PERFORM 2400-SCAN-ONE-LEDGER
		MOVE "treasury.dat" TO WS-TREAS-NAME
		PERFORM 2400-SCAN-ONE-LEDGER
	END-IF
	MOVE 5 TO WS-SRC-IDX
	PERFORM 0250-CHECK-THE-SOURCE
	IF SOURCE-WANTED
		MOVE "sessarch.dat" TO WS-SESS-NAME
		PERFORM 2500-SCAN-ONE-SESSION-FILE
		MOVE "sessions.dat" TO WS-SESS-NAME
		PERFORM 2500-SCAN-ONE-SESSION-FILE
	END-IF
	MOVE 6 TO WS-SRC-IDX
	PERFORM 0250-CHECK-THE-SOURCE
	IF SOURCE-WANTED
		MOVE "arccond.dat" TO WS-COND-NAME
		PERFORM 2600-SCAN-THE-CONDITIONS
		MOVE "condition.dat" TO WS-COND-NAME
		PERFORM 2600-SCAN-THE-CONDITIONS
	END-IF
	MOVE 7 TO WS-SRC-IDX
	PERFORM 0250-CHECK-THE-SOURCE
	IF SOURCE-WANTED
		MOVE "arcnotes.dat" TO WS-NOTE-NAME
		PERFORM 2700-SCAN-THE-NOTES
		MOVE "notes.dat" TO WS-NOTE-NAME
		PERFORM 2700-SCAN-THE-NOTES
	END-IF
	PERFORM 3000-SORT-BY-DATE.

2100-SCAN-ONE-AUDIT-LOG.
	*> the log carries names, not ids - same-named characters share
	*> their lines here just as they do in Audit Query
	OPEN INPUT AuditLogFile
	IF WS-LOG-STATUS = "00"
		MOVE "N" TO WS-EOF-SW
		PERFORM UNTIL END-OF-SCAN
			READ AuditLogFile
				AT END
					MOVE "Y" TO WS-EOF-SW
				NOT AT END
					IF al-charf = WS-CH-CNAMEF AND al-charl = WS-CH-CNAMEL
						MOVE al-date TO WS-NEW-DATE
						MOVE al-time TO WS-NEW-TIME
						MOVE 1 TO WS-NEW-SRC
						MOVE SPACES TO WS-NEW-TEXT
						STRING FUNCTION TRIM(al-action) DELIMITED BY SIZE
							" (player " DELIMITED BY SIZE
							FUNCTION TRIM(al-playerf) DELIMITED BY SIZE
							" " DELIMITED BY SIZE
							FUNCTION TRIM(al-playerl) DELIMITED BY SIZE
							")" DELIMITED BY SIZE
							INTO WS-NEW-TEXT
						END-STRING
						PERFORM 0300-ADD-EVENT
					END-IF
			END-READ
		END-PERFORM
		CLOSE AuditLogFile
	END-IF.

2200-SCAN-ONE-CHANGE-FILE.
	OPEN INPUT ChangeHistoryFile
	IF WS-CHG-STATUS = "00"
		MOVE "N" TO WS-EOF-SW
		PERFORM UNTIL END-OF-SCAN
			READ ChangeHistoryFile
				AT END
					MOVE "Y" TO WS-EOF-SW
				NOT AT END
					IF ch-char-id = WS-PICK-CHAR-ID
						MOVE ch-date TO WS-NEW-DATE
						MOVE ch-time TO WS-NEW-TIME
						MOVE 2 TO WS-NEW-SRC
						MOVE SPACES TO WS-NEW-TEXT
						STRING FUNCTION TRIM(ch-field) DELIMITED BY SIZE
							": " DELIMITED BY SIZE
							FUNCTION TRIM(ch-old-value) DELIMITED BY SIZE
							" -> " DELIMITED BY SIZE
							FUNCTION TRIM(ch-new-value) DELIMITED BY SIZE
							INTO WS-NEW-TEXT
						END-STRING
						PERFORM 0300-ADD-EVENT
					END-IF
			END-READ
		END-PERFORM
		CLOSE ChangeHistoryFile
	END-IF.

2300-SCAN-THE-XP-JOURNAL.
	*> first pass finds the backed-out runs, second lists the postings
	MOVE 0 TO WS-REVERSED-COUNT
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
						PERFORM 2310-LIST-ONE-POSTING
					END-IF
			END-READ
		END-PERFORM
		CLOSE XpJournalFile
	END-IF.

2310-LIST-ONE-POSTING.
	MOVE "N" TO WS-REVERSED-SW
	PERFORM VARYING WS-REV-IDX FROM 1 BY 1
		UNTIL WS-REV-IDX > WS-REVERSED-COUNT
		IF WS-REVERSED-STAMP(WS-REV-IDX) = xj-run-stamp
			MOVE "Y" TO WS-REVERSED-SW
		END-IF
	END-PERFORM
	COMPUTE WS-XP-CHANGE = xj-new-xp - xj-old-xp
	MOVE WS-XP-CHANGE TO WS-ED-XP-CHANGE
	MOVE xj-run-date TO WS-NEW-DATE
	MOVE xj-run-time TO WS-NEW-TIME
	MOVE 3 TO WS-NEW-SRC
	MOVE SPACES TO WS-NEW-TEXT
	STRING "XP " xj-old-xp " -> " xj-new-xp " (" DELIMITED BY SIZE
		FUNCTION TRIM(WS-ED-XP-CHANGE) DELIMITED BY SIZE
		")" DELIMITED BY SIZE
		INTO WS-NEW-TEXT
	END-STRING
	IF RUN-REVERSED
		STRING FUNCTION TRIM(WS-NEW-TEXT) DELIMITED BY SIZE
			" - later backed out by XP Reversal" DELIMITED BY SIZE
			INTO WS-NEW-TEXT
		END-STRING
	END-IF
	PERFORM 0300-ADD-EVENT.

2400-SCAN-ONE-LEDGER.
	*> the balance-forward lines a close leaves are not new money, and
	*> the lines they stand for are already in treasarch.dat
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
						MOVE tr-date TO WS-NEW-DATE
						MOVE tr-time TO WS-NEW-TIME
						MOVE 4 TO WS-NEW-SRC
						MOVE tr-amount TO WS-ED-GOLD
						MOVE SPACES TO WS-NEW-TEXT
						IF tr-type = "C"
							STRING "Credit " DELIMITED BY SIZE
								FUNCTION TRIM(WS-ED-GOLD) DELIMITED BY SIZE
								" gp (party " tr-party-id ") "
								DELIMITED BY SIZE
								FUNCTION TRIM(tr-memo) DELIMITED BY SIZE
								INTO WS-NEW-TEXT
							END-STRING
						ELSE
							STRING "Debit " DELIMITED BY SIZE
								FUNCTION TRIM(WS-ED-GOLD) DELIMITED BY SIZE
								" gp (party " tr-party-id ") "
								DELIMITED BY SIZE
								FUNCTION TRIM(tr-memo) DELIMITED BY SIZE
								INTO WS-NEW-TEXT
							END-STRING
						END-IF
						PERFORM 0300-ADD-EVENT
					END-IF
			END-READ
		END-PERFORM
		CLOSE TreasuryFile
	END-IF.

2500-SCAN-ONE-SESSION-FILE.
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
						PERFORM 2510-LIST-IF-AT-THE-TABLE
				END-READ
			END-PERFORM
		END-IF
		CLOSE SessionFile
	END-IF.

2510-LIST-IF-AT-THE-TABLE.
	PERFORM VARYING WS-ATT-IDX FROM 1 BY 1
		UNTIL WS-ATT-IDX > sj-att-count OR WS-ATT-IDX > 8
		IF sj-att-id(WS-ATT-IDX) = WS-PICK-CHAR-ID
			MOVE sj-date TO WS-NEW-DATE
			MOVE 0 TO WS-NEW-TIME
			MOVE 5 TO WS-NEW-SRC
			MOVE SPACES TO WS-NEW-TEXT
			STRING "At the table - session " sj-id ", party "
				sj-party-id ": " DELIMITED BY SIZE
				FUNCTION TRIM(sj-note) DELIMITED BY SIZE
				INTO WS-NEW-TEXT
			END-STRING
			PERFORM 0300-ADD-EVENT
		END-IF
	END-PERFORM.

2600-SCAN-THE-CONDITIONS.
	OPEN INPUT ConditionFile
	IF WS-CONDFILE-STATUS = "00"
		MOVE WS-PICK-CHAR-ID TO cd-char-id
		MOVE LOW-VALUES TO cd-condition
		START ConditionFile KEY IS >= cd-key
			INVALID KEY
				CONTINUE
		END-START
		IF WS-CONDFILE-STATUS = "00"
			MOVE "N" TO WS-EOF-SW
			PERFORM UNTIL END-OF-SCAN
				READ ConditionFile NEXT RECORD
					AT END
						MOVE "Y" TO WS-EOF-SW
					NOT AT END
						IF cd-char-id NOT = WS-PICK-CHAR-ID
							MOVE "Y" TO WS-EOF-SW
						ELSE
							MOVE cd-date TO WS-NEW-DATE
							MOVE 0 TO WS-NEW-TIME
							MOVE 6 TO WS-NEW-SRC
							MOVE SPACES TO WS-NEW-TEXT
							STRING FUNCTION TRIM(cd-condition)
								DELIMITED BY SIZE
								" (still on) " DELIMITED BY SIZE
								FUNCTION TRIM(cd-note) DELIMITED BY SIZE
								INTO WS-NEW-TEXT
							END-STRING
							PERFORM 0300-ADD-EVENT
						END-IF
				END-READ
			END-PERFORM
		END-IF
		CLOSE ConditionFile
	END-IF.

2700-SCAN-THE-NOTES.
	OPEN INPUT NotesFile
	IF WS-NOTEFILE-STATUS = "00"
		MOVE WS-PICK-CHAR-ID TO nt-char-id
		MOVE 0 TO nt-seq
		START NotesFile KEY IS >= nt-key
			INVALID KEY
				CONTINUE
		END-START
		IF WS-NOTEFILE-STATUS = "00"
			MOVE "N" TO WS-EOF-SW
			PERFORM UNTIL END-OF-SCAN
				READ NotesFile NEXT RECORD
					AT END
						MOVE "Y" TO WS-EOF-SW
					NOT AT END
						IF nt-char-id NOT = WS-PICK-CHAR-ID
							MOVE "Y" TO WS-EOF-SW
						ELSE
							MOVE nt-date TO WS-NEW-DATE
							MOVE 0 TO WS-NEW-TIME
							MOVE 7 TO WS-NEW-SRC
							MOVE SPACES TO WS-NEW-TEXT
							STRING "Page " nt-seq ": " DELIMITED BY SIZE
								FUNCTION TRIM(nt-title) DELIMITED BY SIZE
								INTO WS-NEW-TEXT
							END-STRING
							PERFORM 0300-ADD-EVENT
						END-IF
				END-READ
			END-PERFORM
		END-IF
		CLOSE NotesFile
	END-IF.

3000-SORT-BY-DATE.
	*> insertion sort on date and time - lines that tie keep the
	*> order they were found in
	PERFORM VARYING WS-TL-IDX FROM 2 BY 1 UNTIL WS-TL-IDX > WS-TL-COUNT
		MOVE WS-TL-ENTRY(WS-TL-IDX) TO WS-TL-HOLD
		MOVE WS-TL-IDX TO WS-TL-SORT-IDX
		PERFORM UNTIL WS-TL-SORT-IDX < 2
			OR WS-TL-ENTRY(WS-TL-SORT-IDX - 1)(1:14) <= WS-TL-HOLD(1:14)
			MOVE WS-TL-ENTRY(WS-TL-SORT-IDX - 1)
				TO WS-TL-ENTRY(WS-TL-SORT-IDX)
			SUBTRACT 1 FROM WS-TL-SORT-IDX
		END-PERFORM
		MOVE WS-TL-HOLD TO WS-TL-ENTRY(WS-TL-SORT-IDX)
	END-PERFORM.

4000-PRINT-THE-TIMELINE.
	MOVE ALL "=" TO WS-RPT-LINE(1:64)
	PERFORM 0500-PRINT-LINE
	STRING "TIMELINE FOR " DELIMITED BY SIZE
		FUNCTION TRIM(WS-CH-NAME) DELIMITED BY SIZE
		" (ID " WS-PICK-CHAR-ID ")" DELIMITED BY SIZE
		INTO WS-RPT-LINE
	END-STRING
	IF CHAR-RETIRED
		STRING FUNCTION TRIM(WS-RPT-LINE) DELIMITED BY SIZE
			" - retired" DELIMITED BY SIZE
			INTO WS-RPT-LINE
		END-STRING
	END-IF
	PERFORM 0500-PRINT-LINE
	STRING "Player: " DELIMITED BY SIZE
		FUNCTION TRIM(WS-CH-PNAME) DELIMITED BY SIZE
		"   Printed: " WS-TODAY DELIMITED BY SIZE
		INTO WS-RPT-LINE
	END-STRING
	PERFORM 0500-PRINT-LINE
	MOVE "Dates: " TO WS-RPT-LINE
	IF WS-FILT-DATE-FROM = 0
		MOVE "the beginning" TO WS-RPT-LINE(8:13)
	ELSE
		MOVE WS-FILT-DATE-FROM TO WS-RPT-LINE(8:8)
	END-IF
	MOVE " to " TO WS-RPT-LINE(21:4)
	IF WS-FILT-DATE-TO = 0
		MOVE "today" TO WS-RPT-LINE(25:5)
	ELSE
		MOVE WS-FILT-DATE-TO TO WS-RPT-LINE(25:8)
	END-IF
	IF WS-FILT-SOURCES = SPACES
		MOVE "   Sources: all" TO WS-RPT-LINE(33:15)
	ELSE
		MOVE "   Sources: " TO WS-RPT-LINE(33:12)
		MOVE WS-FILT-SOURCES TO WS-RPT-LINE(45:7)
	END-IF
	PERFORM 0500-PRINT-LINE
	MOVE ALL "=" TO WS-RPT-LINE(1:64)
	PERFORM 0500-PRINT-LINE
	MOVE "DATE     TIME   SOURCE    WHAT HAPPENED" TO WS-RPT-LINE
	PERFORM 0500-PRINT-LINE
	MOVE ALL "-" TO WS-RPT-LINE(1:64)
	PERFORM 0500-PRINT-LINE
	IF WS-TL-COUNT = 0
		MOVE "Nothing on file for this character in that cut."
			TO WS-RPT-LINE
		PERFORM 0500-PRINT-LINE
	END-IF
	PERFORM VARYING WS-TL-IDX FROM 1 BY 1 UNTIL WS-TL-IDX > WS-TL-COUNT
		MOVE WS-TL-DATE(WS-TL-IDX) TO WS-PL-DATE
		IF WS-TL-TIME(WS-TL-IDX) = 0
			MOVE SPACES TO WS-PL-TIME
		ELSE
			MOVE WS-TL-TIME(WS-TL-IDX) TO WS-PL-TIME
		END-IF
		MOVE WS-SRC-LABEL(WS-TL-SRC(WS-TL-IDX)) TO WS-PL-SRC
		MOVE WS-TL-TEXT(WS-TL-IDX) TO WS-PL-TEXT
		MOVE WS-PRINT-LINE TO WS-RPT-LINE
		PERFORM 0500-PRINT-LINE
	END-PERFORM
	MOVE ALL "-" TO WS-RPT-LINE(1:64)
	PERFORM 0500-PRINT-LINE
	PERFORM VARYING WS-SRC-IDX FROM 1 BY 1 UNTIL WS-SRC-IDX > 7
		IF WS-SRC-COUNT(WS-SRC-IDX) > 0
			STRING "  " WS-SRC-LABEL(WS-SRC-IDX) " "
				WS-SRC-COUNT(WS-SRC-IDX) " line(s)"
				DELIMITED BY SIZE INTO WS-RPT-LINE
			END-STRING
			PERFORM 0500-PRINT-LINE
		END-IF
	END-PERFORM
	IF WS-TL-OVERFLOW > 0
		STRING WS-TL-OVERFLOW " more line(s) counted but not listed - "
			"narrow the dates or sources." DELIMITED BY SIZE
			INTO WS-RPT-LINE
		END-STRING
		PERFORM 0500-PRINT-LINE
	END-IF.

0450-OPEN-SPOOL.
	MOVE "O" TO WS-RPT-OP
	CALL "RPTSPOOL" USING WS-RPT-OP, WS-RPT-NAME, WS-RPT-LINE
	MOVE "Y" TO WS-SPOOLING-SW.

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
		MOVE "N" TO WS-SPOOLING-SW
	END-IF.

0040-CHECK-LAYOUT-VERSION.
	*> refuse to run against a character.dat stamped for a different
	*> build - Data Upgrade converts it and moves the stamp.
	MOVE "C" TO WS-VER-MODE
	MOVE "character.dat" TO WS-VER-FILE
	MOVE dv-charrec-version TO WS-VER-VERSION
	CALL "VERCHECK" USING WS-VER-MODE, WS-VER-FILE, WS-VER-VERSION,
		WS-VER-RESULT
	IF WS-VER-RESULT = "N"
		DISPLAY "Not touching character.dat - run Data Upgrade first."
		GOBACK
	END-IF.
