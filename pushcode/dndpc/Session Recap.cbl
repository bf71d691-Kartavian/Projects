		>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. session_recap IS INITIAL.
AUTHOR. Loren Stevenson
DATE-WRITTEN. August 10, 2023
*> The recap the DM used to write from memory, built from what the
*> files already say happened.  Give it a session ID and it spools one
*> document (see RPTSPOOL.cbl): the DM's note and the in-world span
*> from sessions.dat, who sat at the table, the quests that session
*> advanced (qs-sess-id in quest.dat), each character's XP, loot and
*> coin, the party purse, the level-ups and who fell.  A night's
*> consequences are posted over the following days, so everything
*> dated from the night up to the day before the party's next session
*> counts toward it (up to today for the latest one).  XP comes from
*> xpjournal.dat less any run XP Reversal backed out; loot from
*> loot.dat as the stash is handed out (hoards land in the stash
*> undated, so they show up here as they are shared); coin from
*> treasury.dat plus what Treasury Close rolled into treasarch.dat;
*> level-ups and deaths from charlog.dat plus any charlog-YYYY.dat
*> Log Retention rolled away.  The chronicle stitches every played
*> session of a party, oldest first, into one document.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT SessionFile ASSIGN TO "sessions.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS sj-id
		FILE STATUS IS WS-SESSFILE-STATUS.
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
	SELECT QuestFile ASSIGN TO "quest.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS qs-id
		FILE STATUS IS WS-QUESTFILE-STATUS.
	SELECT XpJournalFile ASSIGN TO "xpjournal.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		ACCESS IS SEQUENTIAL
		FILE STATUS IS WS-JRNL-STATUS.
	SELECT LootFile ASSIGN TO "loot.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		ACCESS IS SEQUENTIAL
		FILE STATUS IS WS-LOOT-STATUS.
	SELECT TreasuryFile ASSIGN TO WS-TREAS-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		ACCESS IS SEQUENTIAL
		FILE STATUS IS WS-TREAS-STATUS.
	SELECT AuditLogFile ASSIGN TO WS-LOG-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		ACCESS IS SEQUENTIAL
		FILE STATUS IS WS-LOG-STATUS.
DATA DIVISION.
FILE SECTION.
FD SessionFile.
	COPY SESSREC.

FD CharacterFile.
	COPY CHARREC.

FD PartyFile.
	COPY PARTYREC.

FD QuestFile.
	COPY QUESTREC.

FD XpJournalFile.
	COPY XPJRNL.

FD LootFile.
	COPY LOOTREC.

FD TreasuryFile.
	COPY TREASREC.

FD AuditLogFile.
	COPY AUDITLOG.

WORKING-STORAGE SECTION.

*> layout-version gate for character.dat (see DATAVER.cpy and
*> VERCHECK.cbl) - checked before the file is opened.
	COPY DATAVER.
01 WS-VER-MODE PIC X.
01 WS-VER-FILE PIC x(20).
01 WS-VER-VERSION PIC 9(3).
01 WS-VER-RESULT PIC X.

01 WS-SESSFILE-STATUS PIC XX VALUE "00".
01 WS-CHARFILE-STATUS PIC XX VALUE "00".
01 WS-PARTYFILE-STATUS PIC XX VALUE "00".
01 WS-QUESTFILE-STATUS PIC XX VALUE "00".
01 WS-JRNL-STATUS PIC XX VALUE "00".
01 WS-LOOT-STATUS PIC XX VALUE "00".
01 WS-TREAS-STATUS PIC XX VALUE "00".
01 WS-LOG-STATUS PIC XX VALUE "00".
01 WS-TREAS-NAME PIC x(20) VALUE SPACES.
01 WS-LOG-NAME PIC x(20) VALUE SPACES.
01 WS-MENU-CHOICE PIC X.
01 WS-EOF-SW PIC X VALUE "N".
	88 END-OF-SCAN VALUE "Y".
01 WS-CHAR-OPEN-SW PIC X VALUE "N".
	88 CHAR-FILE-OPEN VALUE "Y".
01 WS-TODAY PIC 9(8).
01 WS-PICK-SESSION-ID PIC 9(5).
01 WS-PICK-PARTY-ID PIC 9(4).
01 WS-PARTY-FOUND-SW PIC X VALUE "N".
	88 PARTY-FOUND VALUE "Y".

*> the party's played sessions, oldest first - the next one's date
*> closes the window on this one
01 WS-PS-ENTRY OCCURS 300 TIMES.
	02 WS-PS-ID PIC 9(5).
	02 WS-PS-DATE PIC 9(8).
01 WS-PS-HOLD.
	02 WS-PS-HOLD-ID PIC 9(5).
	02 WS-PS-HOLD-DATE PIC 9(8).
01 WS-PS-COUNT PIC 9(3) VALUE 0.
01 WS-PS-IDX PIC 9(3).
01 WS-PS-SORT-IDX PIC 9(3).
01 WS-PS-AT PIC 9(3).
01 WS-WIN-FROM PIC 9(8).
01 WS-WIN-TO PIC 9(8).
01 WS-WIN-YEAR PIC 9(4).
01 WS-WIN-FROM-YEAR PIC 9(4).
01 WS-WIN-TO-YEAR PIC 9(4).

*> who sat at the table, and what the night brought each of them
01 WS-AT-ENTRY OCCURS 8 TIMES.
	02 WS-AT-ID PIC 9(6).
	02 WS-AT-CNAME PIC x(22).
	02 WS-AT-NAME PIC x(22).
	02 WS-AT-PNAME PIC x(17).
	02 WS-AT-CLASS PIC x(10).
	02 WS-AT-LEVEL PIC 9(2).
	02 WS-AT-ON-FILE-SW PIC X.
	02 WS-AT-XP PIC S9(8).
	02 WS-AT-XP-POSTINGS PIC 9(3).
01 WS-AT-COUNT PIC 9(2) VALUE 0.
01 WS-AT-IDX PIC 9(2).
01 WS-AT-HIT PIC 9(2).

*> XP runs XP Reversal has backed out - their lines do not count
01 WS-REVERSED-STAMP PIC 9(14) OCCURS 100 TIMES.
01 WS-REVERSED-COUNT PIC 9(3) VALUE 0.
01 WS-REV-IDX PIC 9(3).
01 WS-LINE-STAMP PIC 9(14).
01 WS-REVERSED-SW PIC X.
	88 RUN-REVERSED VALUE "Y".

*> level-ups and deaths picked out of the audit log for the window
01 WS-EV-ENTRY OCCURS 60 TIMES.
	02 WS-EV-DATE PIC 9(8).
	02 WS-EV-ACTION PIC x(10).
	02 WS-EV-NAME PIC x(22).
01 WS-EV-COUNT PIC 9(2) VALUE 0.
01 WS-EV-IDX PIC 9(2).

01 WS-SESS-IDX PIC 9(2).
01 WS-LINE-COUNT PIC 9(3).
01 WS-RECAP-COUNT PIC 9(3).
01 WS-OTHER-SW PIC X.
	88 NOT-AT-TABLE VALUE "Y".
01 WS-QUEST-STATE PIC x(10).
01 WS-ED-AMOUNT PIC -(7)9.99.
01 WS-ED-VALUE PIC Z(6)9.99.
01 WS-ED-XP PIC -(7)9.
01 WS-ED-QTY PIC ZZ9.
01 WS-ED-LEVEL PIC Z9.
01 WS-ED-HOUR PIC Z9.
01 WS-ED-HOUR2 PIC Z9.

*> the recap and the chronicle always go to a dated file under
*> reports/ (see RPTSPOOL.cbl) as well as the screen.
01 WS-SPOOLING-SW PIC X VALUE "N".
	88 SPOOLING VALUE "Y".
01 WS-RPT-OP PIC X.
01 WS-RPT-NAME PIC x(12) VALUE "recap".
01 WS-RPT-LINE PIC x(132) VALUE SPACES.

PROCEDURE DIVISION.
0000-MAIN.
	PERFORM 0040-CHECK-LAYOUT-VERSION
	DISPLAY "================================================================"
	DISPLAY "                 SESSION RECAP AND CHRONICLE"
	DISPLAY "================================================================"
	ACCEPT WS-TODAY FROM DATE YYYYMMDD
	MOVE SPACE TO WS-MENU-CHOICE
	PERFORM UNTIL WS-MENU-CHOICE = "Q" OR WS-MENU-CHOICE = "q"
		DISPLAY " "
		DISPLAY "1) Recap one session"
		DISPLAY "2) Campaign-to-date chronicle for a party"
		DISPLAY "Q) Done"
		DISPLAY "Choice? " WITH NO ADVANCING
		ACCEPT WS-MENU-CHOICE
		EVALUATE WS-MENU-CHOICE
			WHEN "1"
				PERFORM 1000-RECAP-ONE-SESSION
			WHEN "2"
				PERFORM 2000-WRITE-THE-CHRONICLE
			WHEN "Q"
			WHEN "q"
				CONTINUE
			WHEN OTHER
				DISPLAY "Not a valid choice."
		END-EVALUATE
	END-PERFORM
	GOBACK.

1000-RECAP-ONE-SESSION.
	DISPLAY "Session ID? " WITH NO ADVANCING
	ACCEPT WS-PICK-SESSION-ID
	OPEN INPUT SessionFile
	IF WS-SESSFILE-STATUS NOT = "00"
		DISPLAY "No session journal on file yet."
	ELSE
		MOVE WS-PICK-SESSION-ID TO sj-id
		READ SessionFile
			INVALID KEY
				DISPLAY "No session " WS-PICK-SESSION-ID " on file."
			NOT INVALID KEY
				IF sj-date > WS-TODAY
					DISPLAY "Session " sj-id " is not until " sj-date
						" - nothing to recap yet."
				ELSE
					MOVE sj-party-id TO WS-PICK-PARTY-ID
					PERFORM 5000-LOAD-PARTY-SESSIONS
					*> the walk left the record area on the last
					*> session read
					MOVE WS-PICK-SESSION-ID TO sj-id
					READ SessionFile
						INVALID KEY
							CONTINUE
					END-READ
					MOVE 0 TO WS-PS-AT
					PERFORM VARYING WS-PS-IDX FROM 1 BY 1
						UNTIL WS-PS-IDX > WS-PS-COUNT
						IF WS-PS-ID(WS-PS-IDX) = WS-PICK-SESSION-ID
							MOVE WS-PS-IDX TO WS-PS-AT
						END-IF
					END-PERFORM
					MOVE "recap" TO WS-RPT-NAME
					PERFORM 0450-OPEN-SPOOL
					PERFORM 3000-RECAP-THE-SESSION
					PERFORM 0550-CLOSE-SPOOL
				END-IF
		END-READ
		CLOSE SessionFile
	END-IF.

2000-WRITE-THE-CHRONICLE.
	DISPLAY "Party ID? " WITH NO ADVANCING
	ACCEPT WS-PICK-PARTY-ID
	OPEN INPUT SessionFile
	IF WS-SESSFILE-STATUS NOT = "00"
		DISPLAY "No session journal on file yet."
	ELSE
		PERFORM 5000-LOAD-PARTY-SESSIONS
		IF WS-PS-COUNT = 0
			DISPLAY "Party " WS-PICK-PARTY-ID " has no sessions played yet."
		ELSE
			PERFORM 5500-READ-THE-PARTY
			MOVE "chronicle" TO WS-RPT-NAME
			PERFORM 0450-OPEN-SPOOL
			MOVE ALL "=" TO WS-RPT-LINE(1:64)
			PERFORM 0500-PRINT-LINE
			STRING "CHRONICLE OF " DELIMITED BY SIZE
				FUNCTION TRIM(pt-name) DELIMITED BY SIZE
				INTO WS-RPT-LINE
			END-STRING
			PERFORM 0500-PRINT-LINE
			STRING "Campaign: " DELIMITED BY SIZE
				FUNCTION TRIM(pt-campaign) DELIMITED BY SIZE
				"   DM: " DELIMITED BY SIZE
				FUNCTION TRIM(pt-dm) DELIMITED BY SIZE
				INTO WS-RPT-LINE
			END-STRING
			PERFORM 0500-PRINT-LINE
			STRING WS-PS-COUNT DELIMITED BY SIZE
				" session(s), " DELIMITED BY SIZE
				WS-PS-DATE(1) DELIMITED BY SIZE
				" to " DELIMITED BY SIZE
				WS-PS-DATE(WS-PS-COUNT) DELIMITED BY SIZE
				INTO WS-RPT-LINE
			END-STRING
			PERFORM 0500-PRINT-LINE
			MOVE ALL "=" TO WS-RPT-LINE(1:64)
			PERFORM 0500-PRINT-LINE
			MOVE 0 TO WS-RECAP-COUNT
			PERFORM VARYING WS-PS-AT FROM 1 BY 1
				UNTIL WS-PS-AT > WS-PS-COUNT
				MOVE WS-PS-ID(WS-PS-AT) TO sj-id
				READ SessionFile
					INVALID KEY
						CONTINUE
					NOT INVALID KEY
						ADD 1 TO WS-RECAP-COUNT
						PERFORM 3000-RECAP-THE-SESSION
				END-READ
			END-PERFORM
			PERFORM 0500-PRINT-LINE
			STRING "End of the chronicle - " DELIMITED BY SIZE
				WS-RECAP-COUNT DELIMITED BY SIZE
				" session(s)." DELIMITED BY SIZE
				INTO WS-RPT-LINE
			END-STRING
			PERFORM 0500-PRINT-LINE
			PERFORM 0550-CLOSE-SPOOL
		END-IF
		CLOSE SessionFile
	END-IF.

3000-RECAP-THE-SESSION.
	*> SessionData holds the night; WS-PS-AT is its place in the
	*> party's run of sessions (0 when it is not among them).
	MOVE sj-date TO WS-WIN-FROM
	MOVE WS-TODAY TO WS-WIN-TO
	IF WS-PS-AT > 0 AND WS-PS-AT < WS-PS-COUNT
		COMPUTE WS-WIN-TO = FUNCTION DATE-OF-INTEGER(
			FUNCTION INTEGER-OF-DATE(WS-PS-DATE(WS-PS-AT + 1)) - 1)
		IF WS-WIN-TO < WS-WIN-FROM
			MOVE WS-WIN-FROM TO WS-WIN-TO
		END-IF
	END-IF
	PERFORM 5500-READ-THE-PARTY
	PERFORM 3100-PRINT-THE-HEADING
	PERFORM 3200-PRINT-THE-TABLE
	PERFORM 3300-PRINT-QUEST-PROGRESS
	PERFORM 3400-TALLY-THE-XP
	PERFORM 3500-PRINT-EACH-CHARACTER
	PERFORM 3600-PRINT-THE-PARTY-PURSE
	PERFORM 3700-GATHER-THE-LOG
	PERFORM 3800-PRINT-LEVEL-UPS
	PERFORM 3900-PRINT-THE-FALLEN.

3100-PRINT-THE-HEADING.
	PERFORM 0500-PRINT-LINE
	MOVE ALL "-" TO WS-RPT-LINE(1:64)
	PERFORM 0500-PRINT-LINE
	STRING "SESSION " DELIMITED BY SIZE
		sj-id DELIMITED BY SIZE
		" - " DELIMITED BY SIZE
		FUNCTION TRIM(pt-name) DELIMITED BY SIZE
		" - played " DELIMITED BY SIZE
		sj-date DELIMITED BY SIZE
		INTO WS-RPT-LINE
	END-STRING
	PERFORM 0500-PRINT-LINE
	STRING "Campaign: " DELIMITED BY SIZE
		FUNCTION TRIM(pt-campaign) DELIMITED BY SIZE
		"   DM: " DELIMITED BY SIZE
		FUNCTION TRIM(pt-dm) DELIMITED BY SIZE
		INTO WS-RPT-LINE
	END-STRING
	PERFORM 0500-PRINT-LINE
	IF sj-game-start-day > 0 OR sj-game-end-day > 0
		MOVE sj-game-start-hour TO WS-ED-HOUR
		MOVE sj-game-end-hour TO WS-ED-HOUR2
		STRING "In the world: day " DELIMITED BY SIZE
			sj-game-start-day DELIMITED BY SIZE
			" hour " DELIMITED BY SIZE
			FUNCTION TRIM(WS-ED-HOUR) DELIMITED BY SIZE
			" to day " DELIMITED BY SIZE
			sj-game-end-day DELIMITED BY SIZE
			" hour " DELIMITED BY SIZE
			FUNCTION TRIM(WS-ED-HOUR2) DELIMITED BY SIZE
			INTO WS-RPT-LINE
		END-STRING
		PERFORM 0500-PRINT-LINE
	END-IF
	IF sj-note NOT = SPACES
		STRING "DM's note: " DELIMITED BY SIZE
			FUNCTION TRIM(sj-note) DELIMITED BY SIZE
			INTO WS-RPT-LINE
		END-STRING
		PERFORM 0500-PRINT-LINE
	END-IF
	STRING "(counting what was posted " DELIMITED BY SIZE
		WS-WIN-FROM DELIMITED BY SIZE
		" through " DELIMITED BY SIZE
		WS-WIN-TO DELIMITED BY SIZE
		")" DELIMITED BY SIZE
		INTO WS-RPT-LINE
	END-STRING
	PERFORM 0500-PRINT-LINE
	MOVE ALL "-" TO WS-RPT-LINE(1:64)
	PERFORM 0500-PRINT-LINE.

3200-PRINT-THE-TABLE.
	MOVE 0 TO WS-AT-COUNT
	OPEN INPUT CharacterFile
	*> an attendee no longer on file leaves the status at 23, so
	*> whether the file opened is kept apart from it
	IF WS-CHARFILE-STATUS = "00"
		MOVE "Y" TO WS-CHAR-OPEN-SW
	ELSE
		MOVE "N" TO WS-CHAR-OPEN-SW
	END-IF
	PERFORM VARYING WS-SESS-IDX FROM 1 BY 1
		UNTIL WS-SESS-IDX > sj-att-count OR WS-SESS-IDX > 8
		ADD 1 TO WS-AT-COUNT
		MOVE sj-att-id(WS-SESS-IDX) TO WS-AT-ID(WS-AT-COUNT)
		MOVE SPACES TO WS-AT-CNAME(WS-AT-COUNT)
		MOVE SPACES TO WS-AT-PNAME(WS-AT-COUNT)
		MOVE SPACES TO WS-AT-CLASS(WS-AT-COUNT)
		MOVE 0 TO WS-AT-LEVEL(WS-AT-COUNT)
		MOVE 0 TO WS-AT-XP(WS-AT-COUNT)
		MOVE 0 TO WS-AT-XP-POSTINGS(WS-AT-COUNT)
		MOVE "N" TO WS-AT-ON-FILE-SW(WS-AT-COUNT)
		MOVE SPACES TO WS-AT-NAME(WS-AT-COUNT)
		STRING "ID " DELIMITED BY SIZE
			sj-att-id(WS-SESS-IDX) DELIMITED BY SIZE
			INTO WS-AT-NAME(WS-AT-COUNT)
		END-STRING
		IF CHAR-FILE-OPEN
			MOVE sj-att-id(WS-SESS-IDX) TO char-id
			READ CharacterFile
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					MOVE "Y" TO WS-AT-ON-FILE-SW(WS-AT-COUNT)
					MOVE cname TO WS-AT-CNAME(WS-AT-COUNT)
					MOVE SPACES TO WS-AT-NAME(WS-AT-COUNT)
					STRING FUNCTION TRIM(cnamef) DELIMITED BY SIZE
						" " DELIMITED BY SIZE
						FUNCTION TRIM(cnamel) DELIMITED BY SIZE
						INTO WS-AT-NAME(WS-AT-COUNT)
					END-STRING
					STRING FUNCTION TRIM(pnamef) DELIMITED BY SIZE
						" " DELIMITED BY SIZE
						FUNCTION TRIM(pnamel) DELIMITED BY SIZE
						INTO WS-AT-PNAME(WS-AT-COUNT)
					END-STRING
					MOVE cls TO WS-AT-CLASS(WS-AT-COUNT)
					MOVE char-level TO WS-AT-LEVEL(WS-AT-COUNT)
			END-READ
		END-IF
	END-PERFORM
	IF CHAR-FILE-OPEN
		CLOSE CharacterFile
	END-IF
	MOVE "AT THE TABLE" TO WS-RPT-LINE
	PERFORM 0500-PRINT-LINE
	IF WS-AT-COUNT = 0
		MOVE "  (no attendance recorded)" TO WS-RPT-LINE
		PERFORM 0500-PRINT-LINE
	END-IF
	PERFORM VARYING WS-AT-IDX FROM 1 BY 1 UNTIL WS-AT-IDX > WS-AT-COUNT
		IF WS-AT-ON-FILE-SW(WS-AT-IDX) = "Y"
			MOVE WS-AT-LEVEL(WS-AT-IDX) TO WS-ED-LEVEL
			STRING "  " DELIMITED BY SIZE
				FUNCTION TRIM(WS-AT-NAME(WS-AT-IDX)) DELIMITED BY SIZE
				" - " DELIMITED BY SIZE
				FUNCTION TRIM(WS-AT-CLASS(WS-AT-IDX)) DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				FUNCTION TRIM(WS-ED-LEVEL) DELIMITED BY SIZE
				", played by " DELIMITED BY SIZE
				FUNCTION TRIM(WS-AT-PNAME(WS-AT-IDX)) DELIMITED BY SIZE
				INTO WS-RPT-LINE
			END-STRING
		ELSE
			STRING "  " DELIMITED BY SIZE
				FUNCTION TRIM(WS-AT-NAME(WS-AT-IDX)) DELIMITED BY SIZE
				" (no longer on the roster)" DELIMITED BY SIZE
				INTO WS-RPT-LINE
			END-STRING
		END-IF
		PERFORM 0500-PRINT-LINE
	END-PERFORM.

3300-PRINT-QUEST-PROGRESS.
	MOVE "QUEST PROGRESS" TO WS-RPT-LINE
	PERFORM 0500-PRINT-LINE
	MOVE 0 TO WS-LINE-COUNT
	OPEN INPUT QuestFile
	IF WS-QUESTFILE-STATUS = "00"
		MOVE 0 TO qs-id
		START QuestFile KEY IS >= qs-id
			INVALID KEY
				CONTINUE
		END-START
		IF WS-QUESTFILE-STATUS = "00"
			MOVE "N" TO WS-EOF-SW
			PERFORM UNTIL END-OF-SCAN
				READ QuestFile NEXT RECORD
					AT END
						MOVE "Y" TO WS-EOF-SW
					NOT AT END
						IF qs-party-id = sj-party-id
							PERFORM 3310-CHECK-ONE-QUEST
						END-IF
				END-READ
			END-PERFORM
		END-IF
		CLOSE QuestFile
	END-IF
	IF WS-LINE-COUNT = 0
		MOVE "  (no quest was marked against this session)"
			TO WS-RPT-LINE
		PERFORM 0500-PRINT-LINE
	END-IF.

3310-CHECK-ONE-QUEST.
	PERFORM VARYING WS-SESS-IDX FROM 1 BY 1
		UNTIL WS-SESS-IDX > qs-sess-count OR WS-SESS-IDX > 5
		IF qs-sess-id(WS-SESS-IDX) = sj-id
			ADD 1 TO WS-LINE-COUNT
			EVALUATE TRUE
				WHEN quest-open
					MOVE "open" TO WS-QUEST-STATE
				WHEN quest-active
					MOVE "under way" TO WS-QUEST-STATE
				WHEN quest-completed
					MOVE "completed" TO WS-QUEST-STATE
				WHEN quest-abandoned
					MOVE "abandoned" TO WS-QUEST-STATE
				WHEN OTHER
					MOVE "unknown" TO WS-QUEST-STATE
			END-EVALUATE
			STRING "  " DELIMITED BY SIZE
				FUNCTION TRIM(qs-title) DELIMITED BY SIZE
				" - " DELIMITED BY SIZE
				FUNCTION TRIM(WS-QUEST-STATE) DELIMITED BY SIZE
				" (from " DELIMITED BY SIZE
				FUNCTION TRIM(qs-giver) DELIMITED BY SIZE
				")" DELIMITED BY SIZE
				INTO WS-RPT-LINE
			END-STRING
			PERFORM 0500-PRINT-LINE
			IF quest-completed AND qs-reward NOT = SPACES
				STRING "    reward: " DELIMITED BY SIZE
					FUNCTION TRIM(qs-reward) DELIMITED BY SIZE
					INTO WS-RPT-LINE
				END-STRING
				PERFORM 0500-PRINT-LINE
			END-IF
		END-IF
	END-PERFORM.

3400-TALLY-THE-XP.
	*> first pass finds the backed-out runs, second adds up the rest
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
					IF xj-reversed-sw NOT = "R"
						AND xj-run-date >= WS-WIN-FROM
						AND xj-run-date <= WS-WIN-TO
						PERFORM 3410-COUNT-ONE-AWARD
					END-IF
			END-READ
		END-PERFORM
		CLOSE XpJournalFile
	END-IF.

3410-COUNT-ONE-AWARD.
	MOVE xj-run-stamp TO WS-LINE-STAMP
	MOVE "N" TO WS-REVERSED-SW
	PERFORM VARYING WS-REV-IDX FROM 1 BY 1
		UNTIL WS-REV-IDX > WS-REVERSED-COUNT
		IF WS-REVERSED-STAMP(WS-REV-IDX) = WS-LINE-STAMP
			MOVE "Y" TO WS-REVERSED-SW
		END-IF
	END-PERFORM
	IF NOT RUN-REVERSED
		PERFORM VARYING WS-AT-IDX FROM 1 BY 1
			UNTIL WS-AT-IDX > WS-AT-COUNT
			IF WS-AT-ID(WS-AT-IDX) = xj-char-id
				COMPUTE WS-AT-XP(WS-AT-IDX) = WS-AT-XP(WS-AT-IDX)
					+ xj-new-xp - xj-old-xp
				ADD 1 TO WS-AT-XP-POSTINGS(WS-AT-IDX)
			END-IF
		END-PERFORM
	END-IF.

3500-PRINT-EACH-CHARACTER.
	MOVE "XP, LOOT AND COIN" TO WS-RPT-LINE
	PERFORM 0500-PRINT-LINE
	IF WS-AT-COUNT = 0
		MOVE "  (nobody to credit)" TO WS-RPT-LINE
		PERFORM 0500-PRINT-LINE
	END-IF
	PERFORM VARYING WS-AT-IDX FROM 1 BY 1 UNTIL WS-AT-IDX > WS-AT-COUNT
		MOVE WS-AT-XP(WS-AT-IDX) TO WS-ED-XP
		IF WS-AT-XP-POSTINGS(WS-AT-IDX) = 0
			STRING "  " DELIMITED BY SIZE
				FUNCTION TRIM(WS-AT-NAME(WS-AT-IDX)) DELIMITED BY SIZE
				": no XP posted" DELIMITED BY SIZE
				INTO WS-RPT-LINE
			END-STRING
		ELSE
			STRING "  " DELIMITED BY SIZE
				FUNCTION TRIM(WS-AT-NAME(WS-AT-IDX)) DELIMITED BY SIZE
				": " DELIMITED BY SIZE
				FUNCTION TRIM(WS-ED-XP) DELIMITED BY SIZE
				" XP" DELIMITED BY SIZE
				INTO WS-RPT-LINE
			END-STRING
		END-IF
		PERFORM 0500-PRINT-LINE
		PERFORM 3510-PRINT-THE-LOOT
		MOVE "N" TO WS-OTHER-SW
		PERFORM 3520-PRINT-THE-COIN
	END-PERFORM.

3510-PRINT-THE-LOOT.
	OPEN INPUT LootFile
	IF WS-LOOT-STATUS = "00"
		MOVE "N" TO WS-EOF-SW
		PERFORM UNTIL END-OF-SCAN
			READ LootFile
				AT END
					MOVE "Y" TO WS-EOF-SW
				NOT AT END
					IF lt-char-id = WS-AT-ID(WS-AT-IDX)
						AND lt-party-id = sj-party-id
						AND lt-date >= WS-WIN-FROM
						AND lt-date <= WS-WIN-TO
						MOVE lt-qty TO WS-ED-QTY
						MOVE lt-value TO WS-ED-VALUE
						STRING "      loot: " DELIMITED BY SIZE
							FUNCTION TRIM(WS-ED-QTY) DELIMITED BY SIZE
							" x " DELIMITED BY SIZE
							FUNCTION TRIM(lt-item-name) DELIMITED BY SIZE
							", worth " DELIMITED BY SIZE
							FUNCTION TRIM(WS-ED-VALUE) DELIMITED BY SIZE
							" gp" DELIMITED BY SIZE
							INTO WS-RPT-LINE
						END-STRING
						PERFORM 0500-PRINT-LINE
					END-IF
			END-READ
		END-PERFORM
		CLOSE LootFile
	END-IF.

3520-PRINT-THE-COIN.
	*> what Treasury Close rolled away first, then the live ledger;
	*> the balance-forward lines a close leaves are not new money.
	MOVE "treasarch.dat" TO WS-TREAS-NAME
	PERFORM 3530-SCAN-ONE-LEDGER
	MOVE "treasury.dat" TO WS-TREAS-NAME
	PERFORM 3530-SCAN-ONE-LEDGER.

3530-SCAN-ONE-LEDGER.
	OPEN INPUT TreasuryFile
	IF WS-TREAS-STATUS = "00"
		MOVE "N" TO WS-EOF-SW
		PERFORM UNTIL END-OF-SCAN
			READ TreasuryFile
				AT END
					MOVE "Y" TO WS-EOF-SW
				NOT AT END
					IF tr-party-id = sj-party-id
						AND tr-date >= WS-WIN-FROM
						AND tr-date <= WS-WIN-TO
						AND tr-memo(1:11) NOT = "BALANCE FWD"
						PERFORM 3540-PICK-ONE-LEDGER-LINE
					END-IF
			END-READ
		END-PERFORM
		CLOSE TreasuryFile
	END-IF.

3540-PICK-ONE-LEDGER-LINE.
	*> a character's own pass takes their lines; the purse pass takes
	*> the party's lines and anyone's who was not at the table
	IF NOT-AT-TABLE
		MOVE 0 TO WS-AT-HIT
		IF tr-char-id NOT = 0
			PERFORM VARYING WS-AT-IDX FROM 1 BY 1
				UNTIL WS-AT-IDX > WS-AT-COUNT
				IF WS-AT-ID(WS-AT-IDX) = tr-char-id
					MOVE WS-AT-IDX TO WS-AT-HIT
				END-IF
			END-PERFORM
		END-IF
		IF WS-AT-HIT = 0
			PERFORM 3550-PRINT-ONE-LEDGER-LINE
		END-IF
	ELSE
		IF tr-char-id = WS-AT-ID(WS-AT-IDX)
			PERFORM 3550-PRINT-ONE-LEDGER-LINE
		END-IF
	END-IF.

3550-PRINT-ONE-LEDGER-LINE.
	IF tr-type = "C"
		COMPUTE WS-ED-AMOUNT = tr-amount
	ELSE
		COMPUTE WS-ED-AMOUNT = 0 - tr-amount
	END-IF
	IF NOT-AT-TABLE AND tr-char-id NOT = 0
		STRING "  ID " DELIMITED BY SIZE
			tr-char-id DELIMITED BY SIZE
			": " DELIMITED BY SIZE
			FUNCTION TRIM(WS-ED-AMOUNT) DELIMITED BY SIZE
			" gp  " DELIMITED BY SIZE
			FUNCTION TRIM(tr-memo) DELIMITED BY SIZE
			INTO WS-RPT-LINE
		END-STRING
	ELSE
		STRING "      coin: " DELIMITED BY SIZE
			FUNCTION TRIM(WS-ED-AMOUNT) DELIMITED BY SIZE
			" gp  " DELIMITED BY SIZE
			FUNCTION TRIM(tr-memo) DELIMITED BY SIZE
			INTO WS-RPT-LINE
		END-STRING
	END-IF
	PERFORM 0500-PRINT-LINE
	ADD 1 TO WS-LINE-COUNT.

3600-PRINT-THE-PARTY-PURSE.
	MOVE "PARTY PURSE" TO WS-RPT-LINE
	PERFORM 0500-PRINT-LINE
	MOVE 0 TO WS-LINE-COUNT
	MOVE "Y" TO WS-OTHER-SW
	PERFORM 3520-PRINT-THE-COIN
	MOVE "N" TO WS-OTHER-SW
	IF WS-LINE-COUNT = 0
		MOVE "  (no party treasury lines)" TO WS-RPT-LINE
		PERFORM 0500-PRINT-LINE
	END-IF.

3700-GATHER-THE-LOG.
	*> the window's years Log Retention rolled out, then the live log
	MOVE 0 TO WS-EV-COUNT
	DIVIDE WS-WIN-FROM BY 10000 GIVING WS-WIN-FROM-YEAR
	DIVIDE WS-WIN-TO BY 10000 GIVING WS-WIN-TO-YEAR
	PERFORM VARYING WS-WIN-YEAR FROM WS-WIN-FROM-YEAR BY 1
		UNTIL WS-WIN-YEAR > WS-WIN-TO-YEAR
		MOVE SPACES TO WS-LOG-NAME
		STRING "charlog-" DELIMITED BY SIZE
			WS-WIN-YEAR DELIMITED BY SIZE
			".dat" DELIMITED BY SIZE
			INTO WS-LOG-NAME
		END-STRING
		PERFORM 3710-SCAN-ONE-LOG
	END-PERFORM
	MOVE "charlog.dat" TO WS-LOG-NAME
	PERFORM 3710-SCAN-ONE-LOG.

3710-SCAN-ONE-LOG.
	OPEN INPUT AuditLogFile
	IF WS-LOG-STATUS = "00"
		MOVE "N" TO WS-EOF-SW
		PERFORM UNTIL END-OF-SCAN
			READ AuditLogFile
				AT END
					MOVE "Y" TO WS-EOF-SW
				NOT AT END
					IF al-date >= WS-WIN-FROM AND al-date <= WS-WIN-TO
						AND (al-action = "LEVELED" OR al-action = "DIED")
						PERFORM 3720-KEEP-ONE-EVENT
					END-IF
			END-READ
		END-PERFORM
		CLOSE AuditLogFile
	END-IF.

3720-KEEP-ONE-EVENT.
	*> the log carries names, not IDs - it is matched on the name
	PERFORM VARYING WS-AT-IDX FROM 1 BY 1 UNTIL WS-AT-IDX > WS-AT-COUNT
		IF WS-AT-CNAME(WS-AT-IDX) = al-char AND al-char NOT = SPACES
			AND WS-EV-COUNT < 60
			ADD 1 TO WS-EV-COUNT
			MOVE al-date TO WS-EV-DATE(WS-EV-COUNT)
			MOVE al-action TO WS-EV-ACTION(WS-EV-COUNT)
			MOVE WS-AT-NAME(WS-AT-IDX) TO WS-EV-NAME(WS-EV-COUNT)
		END-IF
	END-PERFORM.

3800-PRINT-LEVEL-UPS.
	MOVE "LEVEL-UPS" TO WS-RPT-LINE
	PERFORM 0500-PRINT-LINE
	MOVE 0 TO WS-LINE-COUNT
	PERFORM VARYING WS-EV-IDX FROM 1 BY 1 UNTIL WS-EV-IDX > WS-EV-COUNT
		IF WS-EV-ACTION(WS-EV-IDX) = "LEVELED"
			ADD 1 TO WS-LINE-COUNT
			STRING "  " DELIMITED BY SIZE
				FUNCTION TRIM(WS-EV-NAME(WS-EV-IDX)) DELIMITED BY SIZE
				" gained a level on " DELIMITED BY SIZE
				WS-EV-DATE(WS-EV-IDX) DELIMITED BY SIZE
				INTO WS-RPT-LINE
			END-STRING
			PERFORM 0500-PRINT-LINE
		END-IF
	END-PERFORM
	IF WS-LINE-COUNT = 0
		MOVE "  (none)" TO WS-RPT-LINE
		PERFORM 0500-PRINT-LINE
	END-IF.

3900-PRINT-THE-FALLEN.
	MOVE "THE FALLEN" TO WS-RPT-LINE
	PERFORM 0500-PRINT-LINE
	MOVE 0 TO WS-LINE-COUNT
	PERFORM VARYING WS-EV-IDX FROM 1 BY 1 UNTIL WS-EV-IDX > WS-EV-COUNT
		IF WS-EV-ACTION(WS-EV-IDX) = "DIED"
			ADD 1 TO WS-LINE-COUNT
			STRING "  " DELIMITED BY SIZE
				FUNCTION TRIM(WS-EV-NAME(WS-EV-IDX)) DELIMITED BY SIZE
				" fell on " DELIMITED BY SIZE
				WS-EV-DATE(WS-EV-IDX) DELIMITED BY SIZE
				INTO WS-RPT-LINE
			END-STRING
			PERFORM 0500-PRINT-LINE
		END-IF
	END-PERFORM
	IF WS-LINE-COUNT = 0
		MOVE "  (everyone walked away)" TO WS-RPT-LINE
		PERFORM 0500-PRINT-LINE
	END-IF.

5000-LOAD-PARTY-SESSIONS.
	*> sessions.dat is keyed on sj-id only - read it all, keep the
	*> party's nights that have been played, and put them in date order
	MOVE 0 TO WS-PS-COUNT
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
					IF sj-party-id = WS-PICK-PARTY-ID
						AND sj-date <= WS-TODAY
						AND WS-PS-COUNT < 300
						ADD 1 TO WS-PS-COUNT
						MOVE sj-id TO WS-PS-ID(WS-PS-COUNT)
						MOVE sj-date TO WS-PS-DATE(WS-PS-COUNT)
					END-IF
			END-READ
		END-PERFORM
	END-IF
	PERFORM VARYING WS-PS-IDX FROM 2 BY 1 UNTIL WS-PS-IDX > WS-PS-COUNT
		MOVE WS-PS-ENTRY(WS-PS-IDX) TO WS-PS-HOLD
		MOVE WS-PS-IDX TO WS-PS-SORT-IDX
		PERFORM UNTIL WS-PS-SORT-IDX = 1
			OR WS-PS-DATE(WS-PS-SORT-IDX - 1) <= WS-PS-HOLD-DATE
			MOVE WS-PS-ENTRY(WS-PS-SORT-IDX - 1)
				TO WS-PS-ENTRY(WS-PS-SORT-IDX)
			SUBTRACT 1 FROM WS-PS-SORT-IDX
		END-PERFORM
		MOVE WS-PS-HOLD TO WS-PS-ENTRY(WS-PS-SORT-IDX)
	END-PERFORM.

5500-READ-THE-PARTY.
	MOVE "N" TO WS-PARTY-FOUND-SW
	OPEN INPUT PartyFile
	IF WS-PARTYFILE-STATUS = "00"
		MOVE WS-PICK-PARTY-ID TO pt-id
		READ PartyFile
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				MOVE "Y" TO WS-PARTY-FOUND-SW
		END-READ
		CLOSE PartyFile
	END-IF
	IF NOT PARTY-FOUND
		INITIALIZE PartyData
		MOVE WS-PICK-PARTY-ID TO pt-id
		MOVE "(party not on file)" TO pt-name
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
	*> refuse to run against a character.dat or party.dat stamped for
	*> a different build - Data Upgrade converts them and moves the
	*> stamps.
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
