		>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. exceptions_report IS INITIAL.
AUTHOR. Loren Stevenson
DATE-WRITTEN. September 14, 2023
*> The morning list of records waiting on an operator, so nobody
*> finds out at the table.  Five kinds of trouble are hunted down:
*> a character whose XP has crossed the next threshold (the XP Award
*> table) with the sheet still at the old level, a dead character
*> still on a live party's roster, a locks.dat entry two days old or
*> more, a schedule.dat proposal still open after its date went by,
*> and a session already played with no XP posted against it.  A
*> night's XP counts for it if xpjournal.dat shows an attendee's award
*> from the night up to the day before the party's next session (up
*> to today for the latest one), less any run XP Reversal backed out
*> - the same window Session Recap uses.  Milestone parties are left
*> out of the two XP checks.  Each item is listed with the tool that
*> fixes it, grouped by party, and spooled (see RPTSPOOL.cbl).  Each
*> run appends its counts per kind to exchist.dat, and the report
*> closes by comparing them with the last earlier night on file, so
*> the backlog can be seen shrinking or growing.  Nothing is asked at
*> the keyboard, so the run sits in the nightly close (nightctl.dat).
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
	SELECT LockFile ASSIGN TO "locks.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS lock-id
		FILE STATUS IS WS-LOCKFILE-STATUS.
	SELECT ScheduleFile ASSIGN TO "schedule.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS sch-id
		FILE STATUS IS WS-SCHEDFILE-STATUS.
	SELECT SessionFile ASSIGN TO "sessions.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS sj-id
		FILE STATUS IS WS-SESSFILE-STATUS.
	SELECT XpJournalFile ASSIGN TO "xpjournal.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		ACCESS IS SEQUENTIAL
		FILE STATUS IS WS-JRNL-STATUS.
	SELECT HistoryFile ASSIGN TO "exchist.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		ACCESS IS SEQUENTIAL
		FILE STATUS IS WS-HIST-STATUS.
DATA DIVISION.
FILE SECTION.
FD CharacterFile.
	COPY CHARREC.

FD PartyFile.
	COPY PARTYREC.

FD LockFile.
	COPY LOCKREC.

FD ScheduleFile.
	COPY SCHEDREC.

FD SessionFile.
	COPY SESSREC.

FD XpJournalFile.
	COPY XPJRNL.

FD HistoryFile.
*> one line per run - the count of each kind of exception, in the
*> order of WS-CAT-VALUES below
01 HistoryRecord.
	02 eh-date PIC 9(8).
	02 eh-time PIC 9(6).
	02 eh-count PIC 9(5) OCCURS 5 TIMES.

WORKING-STORAGE SECTION.

*> layout-version gate for character.dat and party.dat (see
*> DATAVER.cpy and VERCHECK.cbl) - checked before either is opened.
	COPY DATAVER.
01 WS-VER-MODE PIC X.
01 WS-VER-FILE PIC x(20).
01 WS-VER-VERSION PIC 9(3).
01 WS-VER-RESULT PIC X.

01 WS-CHARFILE-STATUS PIC XX VALUE "00".
01 WS-PARTYFILE-STATUS PIC XX VALUE "00".
01 WS-LOCKFILE-STATUS PIC XX VALUE "00".
01 WS-SCHEDFILE-STATUS PIC XX VALUE "00".
01 WS-SESSFILE-STATUS PIC XX VALUE "00".
01 WS-JRNL-STATUS PIC XX VALUE "00".
01 WS-HIST-STATUS PIC XX VALUE "00".
01 WS-EOF-SW PIC X VALUE "N".
	88 END-OF-SCAN VALUE "Y".
01 WS-CHAR-OPEN-SW PIC X VALUE "N".
	88 CHAR-FILE-OPEN VALUE "Y".
01 WS-TODAY PIC 9(8).
01 WS-TODAY-INT PIC 9(8).
01 WS-TIME-FULL PIC 9(8).
01 WS-TIME-R REDEFINES WS-TIME-FULL.
	02 WS-TIME-HHMMSS PIC 9(6).
	02 WS-TIME-HSEC PIC 9(2).

*> the five kinds of exception, their headings, and how many of each
01 WS-CAT-VALUES.
	02 FILLER PIC x(16) VALUE "LEVEL-UP DUE".
	02 FILLER PIC x(16) VALUE "DEAD AT TABLE".
	02 FILLER PIC x(16) VALUE "STALE LOCK".
	02 FILLER PIC x(16) VALUE "PAST PROPOSAL".
	02 FILLER PIC x(16) VALUE "NO XP POSTED".
01 WS-CAT-TABLE REDEFINES WS-CAT-VALUES.
	02 WS-CAT-NAME PIC x(16) OCCURS 5 TIMES.
01 WS-CAT-COUNT PIC 9(5) OCCURS 5 TIMES.
01 WS-CAT-IDX PIC 9.
01 WS-ALL-COUNT PIC 9(5) VALUE 0.

*> a lock this many days old is treated as left behind by a crash
01 WS-STALE-LOCK-DAYS PIC 9(3) VALUE 2.
01 WS-LOCK-AGE PIC 9(5).

*> every party on file, for the leveling mode, the live/closed test,
*> and the group headings
01 WS-PT-ENTRY OCCURS 200 TIMES.
	02 WS-PT-ID PIC 9(4).
	02 WS-PT-NAME PIC x(20).
	02 WS-PT-CAMPAIGN PIC x(20).
	02 WS-PT-MODE PIC X.
	02 WS-PT-STATUS PIC X.
01 WS-PT-COUNT PIC 9(3) VALUE 0.
01 WS-PT-IDX PIC 9(3).
01 WS-LOOK-PARTY-ID PIC 9(4).
01 WS-PT-FOUND-SW PIC X VALUE "N".
	88 PT-FOUND VALUE "Y".
01 WS-PT-AT PIC 9(3).

*> experience needed to reach each level, 1 through 20 (the same
*> table XP Award.cbl flags a due level-up from)
01 WS-XP-THRESHOLD-VALUES.
	02 FILLER PIC 9(7) VALUE 0000000.
	02 FILLER PIC 9(7) VALUE 0000300.
	02 FILLER PIC 9(7) VALUE 0000900.
	02 FILLER PIC 9(7) VALUE 0002700.
	02 FILLER PIC 9(7) VALUE 0006500.
	02 FILLER PIC 9(7) VALUE 0014000.
	02 FILLER PIC 9(7) VALUE 0023000.
	02 FILLER PIC 9(7) VALUE 0034000.
	02 FILLER PIC 9(7) VALUE 0048000.
	02 FILLER PIC 9(7) VALUE 0064000.
	02 FILLER PIC 9(7) VALUE 0085000.
	02 FILLER PIC 9(7) VALUE 0100000.
	02 FILLER PIC 9(7) VALUE 0120000.
	02 FILLER PIC 9(7) VALUE 0140000.
	02 FILLER PIC 9(7) VALUE 0165000.
	02 FILLER PIC 9(7) VALUE 0195000.
	02 FILLER PIC 9(7) VALUE 0225000.
	02 FILLER PIC 9(7) VALUE 0265000.
	02 FILLER PIC 9(7) VALUE 0305000.
	02 FILLER PIC 9(7) VALUE 0355000.
01 WS-XP-THRESHOLDS REDEFINES WS-XP-THRESHOLD-VALUES.
	02 WS-XP-THRESHOLD-ENTRY PIC 9(7) OCCURS 20 TIMES.
01 WS-XP-LEVEL PIC 9(2).
01 WS-THRESH-IDX PIC 9(2).

01 WS-CHAR-NAME PIC x(22).

*> the exceptions found, in the order found until the sort puts
*> them by party and kind
01 WS-EX-ENTRY OCCURS 500 TIMES.
	02 WS-EX-PARTY PIC 9(4).
	02 WS-EX-CAT PIC 9.
	02 WS-EX-TEXT PIC x(80).
	02 WS-EX-TOOL PIC x(40).
01 WS-EX-HOLD PIC x(125).
01 WS-EX-COUNT PIC 9(3) VALUE 0.
01 WS-EX-IDX PIC 9(3).
01 WS-EX-SORT-IDX PIC 9(3).
01 WS-EX-OVERFLOW PIC 9(5) VALUE 0.
01 WS-NEW-PARTY PIC 9(4).
01 WS-NEW-CAT PIC 9.
01 WS-NEW-TEXT PIC x(80).
01 WS-NEW-TOOL PIC x(40).
01 WS-LAST-PARTY PIC 9(4).

*> sessions already played, with the window their XP may land in
01 WS-SN-ENTRY OCCURS 500 TIMES.
	02 WS-SN-ID PIC 9(5).
	02 WS-SN-DATE PIC 9(8).
	02 WS-SN-PARTY PIC 9(4).
	02 WS-SN-TO PIC 9(8).
	02 WS-SN-ATT-COUNT PIC 9(2).
	02 WS-SN-ATT-ID PIC 9(6) OCCURS 8 TIMES.
	02 WS-SN-POSTED PIC X.
01 WS-SN-COUNT PIC 9(3) VALUE 0.
01 WS-SN-IDX PIC 9(3).
01 WS-SN-OTHER PIC 9(3).
01 WS-ATT-IDX PIC 9(2).
01 WS-NEXT-DATE PIC 9(8).

*> runs XP Reversal backed out - their lines do not count
01 WS-REVERSED-STAMP PIC 9(14) OCCURS 100 TIMES.
01 WS-REVERSED-COUNT PIC 9(3) VALUE 0.
01 WS-REV-IDX PIC 9(3).
01 WS-RUN-BACKED-OUT-SW PIC X.
	88 RUN-BACKED-OUT VALUE "Y".

*> the last earlier night on exchist.dat, for the trend
01 WS-PREV-DATE PIC 9(8) VALUE 0.
01 WS-PREV-COUNT PIC 9(5) OCCURS 5 TIMES.
01 WS-CHANGE PIC S9(5).
01 WS-ED-CHANGE PIC +(5)9.
01 WS-ED-COUNT PIC ZZZZ9.
01 WS-ED-PREV PIC ZZZZ9.

*> the list always goes to a dated file under reports/ (see
*> RPTSPOOL.cbl) as well as the screen.
01 WS-SPOOLING-SW PIC X VALUE "N".
	88 SPOOLING VALUE "Y".
01 WS-RPT-OP PIC X.
01 WS-RPT-NAME PIC x(12) VALUE "exceptions".
01 WS-RPT-LINE PIC x(132) VALUE SPACES.

PROCEDURE DIVISION.
0000-MAIN.
	PERFORM 0040-CHECK-LAYOUT-VERSION
	DISPLAY "================================================================"
	DISPLAY "                  DAILY EXCEPTIONS REPORT"
	DISPLAY "================================================================"
	ACCEPT WS-TODAY FROM DATE YYYYMMDD
	ACCEPT WS-TIME-FULL FROM TIME
	COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
	PERFORM VARYING WS-CAT-IDX FROM 1 BY 1 UNTIL WS-CAT-IDX > 5
		MOVE 0 TO WS-CAT-COUNT(WS-CAT-IDX)
		MOVE 0 TO WS-PREV-COUNT(WS-CAT-IDX)
	END-PERFORM
	PERFORM 0100-LOAD-PARTIES
	PERFORM 1000-CHECK-CHARACTERS
	PERFORM 2000-CHECK-LOCKS
	PERFORM 3000-CHECK-PROPOSALS
	PERFORM 4000-CHECK-SESSIONS
	PERFORM 5000-SORT-BY-PARTY
	PERFORM 0450-OPEN-SPOOL
	PERFORM 6000-PRINT-THE-LIST
	PERFORM 7000-PRINT-THE-TREND
	PERFORM 0550-CLOSE-SPOOL
	PERFORM 7500-APPEND-HISTORY
	GOBACK.

0100-LOAD-PARTIES.
	MOVE 0 TO WS-PT-COUNT
	OPEN INPUT PartyFile
	IF WS-PARTYFILE-STATUS = "00"
		MOVE 0 TO pt-id
		START PartyFile KEY IS >= pt-id
			INVALID KEY
				CONTINUE
		END-START
		IF WS-PARTYFILE-STATUS = "00"
			MOVE "N" TO WS-EOF-SW
			PERFORM UNTIL END-OF-SCAN
				READ PartyFile NEXT RECORD
					AT END
						MOVE "Y" TO WS-EOF-SW
					NOT AT END
						IF WS-PT-COUNT < 200
							ADD 1 TO WS-PT-COUNT
							MOVE pt-id TO WS-PT-ID(WS-PT-COUNT)
							MOVE pt-name TO WS-PT-NAME(WS-PT-COUNT)
							MOVE pt-campaign TO WS-PT-CAMPAIGN(WS-PT-COUNT)
							MOVE pt-level-mode TO WS-PT-MODE(WS-PT-COUNT)
							MOVE pt-status TO WS-PT-STATUS(WS-PT-COUNT)
						END-IF
				END-READ
			END-PERFORM
		END-IF
		CLOSE PartyFile
	END-IF.

0150-FIND-PARTY.
	MOVE "N" TO WS-PT-FOUND-SW
	MOVE 0 TO WS-PT-AT
	PERFORM VARYING WS-PT-IDX FROM 1 BY 1 UNTIL WS-PT-IDX > WS-PT-COUNT
		IF WS-PT-ID(WS-PT-IDX) = WS-LOOK-PARTY-ID
			MOVE "Y" TO WS-PT-FOUND-SW
			MOVE WS-PT-IDX TO WS-PT-AT
			MOVE WS-PT-COUNT TO WS-PT-IDX
		END-IF
	END-PERFORM.

0300-ADD-EXCEPTION.
	*> every item counts toward its kind; the list holds the first 500
	ADD 1 TO WS-CAT-COUNT(WS-NEW-CAT)
	ADD 1 TO WS-ALL-COUNT
	IF WS-EX-COUNT < 500
		ADD 1 TO WS-EX-COUNT
		MOVE WS-NEW-PARTY TO WS-EX-PARTY(WS-EX-COUNT)
		MOVE WS-NEW-CAT TO WS-EX-CAT(WS-EX-COUNT)
		MOVE WS-NEW-TEXT TO WS-EX-TEXT(WS-EX-COUNT)
		MOVE WS-NEW-TOOL TO WS-EX-TOOL(WS-EX-COUNT)
	ELSE
		ADD 1 TO WS-EX-OVERFLOW
	END-IF.

0350-NAME-THE-CHARACTER.
	MOVE SPACES TO WS-CHAR-NAME
	STRING FUNCTION TRIM(cnamef) DELIMITED BY SIZE
		" " DELIMITED BY SIZE
		FUNCTION TRIM(cnamel) DELIMITED BY SIZE
		INTO WS-CHAR-NAME
	END-STRING.

1000-CHECK-CHARACTERS.
	OPEN INPUT CharacterFile
	IF WS-CHARFILE-STATUS = "00"
		MOVE 0 TO char-id
		START CharacterFile KEY IS >= char-id
			INVALID KEY
				CONTINUE
		END-START
		IF WS-CHARFILE-STATUS = "00"
			MOVE "N" TO WS-EOF-SW
			PERFORM UNTIL END-OF-SCAN
				READ CharacterFile NEXT RECORD
					AT END
						MOVE "Y" TO WS-EOF-SW
					NOT AT END
						PERFORM 1100-CHECK-ONE-CHARACTER
				END-READ
			END-PERFORM
		END-IF
		CLOSE CharacterFile
	END-IF.

1100-CHECK-ONE-CHARACTER.
	PERFORM 0350-NAME-THE-CHARACTER
	MOVE party-id TO WS-LOOK-PARTY-ID
	PERFORM 0150-FIND-PARTY
	*> a level-up the XP has earned but nobody has rolled - not for
	*> the fallen, and not in a milestone campaign
	IF NOT is-dead
		AND NOT (PT-FOUND AND WS-PT-MODE(WS-PT-AT) = "M")
		MOVE 1 TO WS-XP-LEVEL
		PERFORM VARYING WS-THRESH-IDX FROM 1 BY 1 UNTIL WS-THRESH-IDX > 20
			IF xp >= WS-XP-THRESHOLD-ENTRY(WS-THRESH-IDX)
				MOVE WS-THRESH-IDX TO WS-XP-LEVEL
			END-IF
		END-PERFORM
		IF WS-XP-LEVEL > char-level
			MOVE party-id TO WS-NEW-PARTY
			MOVE 1 TO WS-NEW-CAT
			MOVE SPACES TO WS-NEW-TEXT
			STRING FUNCTION TRIM(WS-CHAR-NAME) DELIMITED BY SIZE
				" (ID " char-id ") has " xp " XP - level "
				WS-XP-LEVEL ", sheet at " char-level
				DELIMITED BY SIZE INTO WS-NEW-TEXT
			END-STRING
			MOVE "Character Levelup" TO WS-NEW-TOOL
			PERFORM 0300-ADD-EXCEPTION
		END-IF
	END-IF
	*> the dead still on a live party's roster
	IF is-dead AND party-id NOT = 0 AND PT-FOUND
		AND WS-PT-STATUS(WS-PT-AT) NOT = "C"
		MOVE party-id TO WS-NEW-PARTY
		MOVE 2 TO WS-NEW-CAT
		MOVE SPACES TO WS-NEW-TEXT
		STRING FUNCTION TRIM(WS-CHAR-NAME) DELIMITED BY SIZE
			" (ID " char-id ") is dead but still on the party roster"
			DELIMITED BY SIZE INTO WS-NEW-TEXT
		END-STRING
		MOVE "Character Resurrection / Party Maint." TO WS-NEW-TOOL
		PERFORM 0300-ADD-EXCEPTION
	END-IF.

2000-CHECK-LOCKS.
	OPEN INPUT LockFile
	IF WS-LOCKFILE-STATUS = "00"
		OPEN INPUT CharacterFile
		*> a lock whose character is gone leaves the status at 23,
		*> so whether the file opened is kept apart from it
		IF WS-CHARFILE-STATUS = "00"
			MOVE "Y" TO WS-CHAR-OPEN-SW
		ELSE
			MOVE "N" TO WS-CHAR-OPEN-SW
		END-IF
		MOVE 0 TO lock-id
		START LockFile KEY IS >= lock-id
			INVALID KEY
				CONTINUE
		END-START
		IF WS-LOCKFILE-STATUS = "00"
			MOVE "N" TO WS-EOF-SW
			PERFORM UNTIL END-OF-SCAN
				READ LockFile NEXT RECORD
					AT END
						MOVE "Y" TO WS-EOF-SW
					NOT AT END
						PERFORM 2100-CHECK-ONE-LOCK
				END-READ
			END-PERFORM
		END-IF
		IF CHAR-FILE-OPEN
			CLOSE CharacterFile
		END-IF
		CLOSE LockFile
	END-IF.

2100-CHECK-ONE-LOCK.
	*> a lock with no real date on it is as stale as they come
	IF FUNCTION TEST-DATE-YYYYMMDD(lock-date) NOT = 0
		MOVE 99999 TO WS-LOCK-AGE
	ELSE
		COMPUTE WS-LOCK-AGE = WS-TODAY-INT
			- FUNCTION INTEGER-OF-DATE(lock-date)
	END-IF
	IF WS-LOCK-AGE >= WS-STALE-LOCK-DAYS
		MOVE 3 TO WS-NEW-CAT
		MOVE 0 TO WS-NEW-PARTY
		MOVE SPACES TO WS-NEW-TEXT
		IF lock-id = 0
			STRING "The character-id counter is locked by "
				DELIMITED BY SIZE
				FUNCTION TRIM(lock-who) DELIMITED BY SIZE
				" since " lock-date DELIMITED BY SIZE
				INTO WS-NEW-TEXT
			END-STRING
			MOVE "Character Creation (take it over)" TO WS-NEW-TOOL
		ELSE
			MOVE "Character Maintenance (take it over)" TO WS-NEW-TOOL
			MOVE lock-id TO char-id
			MOVE SPACES TO WS-CHAR-NAME
			IF CHAR-FILE-OPEN
				READ CharacterFile
					INVALID KEY
						MOVE "(no longer on file)" TO WS-CHAR-NAME
					NOT INVALID KEY
						PERFORM 0350-NAME-THE-CHARACTER
						MOVE party-id TO WS-NEW-PARTY
				END-READ
			END-IF
			STRING FUNCTION TRIM(WS-CHAR-NAME) DELIMITED BY SIZE
				" (ID " lock-id ") locked by " DELIMITED BY SIZE
				FUNCTION TRIM(lock-who) DELIMITED BY SIZE
				" since " lock-date DELIMITED BY SIZE
				INTO WS-NEW-TEXT
			END-STRING
		END-IF
		PERFORM 0300-ADD-EXCEPTION
	END-IF.

3000-CHECK-PROPOSALS.
	OPEN INPUT ScheduleFile
	IF WS-SCHEDFILE-STATUS = "00"
		MOVE 0 TO sch-id
		START ScheduleFile KEY IS >= sch-id
			INVALID KEY
				CONTINUE
		END-START
		IF WS-SCHEDFILE-STATUS = "00"
			MOVE "N" TO WS-EOF-SW
			PERFORM UNTIL END-OF-SCAN
				READ ScheduleFile NEXT RECORD
					AT END
						MOVE "Y" TO WS-EOF-SW
					NOT AT END
						IF proposal-open AND sch-date < WS-TODAY
							MOVE sch-party-id TO WS-NEW-PARTY
							MOVE 4 TO WS-NEW-CAT
							MOVE SPACES TO WS-NEW-TEXT
							STRING "Proposal " sch-id " for " sch-date
								" has passed and is still open ("
								sch-resp-count " answer(s))"
								DELIMITED BY SIZE INTO WS-NEW-TEXT
							END-STRING
							MOVE "Session Scheduler (confirm or drop)"
								TO WS-NEW-TOOL
							PERFORM 0300-ADD-EXCEPTION
						END-IF
				END-READ
			END-PERFORM
		END-IF
		CLOSE ScheduleFile
	END-IF.

4000-CHECK-SESSIONS.
	PERFORM 4100-LOAD-PLAYED-SESSIONS
	IF WS-SN-COUNT > 0
		PERFORM 4200-SET-THE-WINDOWS
		PERFORM 4300-LOAD-REVERSED-RUNS
		PERFORM 4400-MARK-POSTED-SESSIONS
		PERFORM VARYING WS-SN-IDX FROM 1 BY 1 UNTIL WS-SN-IDX > WS-SN-COUNT
			IF WS-SN-POSTED(WS-SN-IDX) NOT = "Y"
				MOVE WS-SN-PARTY(WS-SN-IDX) TO WS-NEW-PARTY
				MOVE 5 TO WS-NEW-CAT
				MOVE SPACES TO WS-NEW-TEXT
				IF WS-SN-ATT-COUNT(WS-SN-IDX) = 0
					STRING "Session " WS-SN-ID(WS-SN-IDX) " played "
						WS-SN-DATE(WS-SN-IDX) " has no XP and nobody on "
						"its attendance" DELIMITED BY SIZE INTO WS-NEW-TEXT
					END-STRING
					MOVE "Session Journal, then XP From Session"
						TO WS-NEW-TOOL
				ELSE
					STRING "Session " WS-SN-ID(WS-SN-IDX) " played "
						WS-SN-DATE(WS-SN-IDX) " has no XP posted for its "
						WS-SN-ATT-COUNT(WS-SN-IDX) " attendee(s)"
						DELIMITED BY SIZE INTO WS-NEW-TEXT
					END-STRING
					MOVE "XP From Session, then XP Award" TO WS-NEW-TOOL
				END-IF
				PERFORM 0300-ADD-EXCEPTION
			END-IF
		END-PERFORM
	END-IF.

4100-LOAD-PLAYED-SESSIONS.
	*> a night played before today in an XP campaign - tonight's game
	*> gets until tomorrow to be posted
	MOVE 0 TO WS-SN-COUNT
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
						MOVE sj-party-id TO WS-LOOK-PARTY-ID
						PERFORM 0150-FIND-PARTY
						IF sj-date > 0 AND sj-date < WS-TODAY
							AND NOT (PT-FOUND AND WS-PT-MODE(WS-PT-AT) = "M")
							AND WS-SN-COUNT < 500
							ADD 1 TO WS-SN-COUNT
							MOVE sj-id TO WS-SN-ID(WS-SN-COUNT)
							MOVE sj-date TO WS-SN-DATE(WS-SN-COUNT)
							MOVE sj-party-id TO WS-SN-PARTY(WS-SN-COUNT)
							MOVE sj-att-count TO WS-SN-ATT-COUNT(WS-SN-COUNT)
							PERFORM VARYING WS-ATT-IDX FROM 1 BY 1
								UNTIL WS-ATT-IDX > 8
								MOVE sj-att-id(WS-ATT-IDX)
									TO WS-SN-ATT-ID(WS-SN-COUNT, WS-ATT-IDX)
							END-PERFORM
							MOVE "N" TO WS-SN-POSTED(WS-SN-COUNT)
						END-IF
				END-READ
			END-PERFORM
		END-IF
		CLOSE SessionFile
	END-IF.

4200-SET-THE-WINDOWS.
	*> a night's XP may land any day up to the eve of the party's next
	*> night, or up to today for the latest one
	PERFORM VARYING WS-SN-IDX FROM 1 BY 1 UNTIL WS-SN-IDX > WS-SN-COUNT
		MOVE 99999999 TO WS-NEXT-DATE
		PERFORM VARYING WS-SN-OTHER FROM 1 BY 1
			UNTIL WS-SN-OTHER > WS-SN-COUNT
			IF WS-SN-PARTY(WS-SN-OTHER) = WS-SN-PARTY(WS-SN-IDX)
				AND WS-SN-DATE(WS-SN-OTHER) > WS-SN-DATE(WS-SN-IDX)
				AND WS-SN-DATE(WS-SN-OTHER) < WS-NEXT-DATE
				MOVE WS-SN-DATE(WS-SN-OTHER) TO WS-NEXT-DATE
			END-IF
		END-PERFORM
		IF WS-NEXT-DATE = 99999999
			MOVE WS-TODAY TO WS-SN-TO(WS-SN-IDX)
		ELSE
			COMPUTE WS-SN-TO(WS-SN-IDX) = FUNCTION DATE-OF-INTEGER(
				FUNCTION INTEGER-OF-DATE(WS-NEXT-DATE) - 1)
		END-IF
	END-PERFORM.

4300-LOAD-REVERSED-RUNS.
	MOVE 0 TO WS-REVERSED-COUNT
	OPEN INPUT XpJournalFile
	IF WS-JRNL-STATUS = "00"
		MOVE "N" TO WS-EOF-SW
		PERFORM UNTIL END-OF-SCAN
			READ XpJournalFile
				AT END
					MOVE "Y" TO WS-EOF-SW
				NOT AT END
					IF xj-reversed-sw = "R" AND xj-char-id = 0
						AND WS-REVERSED-COUNT < 100
						ADD 1 TO WS-REVERSED-COUNT
						MOVE xj-run-stamp
							TO WS-REVERSED-STAMP(WS-REVERSED-COUNT)
					END-IF
			END-READ
		END-PERFORM
		CLOSE XpJournalFile
	END-IF.

4400-MARK-POSTED-SESSIONS.
	OPEN INPUT XpJournalFile
	IF WS-JRNL-STATUS = "00"
		MOVE "N" TO WS-EOF-SW
		PERFORM UNTIL END-OF-SCAN
			READ XpJournalFile
				AT END
					MOVE "Y" TO WS-EOF-SW
				NOT AT END
					IF xj-reversed-sw NOT = "R" AND xj-char-id NOT = 0
						AND xj-new-xp > xj-old-xp
						PERFORM 4450-CHECK-THE-RUN
						IF NOT RUN-BACKED-OUT
							PERFORM 4500-MATCH-THE-AWARD
						END-IF
					END-IF
			END-READ
		END-PERFORM
		CLOSE XpJournalFile
	END-IF.

4450-CHECK-THE-RUN.
	MOVE "N" TO WS-RUN-BACKED-OUT-SW
	PERFORM VARYING WS-REV-IDX FROM 1 BY 1
		UNTIL WS-REV-IDX > WS-REVERSED-COUNT
		IF WS-REVERSED-STAMP(WS-REV-IDX) = xj-run-stamp
			MOVE "Y" TO WS-RUN-BACKED-OUT-SW
		END-IF
	END-PERFORM.

4500-MATCH-THE-AWARD.
	PERFORM VARYING WS-SN-IDX FROM 1 BY 1 UNTIL WS-SN-IDX > WS-SN-COUNT
		IF WS-SN-POSTED(WS-SN-IDX) NOT = "Y"
			AND xj-run-date >= WS-SN-DATE(WS-SN-IDX)
			AND xj-run-date <= WS-SN-TO(WS-SN-IDX)
			PERFORM VARYING WS-ATT-IDX FROM 1 BY 1
				UNTIL WS-ATT-IDX > WS-SN-ATT-COUNT(WS-SN-IDX)
				OR WS-ATT-IDX > 8
				IF WS-SN-ATT-ID(WS-SN-IDX, WS-ATT-IDX) = xj-char-id
					MOVE "Y" TO WS-SN-POSTED(WS-SN-IDX)
				END-IF
			END-PERFORM
		END-IF
	END-PERFORM.

5000-SORT-BY-PARTY.
	*> insertion sort on party, then kind - the order found is kept
	*> within a kind
	PERFORM VARYING WS-EX-IDX FROM 2 BY 1 UNTIL WS-EX-IDX > WS-EX-COUNT
		MOVE WS-EX-ENTRY(WS-EX-IDX) TO WS-EX-HOLD
		MOVE WS-EX-IDX TO WS-EX-SORT-IDX
		PERFORM UNTIL WS-EX-SORT-IDX < 2
			OR WS-EX-ENTRY(WS-EX-SORT-IDX - 1)(1:5) <= WS-EX-HOLD(1:5)
			MOVE WS-EX-ENTRY(WS-EX-SORT-IDX - 1)
				TO WS-EX-ENTRY(WS-EX-SORT-IDX)
			SUBTRACT 1 FROM WS-EX-SORT-IDX
		END-PERFORM
		MOVE WS-EX-HOLD TO WS-EX-ENTRY(WS-EX-SORT-IDX)
	END-PERFORM.

6000-PRINT-THE-LIST.
	MOVE ALL "=" TO WS-RPT-LINE(1:64)
	PERFORM 0500-PRINT-LINE
	STRING "EXCEPTIONS NEEDING AN OPERATOR - " WS-TODAY
		DELIMITED BY SIZE INTO WS-RPT-LINE
	END-STRING
	PERFORM 0500-PRINT-LINE
	MOVE ALL "=" TO WS-RPT-LINE(1:64)
	PERFORM 0500-PRINT-LINE
	IF WS-EX-COUNT = 0
		MOVE "Nothing waiting - every record is in order." TO WS-RPT-LINE
		PERFORM 0500-PRINT-LINE
	END-IF
	MOVE 9999 TO WS-LAST-PARTY
	PERFORM VARYING WS-EX-IDX FROM 1 BY 1 UNTIL WS-EX-IDX > WS-EX-COUNT
		IF WS-EX-PARTY(WS-EX-IDX) NOT = WS-LAST-PARTY
			PERFORM 6100-PARTY-HEADING
			MOVE WS-EX-PARTY(WS-EX-IDX) TO WS-LAST-PARTY
		END-IF
		MOVE WS-EX-CAT(WS-EX-IDX) TO WS-CAT-IDX
		STRING "  " WS-CAT-NAME(WS-CAT-IDX) " " WS-EX-TEXT(WS-EX-IDX)
			DELIMITED BY SIZE INTO WS-RPT-LINE
		END-STRING
		PERFORM 0500-PRINT-LINE
		STRING "                   fix with: " DELIMITED BY SIZE
			FUNCTION TRIM(WS-EX-TOOL(WS-EX-IDX)) DELIMITED BY SIZE
			INTO WS-RPT-LINE
		END-STRING
		PERFORM 0500-PRINT-LINE
	END-PERFORM
	IF WS-EX-OVERFLOW > 0
		MOVE " " TO WS-RPT-LINE
		PERFORM 0500-PRINT-LINE
		STRING WS-EX-OVERFLOW " more item(s) counted below but not "
			"listed - clear these first." DELIMITED BY SIZE
			INTO WS-RPT-LINE
		END-STRING
		PERFORM 0500-PRINT-LINE
	END-IF.

6100-PARTY-HEADING.
	MOVE " " TO WS-RPT-LINE
	PERFORM 0500-PRINT-LINE
	IF WS-EX-PARTY(WS-EX-IDX) = 0
		MOVE "No party / shop-wide" TO WS-RPT-LINE
	ELSE
		MOVE WS-EX-PARTY(WS-EX-IDX) TO WS-LOOK-PARTY-ID
		PERFORM 0150-FIND-PARTY
		IF PT-FOUND
			STRING "Party " WS-EX-PARTY(WS-EX-IDX) " " DELIMITED BY SIZE
				FUNCTION TRIM(WS-PT-NAME(WS-PT-AT)) DELIMITED BY SIZE
				" (" DELIMITED BY SIZE
				FUNCTION TRIM(WS-PT-CAMPAIGN(WS-PT-AT)) DELIMITED BY SIZE
				")" DELIMITED BY SIZE
				INTO WS-RPT-LINE
			END-STRING
		ELSE
			STRING "Party " WS-EX-PARTY(WS-EX-IDX) " (not on party.dat)"
				DELIMITED BY SIZE INTO WS-RPT-LINE
			END-STRING
		END-IF
	END-IF
	PERFORM 0500-PRINT-LINE
	MOVE ALL "-" TO WS-RPT-LINE(1:64)
	PERFORM 0500-PRINT-LINE.

7000-PRINT-THE-TREND.
	*> the last run from an earlier day is the night to beat
	OPEN INPUT HistoryFile
	IF WS-HIST-STATUS = "00"
		MOVE "N" TO WS-EOF-SW
		PERFORM UNTIL END-OF-SCAN
			READ HistoryFile
				AT END
					MOVE "Y" TO WS-EOF-SW
				NOT AT END
					IF eh-date < WS-TODAY
						MOVE eh-date TO WS-PREV-DATE
						PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
							UNTIL WS-CAT-IDX > 5
							MOVE eh-count(WS-CAT-IDX)
								TO WS-PREV-COUNT(WS-CAT-IDX)
						END-PERFORM
					END-IF
			END-READ
		END-PERFORM
		CLOSE HistoryFile
	END-IF
	MOVE " " TO WS-RPT-LINE
	PERFORM 0500-PRINT-LINE
	MOVE ALL "=" TO WS-RPT-LINE(1:64)
	PERFORM 0500-PRINT-LINE
	IF WS-PREV-DATE = 0
		MOVE "BACKLOG BY KIND             TONIGHT  (first night on file)"
			TO WS-RPT-LINE
	ELSE
		STRING "BACKLOG BY KIND             TONIGHT  " WS-PREV-DATE
			"   CHANGE" DELIMITED BY SIZE INTO WS-RPT-LINE
		END-STRING
	END-IF
	PERFORM 0500-PRINT-LINE
	PERFORM VARYING WS-CAT-IDX FROM 1 BY 1 UNTIL WS-CAT-IDX > 5
		MOVE WS-CAT-COUNT(WS-CAT-IDX) TO WS-ED-COUNT
		IF WS-PREV-DATE = 0
			STRING "  " WS-CAT-NAME(WS-CAT-IDX) "          " WS-ED-COUNT
				DELIMITED BY SIZE INTO WS-RPT-LINE
			END-STRING
		ELSE
			MOVE WS-PREV-COUNT(WS-CAT-IDX) TO WS-ED-PREV
			COMPUTE WS-CHANGE = WS-CAT-COUNT(WS-CAT-IDX)
				- WS-PREV-COUNT(WS-CAT-IDX)
			MOVE WS-CHANGE TO WS-ED-CHANGE
			STRING "  " WS-CAT-NAME(WS-CAT-IDX) "          " WS-ED-COUNT
				"     " WS-ED-PREV "   " WS-ED-CHANGE
				DELIMITED BY SIZE INTO WS-RPT-LINE
			END-STRING
		END-IF
		PERFORM 0500-PRINT-LINE
	END-PERFORM
	MOVE WS-ALL-COUNT TO WS-ED-COUNT
	STRING "  TOTAL                       " WS-ED-COUNT
		DELIMITED BY SIZE INTO WS-RPT-LINE
	END-STRING
	PERFORM 0500-PRINT-LINE.

7500-APPEND-HISTORY.
	MOVE WS-TODAY TO eh-date
	MOVE WS-TIME-HHMMSS TO eh-time
	PERFORM VARYING WS-CAT-IDX FROM 1 BY 1 UNTIL WS-CAT-IDX > 5
		MOVE WS-CAT-COUNT(WS-CAT-IDX) TO eh-count(WS-CAT-IDX)
	END-PERFORM
	OPEN EXTEND HistoryFile
	IF WS-HIST-STATUS = "05" OR WS-HIST-STATUS = "35"
		CLOSE HistoryFile
		OPEN OUTPUT HistoryFile
	END-IF
	WRITE HistoryRecord
	CLOSE HistoryFile.

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
