		>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. session_calendar IS INITIAL.
AUTHOR. Loren Stevenson
DATE-WRITTEN. August 3, 2023
*> Tells the players when the game is without anyone texting them.
*> Every party with a settled proposal on schedule.dat (see
*> SCHEDREC.cpy) gets its own iCalendar feed, party-NNNN.ics, that a
*> phone can subscribe to: a confirmed date goes out as an all-day
*> event, and a dropped one goes out again under the same UID as a
*> cancellation, so it comes off the players' calendars instead of
*> lingering there.  Open proposals stay off the feed until they are
*> settled.  The same run writes reminders.csv for the mail merge -
*> one row per expected character for every confirmed game night
*> three days out, carrying who is coming, the party's open quests
*> from quest.dat and who answered that they cannot make it.  Nothing
*> is asked at the keyboard, so the run sits in the nightly close and
*> the reminders go out on the right day by themselves.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT ScheduleFile ASSIGN TO "schedule.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS sch-id
		FILE STATUS IS WS-SCHEDFILE-STATUS.
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
	SELECT CharacterFile ASSIGN TO "character.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS char-id
		ALTERNATE RECORD KEY IS cname WITH DUPLICATES
		ALTERNATE RECORD KEY IS party-id WITH DUPLICATES
		FILE STATUS IS WS-CHARFILE-STATUS.
	SELECT FeedFile ASSIGN TO WS-FEED-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		ACCESS IS SEQUENTIAL
		FILE STATUS IS WS-FEED-STATUS.
	SELECT ReminderFile ASSIGN TO "reminders.csv"
		ORGANIZATION IS LINE SEQUENTIAL
		ACCESS IS SEQUENTIAL
		FILE STATUS IS WS-REMIND-STATUS.
DATA DIVISION.
FILE SECTION.
FD ScheduleFile.
	COPY SCHEDREC.

FD PartyFile.
	COPY PARTYREC.

FD QuestFile.
	COPY QUESTREC.

FD CharacterFile.
	COPY CHARREC.

FD FeedFile.
01 FEED-LINE PIC x(100).

FD ReminderFile.
01 REMIND-LINE PIC x(1000).

WORKING-STORAGE SECTION.

*> layout-version gate for character.dat (see DATAVER.cpy and
*> VERCHECK.cbl) - checked before the file is opened.
	COPY DATAVER.
01 WS-VER-MODE PIC X.
01 WS-VER-FILE PIC x(20).
01 WS-VER-VERSION PIC 9(3).
01 WS-VER-RESULT PIC X.

01 WS-SCHEDFILE-STATUS PIC XX VALUE "00".
01 WS-PARTYFILE-STATUS PIC XX VALUE "00".
01 WS-QUESTFILE-STATUS PIC XX VALUE "00".
01 WS-CHARFILE-STATUS PIC XX VALUE "00".
01 WS-FEED-STATUS PIC XX VALUE "00".
01 WS-REMIND-STATUS PIC XX VALUE "00".
01 WS-EOF-SW PIC X VALUE "N".
	88 END-OF-SCAN VALUE "Y".
01 WS-FEED-NAME PIC x(30) VALUE SPACES.

*> every settled proposal, loaded once and walked party by party
01 WS-SCHED-ENTRY OCCURS 500 TIMES.
	02 WS-SE-ID PIC 9(5).
	02 WS-SE-PARTY-ID PIC 9(4).
	02 WS-SE-DATE PIC 9(8).
	02 WS-SE-STATUS PIC X.
01 WS-SCHED-COUNT PIC 9(3) VALUE 0.
01 WS-SCHED-IDX PIC 9(3).
01 WS-SKIPPED-COUNT PIC 9(3) VALUE 0.

01 WS-TODAY PIC 9(8).
01 WS-REMIND-DATE PIC 9(8).
01 WS-NEXT-DAY PIC 9(8).
01 WS-FEED-COUNT PIC 9(4) VALUE 0.
01 WS-EVENT-COUNT PIC 9(4) VALUE 0.
01 WS-CANCEL-COUNT PIC 9(4) VALUE 0.
01 WS-NOTICE-COUNT PIC 9(4) VALUE 0.
01 WS-ROW-COUNT PIC 9(4) VALUE 0.
01 WS-PARTY-EVENTS PIC 9(3).
01 WS-PARTY-FOUND-SW PIC X.
	88 PARTY-FOUND VALUE "Y".

*> DTSTAMP has to be UTC - the local clock less its offset
01 WS-NOW PIC x(21).
01 WS-NOW-R REDEFINES WS-NOW.
	02 WS-NOW-DATE PIC 9(8).
	02 WS-NOW-HH PIC 9(2).
	02 WS-NOW-MI PIC 9(2).
	02 WS-NOW-SS PIC 9(2).
	02 WS-NOW-HSEC PIC 9(2).
	02 WS-NOW-SIGN PIC X.
	02 WS-NOW-OFF-HH PIC 9(2).
	02 WS-NOW-OFF-MI PIC 9(2).
01 WS-UTC-MINUTES PIC 9(10).
01 WS-UTC-DAY-INT PIC 9(8).
01 WS-UTC-MINUTE-OF-DAY PIC 9(4).
01 WS-UTC-DATE PIC 9(8).
01 WS-UTC-HH PIC 9(2).
01 WS-UTC-MI PIC 9(2).
01 WS-DTSTAMP PIC x(16).

*> iCalendar text values escape the comma, semicolon and backslash
01 WS-ESC-IN PIC x(40).
01 WS-ESC-OUT PIC x(80).
01 WS-ESC-IDX PIC 9(2).
01 WS-ESC-LEN PIC 9(2).
01 WS-ESC-NAME PIC x(80).
01 WS-ESC-CAMPAIGN PIC x(80).
01 WS-ESC-DM PIC x(80).
01 WS-LINE-LEN PIC 9(3).

*> one reminder notice, built before its rows are written
01 WS-MEMBER-ENTRY OCCURS 20 TIMES.
	02 WS-MB-CNAME PIC x(22).
	02 WS-MB-PNAME PIC x(17).
	02 WS-MB-OWNER PIC x(8).
01 WS-MEMBER-COUNT PIC 9(2).
01 WS-MEMBER-IDX PIC 9(2).
01 WS-RESP-IDX PIC 9(2).
01 WS-AWAY-SW PIC X.
	88 ANSWERED-AWAY VALUE "Y".
01 WS-EXPECTED-LIST PIC x(480).
01 WS-EXPECTED-PTR PIC 9(4).
01 WS-QUEST-LIST PIC x(330).
01 WS-QUEST-PTR PIC 9(4).
01 WS-AWAY-LIST PIC x(200).
01 WS-AWAY-PTR PIC 9(4).
01 WS-AWAY-NAME PIC x(22).
01 WS-CSV-DATE PIC x(10).

PROCEDURE DIVISION.
0000-MAIN.
	PERFORM 0040-CHECK-LAYOUT-VERSION
	DISPLAY "================================================================"
	DISPLAY "             SESSION CALENDAR FEED AND REMINDERS"
	DISPLAY "================================================================"
	ACCEPT WS-TODAY FROM DATE YYYYMMDD
	COMPUTE WS-REMIND-DATE = FUNCTION DATE-OF-INTEGER(
		FUNCTION INTEGER-OF-DATE(WS-TODAY) + 3)
	PERFORM 1000-LOAD-THE-SCHEDULE
	IF WS-SCHED-COUNT = 0
		DISPLAY "No confirmed or dropped dates on schedule.dat - no "
			"feeds written."
	ELSE
		PERFORM 0200-STAMP-THE-RUN
		PERFORM 2000-WRITE-THE-FEEDS
		DISPLAY WS-FEED-COUNT " feed(s) written: " WS-EVENT-COUNT
			" game night(s), " WS-CANCEL-COUNT " cancellation(s)."
	END-IF
	IF WS-SKIPPED-COUNT > 0
		DISPLAY WS-SKIPPED-COUNT " proposal(s) left off - the date on "
			"file is not a real date."
	END-IF
	PERFORM 3000-WRITE-THE-REMINDERS
	DISPLAY WS-NOTICE-COUNT " reminder notice(s) for " WS-REMIND-DATE
		", " WS-ROW-COUNT " row(s) in reminders.csv."
	GOBACK.

0200-STAMP-THE-RUN.
	MOVE FUNCTION CURRENT-DATE TO WS-NOW
	COMPUTE WS-UTC-MINUTES =
		FUNCTION INTEGER-OF-DATE(WS-NOW-DATE) * 1440
		+ WS-NOW-HH * 60 + WS-NOW-MI
	*> local time is UTC plus the offset, so take it back off
	IF WS-NOW-SIGN = "+"
		COMPUTE WS-UTC-MINUTES = WS-UTC-MINUTES
			- (WS-NOW-OFF-HH * 60 + WS-NOW-OFF-MI)
	END-IF
	IF WS-NOW-SIGN = "-"
		COMPUTE WS-UTC-MINUTES = WS-UTC-MINUTES
			+ WS-NOW-OFF-HH * 60 + WS-NOW-OFF-MI
	END-IF
	DIVIDE WS-UTC-MINUTES BY 1440 GIVING WS-UTC-DAY-INT
		REMAINDER WS-UTC-MINUTE-OF-DAY
	COMPUTE WS-UTC-DATE = FUNCTION DATE-OF-INTEGER(WS-UTC-DAY-INT)
	DIVIDE WS-UTC-MINUTE-OF-DAY BY 60 GIVING WS-UTC-HH
		REMAINDER WS-UTC-MI
	MOVE SPACES TO WS-DTSTAMP
	STRING WS-UTC-DATE DELIMITED BY SIZE
		"T" DELIMITED BY SIZE
		WS-UTC-HH DELIMITED BY SIZE
		WS-UTC-MI DELIMITED BY SIZE
		WS-NOW-SS DELIMITED BY SIZE
		"Z" DELIMITED BY SIZE
		INTO WS-DTSTAMP
	END-STRING.

1000-LOAD-THE-SCHEDULE.
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
						IF proposal-confirmed OR proposal-dropped
							PERFORM 1100-KEEP-ONE-ENTRY
						END-IF
				END-READ
			END-PERFORM
		END-IF
		CLOSE ScheduleFile
	END-IF.

1100-KEEP-ONE-ENTRY.
	IF FUNCTION TEST-DATE-YYYYMMDD(sch-date) NOT = 0
		ADD 1 TO WS-SKIPPED-COUNT
	ELSE
		IF WS-SCHED-COUNT < 500
			ADD 1 TO WS-SCHED-COUNT
			MOVE sch-id TO WS-SE-ID(WS-SCHED-COUNT)
			MOVE sch-party-id TO WS-SE-PARTY-ID(WS-SCHED-COUNT)
			MOVE sch-date TO WS-SE-DATE(WS-SCHED-COUNT)
			MOVE sch-status TO WS-SE-STATUS(WS-SCHED-COUNT)
		ELSE
			ADD 1 TO WS-SKIPPED-COUNT
		END-IF
	END-IF.

2000-WRITE-THE-FEEDS.
	OPEN INPUT PartyFile
	IF WS-PARTYFILE-STATUS NOT = "00"
		DISPLAY "No party.dat on file - no feeds written."
	ELSE
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
						IF party-live
							PERFORM 2100-FEED-ONE-PARTY
						END-IF
				END-READ
			END-PERFORM
		END-IF
		CLOSE PartyFile
	END-IF.

2100-FEED-ONE-PARTY.
	MOVE 0 TO WS-PARTY-EVENTS
	PERFORM VARYING WS-SCHED-IDX FROM 1 BY 1
		UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
		IF WS-SE-PARTY-ID(WS-SCHED-IDX) = pt-id
			ADD 1 TO WS-PARTY-EVENTS
		END-IF
	END-PERFORM
	IF WS-PARTY-EVENTS > 0
		MOVE SPACES TO WS-FEED-NAME
		STRING "party-" DELIMITED BY SIZE
			pt-id DELIMITED BY SIZE
			".ics" DELIMITED BY SIZE
			INTO WS-FEED-NAME
		END-STRING
		OPEN OUTPUT FeedFile
		IF WS-FEED-STATUS NOT = "00"
			DISPLAY FUNCTION TRIM(WS-FEED-NAME) " will not open (status "
				WS-FEED-STATUS ") - party " pt-id " skipped."
		ELSE
			MOVE pt-name TO WS-ESC-IN
			PERFORM 2900-ESCAPE-THE-TEXT
			MOVE WS-ESC-OUT TO WS-ESC-NAME
			MOVE pt-campaign TO WS-ESC-IN
			PERFORM 2900-ESCAPE-THE-TEXT
			MOVE WS-ESC-OUT TO WS-ESC-CAMPAIGN
			MOVE pt-dm TO WS-ESC-IN
			PERFORM 2900-ESCAPE-THE-TEXT
			MOVE WS-ESC-OUT TO WS-ESC-DM
			MOVE "BEGIN:VCALENDAR" TO FEED-LINE
			PERFORM 2800-PUT-FEED-LINE
			MOVE "VERSION:2.0" TO FEED-LINE
			PERFORM 2800-PUT-FEED-LINE
			MOVE "PRODID:-//dndpc//Session Calendar//EN" TO FEED-LINE
			PERFORM 2800-PUT-FEED-LINE
			MOVE "CALSCALE:GREGORIAN" TO FEED-LINE
			PERFORM 2800-PUT-FEED-LINE
			MOVE "METHOD:PUBLISH" TO FEED-LINE
			PERFORM 2800-PUT-FEED-LINE
			MOVE SPACES TO FEED-LINE
			STRING "X-WR-CALNAME:" DELIMITED BY SIZE
				FUNCTION TRIM(WS-ESC-NAME) DELIMITED BY SIZE
				" game nights" DELIMITED BY SIZE
				INTO FEED-LINE
			END-STRING
			PERFORM 2800-PUT-FEED-LINE
			PERFORM VARYING WS-SCHED-IDX FROM 1 BY 1
				UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
				IF WS-SE-PARTY-ID(WS-SCHED-IDX) = pt-id
					PERFORM 2200-WRITE-ONE-EVENT
				END-IF
			END-PERFORM
			MOVE "END:VCALENDAR" TO FEED-LINE
			PERFORM 2800-PUT-FEED-LINE
			CLOSE FeedFile
			ADD 1 TO WS-FEED-COUNT
			DISPLAY "  " FUNCTION TRIM(WS-FEED-NAME) ": "
				FUNCTION TRIM(pt-name) ", " WS-PARTY-EVENTS " date(s)"
		END-IF
	END-IF.

2200-WRITE-ONE-EVENT.
	*> the UID never changes for a proposal, so a cancellation lands on
	*> the event the phone already has; the bumped SEQUENCE tells the
	*> phone the cancellation is the newer word.
	COMPUTE WS-NEXT-DAY = FUNCTION DATE-OF-INTEGER(
		FUNCTION INTEGER-OF-DATE(WS-SE-DATE(WS-SCHED-IDX)) + 1)
	MOVE "BEGIN:VEVENT" TO FEED-LINE
	PERFORM 2800-PUT-FEED-LINE
	MOVE SPACES TO FEED-LINE
	STRING "UID:sched-" DELIMITED BY SIZE
		WS-SE-ID(WS-SCHED-IDX) DELIMITED BY SIZE
		"-party-" DELIMITED BY SIZE
		pt-id DELIMITED BY SIZE
		"@dndpc" DELIMITED BY SIZE
		INTO FEED-LINE
	END-STRING
	PERFORM 2800-PUT-FEED-LINE
	MOVE SPACES TO FEED-LINE
	STRING "DTSTAMP:" DELIMITED BY SIZE
		WS-DTSTAMP DELIMITED BY SIZE
		INTO FEED-LINE
	END-STRING
	PERFORM 2800-PUT-FEED-LINE
	MOVE SPACES TO FEED-LINE
	STRING "DTSTART;VALUE=DATE:" DELIMITED BY SIZE
		WS-SE-DATE(WS-SCHED-IDX) DELIMITED BY SIZE
		INTO FEED-LINE
	END-STRING
	PERFORM 2800-PUT-FEED-LINE
	MOVE SPACES TO FEED-LINE
	STRING "DTEND;VALUE=DATE:" DELIMITED BY SIZE
		WS-NEXT-DAY DELIMITED BY SIZE
		INTO FEED-LINE
	END-STRING
	PERFORM 2800-PUT-FEED-LINE
	MOVE SPACES TO FEED-LINE
	STRING "SUMMARY:" DELIMITED BY SIZE
		FUNCTION TRIM(WS-ESC-NAME) DELIMITED BY SIZE
		" - game night" DELIMITED BY SIZE
		INTO FEED-LINE
	END-STRING
	PERFORM 2800-PUT-FEED-LINE
	MOVE SPACES TO FEED-LINE
	STRING "DESCRIPTION:" DELIMITED BY SIZE
		FUNCTION TRIM(WS-ESC-CAMPAIGN) DELIMITED BY SIZE
		" - DM " DELIMITED BY SIZE
		FUNCTION TRIM(WS-ESC-DM) DELIMITED BY SIZE
		INTO FEED-LINE
	END-STRING
	PERFORM 2800-PUT-FEED-LINE
	IF WS-SE-STATUS(WS-SCHED-IDX) = "X"
		MOVE "SEQUENCE:1" TO FEED-LINE
		PERFORM 2800-PUT-FEED-LINE
		MOVE "STATUS:CANCELLED" TO FEED-LINE
		PERFORM 2800-PUT-FEED-LINE
		ADD 1 TO WS-CANCEL-COUNT
	ELSE
		MOVE "SEQUENCE:0" TO FEED-LINE
		PERFORM 2800-PUT-FEED-LINE
		MOVE "STATUS:CONFIRMED" TO FEED-LINE
		PERFORM 2800-PUT-FEED-LINE
		ADD 1 TO WS-EVENT-COUNT
	END-IF
	MOVE "TRANSP:OPAQUE" TO FEED-LINE
	PERFORM 2800-PUT-FEED-LINE
	MOVE "END:VEVENT" TO FEED-LINE
	PERFORM 2800-PUT-FEED-LINE.

2800-PUT-FEED-LINE.
	*> iCalendar lines end CR LF - the file system supplies the LF
	MOVE FUNCTION LENGTH(FUNCTION TRIM(FEED-LINE TRAILING))
		TO WS-LINE-LEN
	MOVE X"0D" TO FEED-LINE(WS-LINE-LEN + 1:1)
	WRITE FEED-LINE.

2900-ESCAPE-THE-TEXT.
	MOVE SPACES TO WS-ESC-OUT
	MOVE 0 TO WS-ESC-LEN
	PERFORM VARYING WS-ESC-IDX FROM 1 BY 1 UNTIL WS-ESC-IDX > 40
		IF WS-ESC-IN(WS-ESC-IDX:1) = "," OR WS-ESC-IN(WS-ESC-IDX:1) = ";"
			OR WS-ESC-IN(WS-ESC-IDX:1) = "\"
			ADD 1 TO WS-ESC-LEN
			MOVE "\" TO WS-ESC-OUT(WS-ESC-LEN:1)
		END-IF
		ADD 1 TO WS-ESC-LEN
		MOVE WS-ESC-IN(WS-ESC-IDX:1) TO WS-ESC-OUT(WS-ESC-LEN:1)
	END-PERFORM.

3000-WRITE-THE-REMINDERS.
	*> rewritten every run - the merge only ever wants today's notices
	OPEN OUTPUT ReminderFile
	IF WS-REMIND-STATUS NOT = "00"
		DISPLAY "reminders.csv will not open (status " WS-REMIND-STATUS
			") - no notices written."
	ELSE
		MOVE SPACES TO REMIND-LINE
		STRING "GameDate,Party,Campaign,DM,Character,Player,PlayerID,"
			"Expected,OpenQuests,NotAvailable" DELIMITED BY SIZE
			INTO REMIND-LINE
		END-STRING
		WRITE REMIND-LINE
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
							IF proposal-confirmed
								AND sch-date = WS-REMIND-DATE
								PERFORM 3100-BUILD-ONE-NOTICE
							END-IF
					END-READ
				END-PERFORM
			END-IF
			CLOSE ScheduleFile
		END-IF
		CLOSE ReminderFile
	END-IF.

3100-BUILD-ONE-NOTICE.
	MOVE "N" TO WS-PARTY-FOUND-SW
	OPEN INPUT PartyFile
	IF WS-PARTYFILE-STATUS = "00"
		MOVE sch-party-id TO pt-id
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
		MOVE sch-party-id TO pt-id
		MOVE "(party not on file)" TO pt-name
	END-IF
	INSPECT pt-name REPLACING ALL '"' BY "'"
	INSPECT pt-campaign REPLACING ALL '"' BY "'"
	INSPECT pt-dm REPLACING ALL '"' BY "'"
	PERFORM 3200-GATHER-THE-TABLE
	PERFORM 3400-GATHER-THE-QUESTS
	MOVE SPACES TO WS-CSV-DATE
	STRING sch-date(1:4) DELIMITED BY SIZE
		"-" DELIMITED BY SIZE
		sch-date(5:2) DELIMITED BY SIZE
		"-" DELIMITED BY SIZE
		sch-date(7:2) DELIMITED BY SIZE
		INTO WS-CSV-DATE
	END-STRING
	ADD 1 TO WS-NOTICE-COUNT
	IF WS-MEMBER-COUNT = 0
		DISPLAY "  Proposal " sch-id " (" FUNCTION TRIM(pt-name)
			"): nobody left to expect - no rows written."
	ELSE
		PERFORM VARYING WS-MEMBER-IDX FROM 1 BY 1
			UNTIL WS-MEMBER-IDX > WS-MEMBER-COUNT
			PERFORM 3500-WRITE-ONE-ROW
		END-PERFORM
		DISPLAY "  Proposal " sch-id " (" FUNCTION TRIM(pt-name)
			"): " WS-MEMBER-COUNT " player row(s)."
	END-IF.

3200-GATHER-THE-TABLE.
	*> expected is every living member who has not said no - a player
	*> who never answered still gets the reminder.
	MOVE 0 TO WS-MEMBER-COUNT
	MOVE SPACES TO WS-EXPECTED-LIST
	MOVE 1 TO WS-EXPECTED-PTR
	MOVE SPACES TO WS-AWAY-LIST
	MOVE 1 TO WS-AWAY-PTR
	OPEN INPUT CharacterFile
	IF WS-CHARFILE-STATUS = "00"
		MOVE sch-party-id TO party-id
		START CharacterFile KEY IS >= party-id
			INVALID KEY
				CONTINUE
		END-START
		IF WS-CHARFILE-STATUS = "00"
			*> the schedule walk owns WS-EOF-SW; this walk stops on its
			*> own status instead
			PERFORM UNTIL WS-CHARFILE-STATUS NOT = "00"
				READ CharacterFile NEXT RECORD
					AT END
						MOVE "10" TO WS-CHARFILE-STATUS
					NOT AT END
						IF party-id NOT = sch-party-id
							MOVE "10" TO WS-CHARFILE-STATUS
						ELSE
							IF NOT is-dead
								PERFORM 3300-SORT-ONE-MEMBER
							END-IF
						END-IF
				END-READ
			END-PERFORM
		END-IF
		CLOSE CharacterFile
	END-IF.

3300-SORT-ONE-MEMBER.
	MOVE "N" TO WS-AWAY-SW
	PERFORM VARYING WS-RESP-IDX FROM 1 BY 1
		UNTIL WS-RESP-IDX > sch-resp-count
		IF sch-resp-id(WS-RESP-IDX) = char-id
			AND sch-resp-avail(WS-RESP-IDX) NOT = "Y"
			MOVE "Y" TO WS-AWAY-SW
		END-IF
	END-PERFORM
	MOVE SPACES TO WS-AWAY-NAME
	STRING FUNCTION TRIM(cnamef) DELIMITED BY SIZE
		" " DELIMITED BY SIZE
		FUNCTION TRIM(cnamel) DELIMITED BY SIZE
		INTO WS-AWAY-NAME
	END-STRING
	INSPECT WS-AWAY-NAME REPLACING ALL '"' BY "'"
	IF ANSWERED-AWAY
		IF WS-AWAY-PTR > 1
			STRING "; " DELIMITED BY SIZE
				INTO WS-AWAY-LIST WITH POINTER WS-AWAY-PTR
			END-STRING
		END-IF
		STRING FUNCTION TRIM(WS-AWAY-NAME) DELIMITED BY SIZE
			INTO WS-AWAY-LIST WITH POINTER WS-AWAY-PTR
		END-STRING
	ELSE
		IF WS-MEMBER-COUNT < 20
			ADD 1 TO WS-MEMBER-COUNT
			MOVE WS-AWAY-NAME TO WS-MB-CNAME(WS-MEMBER-COUNT)
			MOVE SPACES TO WS-MB-PNAME(WS-MEMBER-COUNT)
			STRING FUNCTION TRIM(pnamef) DELIMITED BY SIZE
				" " DELIMITED BY SIZE
				FUNCTION TRIM(pnamel) DELIMITED BY SIZE
				INTO WS-MB-PNAME(WS-MEMBER-COUNT)
			END-STRING
			INSPECT WS-MB-PNAME(WS-MEMBER-COUNT) REPLACING ALL '"' BY "'"
			MOVE owner-op-id TO WS-MB-OWNER(WS-MEMBER-COUNT)
			IF WS-EXPECTED-PTR > 1
				STRING "; " DELIMITED BY SIZE
					INTO WS-EXPECTED-LIST WITH POINTER WS-EXPECTED-PTR
				END-STRING
			END-IF
			STRING FUNCTION TRIM(WS-AWAY-NAME) DELIMITED BY SIZE
				INTO WS-EXPECTED-LIST WITH POINTER WS-EXPECTED-PTR
			END-STRING
		END-IF
	END-IF.

3400-GATHER-THE-QUESTS.
	*> quest.dat has no party key - the whole notebook is read
	MOVE SPACES TO WS-QUEST-LIST
	MOVE 1 TO WS-QUEST-PTR
	OPEN INPUT QuestFile
	IF WS-QUESTFILE-STATUS = "00"
		MOVE 0 TO qs-id
		START QuestFile KEY IS >= qs-id
			INVALID KEY
				CONTINUE
		END-START
		PERFORM UNTIL WS-QUESTFILE-STATUS NOT = "00"
			READ QuestFile NEXT RECORD
				AT END
					MOVE "10" TO WS-QUESTFILE-STATUS
				NOT AT END
					IF qs-party-id = sch-party-id
						AND (quest-open OR quest-active)
						INSPECT qs-title REPLACING ALL '"' BY "'"
						IF WS-QUEST-PTR > 1
							STRING "; " DELIMITED BY SIZE
								INTO WS-QUEST-LIST WITH POINTER WS-QUEST-PTR
							END-STRING
						END-IF
						STRING FUNCTION TRIM(qs-title) DELIMITED BY SIZE
							INTO WS-QUEST-LIST WITH POINTER WS-QUEST-PTR
						END-STRING
					END-IF
			END-READ
		END-PERFORM
		CLOSE QuestFile
	END-IF.

3500-WRITE-ONE-ROW.
	*> names and lists are quoted - a quest title may carry a comma
	MOVE SPACES TO REMIND-LINE
	STRING WS-CSV-DATE DELIMITED BY SIZE
		',"' DELIMITED BY SIZE
		FUNCTION TRIM(pt-name) DELIMITED BY SIZE
		'","' DELIMITED BY SIZE
		FUNCTION TRIM(pt-campaign) DELIMITED BY SIZE
		'","' DELIMITED BY SIZE
		FUNCTION TRIM(pt-dm) DELIMITED BY SIZE
		'","' DELIMITED BY SIZE
		FUNCTION TRIM(WS-MB-CNAME(WS-MEMBER-IDX)) DELIMITED BY SIZE
		'","' DELIMITED BY SIZE
		FUNCTION TRIM(WS-MB-PNAME(WS-MEMBER-IDX)) DELIMITED BY SIZE
		'",' DELIMITED BY SIZE
		FUNCTION TRIM(WS-MB-OWNER(WS-MEMBER-IDX)) DELIMITED BY SIZE
		',"' DELIMITED BY SIZE
		FUNCTION TRIM(WS-EXPECTED-LIST) DELIMITED BY SIZE
		'","' DELIMITED BY SIZE
		FUNCTION TRIM(WS-QUEST-LIST) DELIMITED BY SIZE
		'","' DELIMITED BY SIZE
		FUNCTION TRIM(WS-AWAY-LIST) DELIMITED BY SIZE
		'"' DELIMITED BY SIZE
		INTO REMIND-LINE
	END-STRING
	WRITE REMIND-LINE
	ADD 1 TO WS-ROW-COUNT.

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
