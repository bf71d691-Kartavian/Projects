		>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. campaign_calendar IS INITIAL.
AUTHOR. Loren Stevenson
DATE-WRITTEN. May 25, 2023
*> The in-world calendar, party by party.  Shows where each party's
*> clock stands (calendar.dat, kept by CALCLOCK.cbl), lets the DM
*> move a clock on by hours or days or set it outright, and prints
*> the calendar report: for one party or every party, what happened
*> on each in-world day - the clock moves from callog.dat, the nights
*> from sessions.dat (their in-world spans), the quests those nights
*> advanced from quest.dat, and the party's treasury.dat lines, which
*> are placed on the in-world day the party's clock stood at when
*> they were entered.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT PartyFile ASSIGN TO "party.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS pt-id
		FILE STATUS IS WS-PARTYFILE-STATUS.
	SELECT CalendarFile ASSIGN TO "calendar.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS cal-party-id
		FILE STATUS IS WS-CAL-STATUS.
	SELECT CalendarLogFile ASSIGN TO "callog.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		ACCESS IS SEQUENTIAL
		FILE STATUS IS WS-CALLOG-STATUS.
	SELECT SessionFile ASSIGN TO "sessions.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS sj-id
		FILE STATUS IS WS-SESSFILE-STATUS.
	SELECT QuestFile ASSIGN TO "quest.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS qs-id
		FILE STATUS IS WS-QUESTFILE-STATUS.
	SELECT TreasuryFile ASSIGN TO "treasury.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		ACCESS IS SEQUENTIAL
		FILE STATUS IS WS-TREAS-STATUS.
DATA DIVISION.
FILE SECTION.
FD PartyFile.
	COPY PARTYREC.

FD CalendarFile.
	COPY CALREC.

FD CalendarLogFile.
	COPY CALLOG.

FD SessionFile.
	COPY SESSREC.

FD QuestFile.
	COPY QUESTREC.

FD TreasuryFile.
	COPY TREASREC.

WORKING-STORAGE SECTION.

*> layout-version gate for party.dat (see DATAVER.cpy and
*> VERCHECK.cbl) - checked before the file is opened.
	COPY DATAVER.
01 WS-VER-MODE PIC X.
01 WS-VER-FILE PIC x(20).
01 WS-VER-VERSION PIC 9(3).
01 WS-VER-RESULT PIC X.

01 WS-PARTYFILE-STATUS PIC XX VALUE "00".
01 WS-CAL-STATUS PIC XX VALUE "00".
01 WS-CALLOG-STATUS PIC XX VALUE "00".
01 WS-SESSFILE-STATUS PIC XX VALUE "00".
01 WS-QUESTFILE-STATUS PIC XX VALUE "00".
01 WS-TREAS-STATUS PIC XX VALUE "00".
01 WS-MENU-CHOICE PIC X.
01 WS-EOF-SW PIC X VALUE "N".
	88 END-OF-FILE VALUE "Y".
01 WS-PARTY-EOF-SW PIC X VALUE "N".
	88 END-OF-PARTIES VALUE "Y".
01 WS-SESS-OPEN-SW PIC X VALUE "N".
	88 SESS-FILE-OPEN VALUE "Y".
01 WS-PICK-PARTY-ID PIC 9(4).
01 WS-PARTY-OK-SW PIC X VALUE "N".
	88 PARTY-OK VALUE "Y".
01 WS-PARTY-COUNT PIC 9(4) VALUE 0.

*> CALCLOCK.cbl parameters
01 WS-CAL-MODE PIC X.
01 WS-CAL-PARTY-ID PIC 9(4).
01 WS-CAL-HOURS PIC 9(5).
01 WS-CAL-REASON PIC x(10).
01 WS-CAL-NOTE PIC x(30).
01 WS-CAL-DAY PIC 9(6).
01 WS-CAL-HOUR PIC 9(2).
01 WS-CAL-RESULT PIC X.
01 WS-UNIT PIC X.
01 WS-HOW-MANY PIC 9(4).
01 WS-KIND PIC X.

*> the party's clock moves, loaded from callog.dat - used to put a
*> real-world treasury line on the in-world day it belongs to.
01 WS-MOVE-ENTRY OCCURS 300 TIMES.
	02 WS-MOVE-STAMP.
		03 WS-MOVE-DATE PIC 9(8).
		03 WS-MOVE-TIME PIC 9(6).
	02 WS-MOVE-FROM-DAY PIC 9(6).
	02 WS-MOVE-TO-DAY PIC 9(6).
01 WS-MOVE-COUNT PIC 9(3) VALUE 0.
01 WS-MOVE-IDX PIC 9(3).
01 WS-LINE-STAMP.
	02 WS-LINE-DATE PIC 9(8).
	02 WS-LINE-TIME PIC 9(6).
01 WS-LINE-DAY PIC 9(6).

*> the day-by-day events of one party, gathered from every source
*> and then put in day order for printing.
01 WS-EVENT-ENTRY OCCURS 500 TIMES.
	02 WS-EV-DAY PIC 9(6).
	02 WS-EV-SEQ PIC 9(4).
	02 WS-EV-TEXT PIC x(100).
01 WS-EVENT-COUNT PIC 9(4) VALUE 0.
01 WS-EV-IDX PIC 9(4).
01 WS-EV-SCAN PIC 9(4).
01 WS-EV-HOLD.
	02 WS-EVH-DAY PIC 9(6).
	02 WS-EVH-SEQ PIC 9(4).
	02 WS-EVH-TEXT PIC x(100).
01 WS-EV-NEW-DAY PIC 9(6).
01 WS-EV-NEW-TEXT PIC x(100).
01 WS-LAST-DAY PIC 9(6).
01 WS-DROPPED-COUNT PIC 9(4) VALUE 0.
01 WS-QS-IDX PIC 9.
01 WS-ED-AMOUNT PIC Z(6)9.99.
01 WS-ED-DAY PIC Z(5)9.

*> spool plumbing - the same lines that hit the screen can land in a
*> dated file under reports/ (see RPTSPOOL.cbl).
01 WS-SPOOL-ANSWER PIC X.
01 WS-SPOOLING-SW PIC X VALUE "N".
	88 SPOOLING VALUE "Y".
01 WS-RPT-OP PIC X.
01 WS-RPT-NAME PIC x(12) VALUE "calendar".
01 WS-RPT-LINE PIC x(132) VALUE SPACES.

*> shared with game_console - moving a clock is the DM's call.
01 CONSOLE-CONTEXT EXTERNAL.
	02 ctx-char-id PIC 9(6).
	02 ctx-active-sw PIC X.
	02 ctx-op-id PIC x(8).
	02 ctx-op-name PIC x(17).
	02 ctx-op-role PIC X.

PROCEDURE DIVISION.
0000-MAIN.
	PERFORM 0040-CHECK-LAYOUT-VERSION
	DISPLAY "================================================================"
	DISPLAY "                     CAMPAIGN CALENDAR"
	DISPLAY "================================================================"
	MOVE SPACE TO WS-MENU-CHOICE
	PERFORM UNTIL WS-MENU-CHOICE = "Q" OR WS-MENU-CHOICE = "q"
		DISPLAY " "
		DISPLAY "1) Where every party's calendar stands"
		DISPLAY "2) Move a party's clock forward"
		DISPLAY "3) Set a party's date"
		DISPLAY "4) Calendar report"
		DISPLAY "Q) Done"
		DISPLAY "Choice? " WITH NO ADVANCING
		ACCEPT WS-MENU-CHOICE
		EVALUATE WS-MENU-CHOICE
			WHEN "1"
				PERFORM 1000-LIST-CALENDARS
			WHEN "2"
				PERFORM 2000-MOVE-A-CLOCK
			WHEN "3"
				PERFORM 3000-SET-A-DATE
			WHEN "4"
				PERFORM 4000-CALENDAR-REPORT
			WHEN "Q"
			WHEN "q"
				CONTINUE
			WHEN OTHER
				DISPLAY "Not a valid choice."
		END-EVALUATE
	END-PERFORM
	GOBACK.

1000-LIST-CALENDARS.
	MOVE 0 TO WS-PARTY-COUNT
	OPEN INPUT PartyFile
	IF WS-PARTYFILE-STATUS NOT = "00"
		DISPLAY "No parties on file yet."
	ELSE
		MOVE 0 TO pt-id
		START PartyFile KEY IS >= pt-id
			INVALID KEY
				CONTINUE
		END-START
		MOVE "N" TO WS-PARTY-EOF-SW
		IF WS-PARTYFILE-STATUS = "00"
			PERFORM UNTIL END-OF-PARTIES
				READ PartyFile NEXT RECORD
					AT END
						MOVE "Y" TO WS-PARTY-EOF-SW
					NOT AT END
						*> a closed campaign's clock has stopped for good
						IF party-live
							ADD 1 TO WS-PARTY-COUNT
							MOVE "Q" TO WS-CAL-MODE
							MOVE pt-id TO WS-CAL-PARTY-ID
							CALL "CALCLOCK" USING WS-CAL-MODE,
								WS-CAL-PARTY-ID, WS-CAL-HOURS, WS-CAL-REASON,
								WS-CAL-NOTE, WS-CAL-DAY, WS-CAL-HOUR,
								WS-CAL-RESULT
							IF WS-CAL-RESULT = "Y"
								DISPLAY pt-id " " pt-name "  day " WS-CAL-DAY
									" at " WS-CAL-HOUR ":00"
							ELSE
								DISPLAY pt-id " " pt-name "  (calendar not "
									"started - day 1 at 08:00)"
							END-IF
						END-IF
				END-READ
			END-PERFORM
		END-IF
		CLOSE PartyFile
	END-IF
	DISPLAY WS-PARTY-COUNT " party(ies) on file.".

2000-MOVE-A-CLOCK.
	IF ctx-op-role = "P"
		DISPLAY "Moving a party's clock is DM or admin only."
	ELSE
		PERFORM 0100-PICK-A-PARTY
		IF PARTY-OK
			DISPLAY "Move it by (H)ours or (D)ays? " WITH NO ADVANCING
			ACCEPT WS-UNIT
			DISPLAY "How many? " WITH NO ADVANCING
			ACCEPT WS-HOW-MANY
			IF WS-UNIT = "D" OR WS-UNIT = "d"
				COMPUTE WS-CAL-HOURS = WS-HOW-MANY * 24
			ELSE
				MOVE WS-HOW-MANY TO WS-CAL-HOURS
			END-IF
			DISPLAY "What passed the time - (T)ravel, (D)owntime, or "
				"(O)ther? " WITH NO ADVANCING
			ACCEPT WS-KIND
			EVALUATE WS-KIND
				WHEN "T"
				WHEN "t"
					MOVE "TRAVEL" TO WS-CAL-REASON
				WHEN "D"
				WHEN "d"
					MOVE "DOWNTIME" TO WS-CAL-REASON
				WHEN OTHER
					MOVE "ADVANCE" TO WS-CAL-REASON
			END-EVALUATE
			DISPLAY "Note for the calendar? " WITH NO ADVANCING
			ACCEPT WS-CAL-NOTE
			IF WS-CAL-HOURS = 0
				DISPLAY "No time passed - the clock stays put."
			ELSE
				MOVE "A" TO WS-CAL-MODE
				MOVE WS-PICK-PARTY-ID TO WS-CAL-PARTY-ID
				CALL "CALCLOCK" USING WS-CAL-MODE, WS-CAL-PARTY-ID,
					WS-CAL-HOURS, WS-CAL-REASON, WS-CAL-NOTE,
					WS-CAL-DAY, WS-CAL-HOUR, WS-CAL-RESULT
				IF WS-CAL-RESULT = "Y"
					DISPLAY FUNCTION TRIM(pt-name) " is now at day "
						WS-CAL-DAY " at " WS-CAL-HOUR ":00."
				END-IF
			END-IF
		END-IF
	END-IF.

3000-SET-A-DATE.
	IF ctx-op-role = "P"
		DISPLAY "Setting a party's date is DM or admin only."
	ELSE
		PERFORM 0100-PICK-A-PARTY
		IF PARTY-OK
			DISPLAY "In-world day (1 = the day the campaign began)? "
				WITH NO ADVANCING
			ACCEPT WS-CAL-DAY
			DISPLAY "Hour of the day (0-23)? " WITH NO ADVANCING
			ACCEPT WS-CAL-HOUR
			IF WS-CAL-DAY = 0 OR WS-CAL-HOUR > 23
				DISPLAY "Day must be 1 or more and the hour 0-23 - "
					"nothing set."
			ELSE
				DISPLAY "Note for the calendar? " WITH NO ADVANCING
				ACCEPT WS-CAL-NOTE
				MOVE "S" TO WS-CAL-MODE
				MOVE WS-PICK-PARTY-ID TO WS-CAL-PARTY-ID
				MOVE 0 TO WS-CAL-HOURS
				MOVE "SET" TO WS-CAL-REASON
				CALL "CALCLOCK" USING WS-CAL-MODE, WS-CAL-PARTY-ID,
					WS-CAL-HOURS, WS-CAL-REASON, WS-CAL-NOTE,
					WS-CAL-DAY, WS-CAL-HOUR, WS-CAL-RESULT
				IF WS-CAL-RESULT = "Y"
					DISPLAY FUNCTION TRIM(pt-name) " is set to day "
						WS-CAL-DAY " at " WS-CAL-HOUR ":00."
				END-IF
			END-IF
		END-IF
	END-IF.

0100-PICK-A-PARTY.
	MOVE "N" TO WS-PARTY-OK-SW
	DISPLAY "Party ID? " WITH NO ADVANCING
	ACCEPT WS-PICK-PARTY-ID
	OPEN INPUT PartyFile
	IF WS-PARTYFILE-STATUS NOT = "00"
		DISPLAY "No parties on file yet."
	ELSE
		MOVE WS-PICK-PARTY-ID TO pt-id
		READ PartyFile
			INVALID KEY
				DISPLAY "No party on file with ID " WS-PICK-PARTY-ID "."
			NOT INVALID KEY
				IF party-closed
					DISPLAY "Party " WS-PICK-PARTY-ID " is a closed campaign "
						"- its calendar is frozen."
				ELSE
					MOVE "Y" TO WS-PARTY-OK-SW
				END-IF
		END-READ
		CLOSE PartyFile
	END-IF.

4000-CALENDAR-REPORT.
	DISPLAY "Party ID (0 for every party)? " WITH NO ADVANCING
	ACCEPT WS-PICK-PARTY-ID
	OPEN INPUT PartyFile
	IF WS-PARTYFILE-STATUS NOT = "00"
		DISPLAY "No parties on file yet."
	ELSE
		PERFORM 0450-ASK-ABOUT-SPOOL
		IF WS-PICK-PARTY-ID = 0
			MOVE 0 TO pt-id
			START PartyFile KEY IS >= pt-id
				INVALID KEY
					CONTINUE
			END-START
			MOVE "N" TO WS-PARTY-EOF-SW
			IF WS-PARTYFILE-STATUS = "00"
				PERFORM UNTIL END-OF-PARTIES
					READ PartyFile NEXT RECORD
						AT END
							MOVE "Y" TO WS-PARTY-EOF-SW
						NOT AT END
							IF party-live
								PERFORM 4100-ONE-PARTY-CALENDAR
							END-IF
					END-READ
				END-PERFORM
			END-IF
		ELSE
			MOVE WS-PICK-PARTY-ID TO pt-id
			READ PartyFile
				INVALID KEY
					MOVE SPACES TO WS-RPT-LINE
					STRING "No party on file with ID " WS-PICK-PARTY-ID "."
						DELIMITED BY SIZE INTO WS-RPT-LINE
					END-STRING
					PERFORM 0500-PRINT-LINE
				NOT INVALID KEY
					PERFORM 4100-ONE-PARTY-CALENDAR
			END-READ
		END-IF
		PERFORM 0550-CLOSE-SPOOL
		CLOSE PartyFile
	END-IF.

4100-ONE-PARTY-CALENDAR.
	MOVE 0 TO WS-EVENT-COUNT
	MOVE 0 TO WS-DROPPED-COUNT
	MOVE "----------------------------------------------------------------"
		TO WS-RPT-LINE
	PERFORM 0500-PRINT-LINE
	MOVE "Q" TO WS-CAL-MODE
	MOVE pt-id TO WS-CAL-PARTY-ID
	CALL "CALCLOCK" USING WS-CAL-MODE, WS-CAL-PARTY-ID, WS-CAL-HOURS,
		WS-CAL-REASON, WS-CAL-NOTE, WS-CAL-DAY, WS-CAL-HOUR,
		WS-CAL-RESULT
	STRING "Party " pt-id " " FUNCTION TRIM(pt-name) " ("
		FUNCTION TRIM(pt-campaign) ") - now day " WS-CAL-DAY " at "
		WS-CAL-HOUR ":00"
		DELIMITED BY SIZE INTO WS-RPT-LINE
	END-STRING
	PERFORM 0500-PRINT-LINE
	PERFORM 4200-GATHER-CLOCK-MOVES
	PERFORM 4300-GATHER-SESSIONS
	PERFORM 4400-GATHER-QUESTS
	PERFORM 4500-GATHER-TREASURY
	PERFORM 4800-SORT-THE-EVENTS
	PERFORM 4900-PRINT-THE-DAYS.

4200-GATHER-CLOCK-MOVES.
	MOVE 0 TO WS-MOVE-COUNT
	OPEN INPUT CalendarLogFile
	IF WS-CALLOG-STATUS = "00"
		MOVE "N" TO WS-EOF-SW
		PERFORM UNTIL END-OF-FILE
			READ CalendarLogFile
				AT END
					MOVE "Y" TO WS-EOF-SW
				NOT AT END
					IF cg-party-id = pt-id
						PERFORM 4250-NOTE-A-CLOCK-MOVE
					END-IF
			END-READ
		END-PERFORM
		CLOSE CalendarLogFile
	END-IF.

4250-NOTE-A-CLOCK-MOVE.
	IF WS-MOVE-COUNT < 300
		ADD 1 TO WS-MOVE-COUNT
		MOVE cg-date TO WS-MOVE-DATE(WS-MOVE-COUNT)
		MOVE cg-time TO WS-MOVE-TIME(WS-MOVE-COUNT)
		MOVE cg-from-day TO WS-MOVE-FROM-DAY(WS-MOVE-COUNT)
		MOVE cg-to-day TO WS-MOVE-TO-DAY(WS-MOVE-COUNT)
	END-IF
	MOVE cg-from-day TO WS-EV-NEW-DAY
	MOVE SPACES TO WS-EV-NEW-TEXT
	MOVE cg-to-day TO WS-ED-DAY
	IF cg-reason = "SET"
		STRING "Calendar set to day " FUNCTION TRIM(WS-ED-DAY) " "
			cg-to-hour ":00  " FUNCTION TRIM(cg-note)
			DELIMITED BY SIZE INTO WS-EV-NEW-TEXT
		END-STRING
		MOVE cg-to-day TO WS-EV-NEW-DAY
	ELSE
		STRING cg-from-hour ":00 " FUNCTION TRIM(cg-reason) " until day "
			FUNCTION TRIM(WS-ED-DAY) " " cg-to-hour ":00  "
			FUNCTION TRIM(cg-note)
			DELIMITED BY SIZE INTO WS-EV-NEW-TEXT
		END-STRING
	END-IF
	PERFORM 4700-ADD-AN-EVENT.

4300-GATHER-SESSIONS.
	OPEN INPUT SessionFile
	IF WS-SESSFILE-STATUS = "00"
		MOVE 0 TO sj-id
		START SessionFile KEY IS >= sj-id
			INVALID KEY
				CONTINUE
		END-START
		MOVE "N" TO WS-EOF-SW
		IF WS-SESSFILE-STATUS = "00"
			PERFORM UNTIL END-OF-FILE
				READ SessionFile NEXT RECORD
					AT END
						MOVE "Y" TO WS-EOF-SW
					NOT AT END
						IF sj-party-id = pt-id AND sj-game-end-day > 0
							PERFORM 4350-NOTE-A-SESSION
						END-IF
				END-READ
			END-PERFORM
		END-IF
		CLOSE SessionFile
	END-IF.

4350-NOTE-A-SESSION.
	MOVE sj-game-start-day TO WS-EV-NEW-DAY
	MOVE SPACES TO WS-EV-NEW-TEXT
	STRING sj-game-start-hour ":00 Session " sj-id " (played " sj-date
		") begins: " FUNCTION TRIM(sj-note)
		DELIMITED BY SIZE INTO WS-EV-NEW-TEXT
	END-STRING
	PERFORM 4700-ADD-AN-EVENT
	MOVE sj-game-end-day TO WS-EV-NEW-DAY
	MOVE SPACES TO WS-EV-NEW-TEXT
	STRING sj-game-end-hour ":00 Session " sj-id " ends"
		DELIMITED BY SIZE INTO WS-EV-NEW-TEXT
	END-STRING
	PERFORM 4700-ADD-AN-EVENT.

4400-GATHER-QUESTS.
	OPEN INPUT QuestFile
	IF WS-QUESTFILE-STATUS = "00"
		OPEN INPUT SessionFile
		*> a quest night since cleared off by Closeout leaves the
		*> status at 23, so whether the file opened is kept apart
		IF WS-SESSFILE-STATUS = "00"
			MOVE "Y" TO WS-SESS-OPEN-SW
		ELSE
			MOVE "N" TO WS-SESS-OPEN-SW
		END-IF
		MOVE 0 TO qs-id
		START QuestFile KEY IS >= qs-id
			INVALID KEY
				CONTINUE
		END-START
		MOVE "N" TO WS-EOF-SW
		IF WS-QUESTFILE-STATUS = "00"
			PERFORM UNTIL END-OF-FILE
				READ QuestFile NEXT RECORD
					AT END
						MOVE "Y" TO WS-EOF-SW
					NOT AT END
						IF qs-party-id = pt-id
							PERFORM VARYING WS-QS-IDX FROM 1 BY 1
								UNTIL WS-QS-IDX > qs-sess-count
								PERFORM 4450-NOTE-A-QUEST-NIGHT
							END-PERFORM
						END-IF
				END-READ
			END-PERFORM
		END-IF
		IF SESS-FILE-OPEN
			CLOSE SessionFile
		END-IF
		CLOSE QuestFile
	END-IF.

4450-NOTE-A-QUEST-NIGHT.
	*> a quest lands on the days of the nights that advanced it
	IF SESS-FILE-OPEN
		MOVE qs-sess-id(WS-QS-IDX) TO sj-id
		READ SessionFile
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				IF sj-game-end-day > 0
					MOVE sj-game-start-day TO WS-EV-NEW-DAY
					MOVE SPACES TO WS-EV-NEW-TEXT
					STRING "Quest " qs-id " " FUNCTION TRIM(qs-title)
						" advanced in session " sj-id " (status "
						qs-status ")"
						DELIMITED BY SIZE INTO WS-EV-NEW-TEXT
					END-STRING
					PERFORM 4700-ADD-AN-EVENT
				END-IF
		END-READ
	END-IF.

4500-GATHER-TREASURY.
	OPEN INPUT TreasuryFile
	IF WS-TREAS-STATUS = "00"
		MOVE "N" TO WS-EOF-SW
		PERFORM UNTIL END-OF-FILE
			READ TreasuryFile
				AT END
					MOVE "Y" TO WS-EOF-SW
				NOT AT END
					IF tr-party-id = pt-id
						PERFORM 4550-NOTE-A-TREASURY-LINE
					END-IF
			END-READ
		END-PERFORM
		CLOSE TreasuryFile
	END-IF.

4550-NOTE-A-TREASURY-LINE.
	*> the clock stood at the end of the last move entered before the
	*> line, or at the start of the first move when none came before;
	*> a party whose clock never moved has no day to put it on.
	IF WS-MOVE-COUNT = 0
		ADD 1 TO WS-DROPPED-COUNT
	ELSE
		MOVE tr-date TO WS-LINE-DATE
		MOVE tr-time TO WS-LINE-TIME
		MOVE WS-MOVE-FROM-DAY(1) TO WS-LINE-DAY
		PERFORM VARYING WS-MOVE-IDX FROM 1 BY 1
			UNTIL WS-MOVE-IDX > WS-MOVE-COUNT
			IF WS-MOVE-STAMP(WS-MOVE-IDX) <= WS-LINE-STAMP
				MOVE WS-MOVE-TO-DAY(WS-MOVE-IDX) TO WS-LINE-DAY
			END-IF
		END-PERFORM
		MOVE WS-LINE-DAY TO WS-EV-NEW-DAY
		MOVE tr-amount TO WS-ED-AMOUNT
		MOVE SPACES TO WS-EV-NEW-TEXT
		IF tr-type = "C"
			STRING "Treasury credit " FUNCTION TRIM(WS-ED-AMOUNT) " gp  "
				FUNCTION TRIM(tr-memo)
				DELIMITED BY SIZE INTO WS-EV-NEW-TEXT
			END-STRING
		ELSE
			STRING "Treasury debit " FUNCTION TRIM(WS-ED-AMOUNT) " gp  "
				FUNCTION TRIM(tr-memo)
				DELIMITED BY SIZE INTO WS-EV-NEW-TEXT
			END-STRING
		END-IF
		PERFORM 4700-ADD-AN-EVENT
	END-IF.

4700-ADD-AN-EVENT.
	IF WS-EVENT-COUNT < 500
		ADD 1 TO WS-EVENT-COUNT
		MOVE WS-EV-NEW-DAY TO WS-EV-DAY(WS-EVENT-COUNT)
		MOVE WS-EVENT-COUNT TO WS-EV-SEQ(WS-EVENT-COUNT)
		MOVE WS-EV-NEW-TEXT TO WS-EV-TEXT(WS-EVENT-COUNT)
	ELSE
		ADD 1 TO WS-DROPPED-COUNT
	END-IF.

4800-SORT-THE-EVENTS.
	*> insertion sort on day, then the order gathered - a few hundred
	*> lines at most, so nothing cleverer is called for
	PERFORM VARYING WS-EV-IDX FROM 2 BY 1 UNTIL WS-EV-IDX > WS-EVENT-COUNT
		MOVE WS-EVENT-ENTRY(WS-EV-IDX) TO WS-EV-HOLD
		MOVE WS-EV-IDX TO WS-EV-SCAN
		PERFORM UNTIL WS-EV-SCAN < 2
			OR WS-EV-DAY(WS-EV-SCAN - 1) <= WS-EVH-DAY
			MOVE WS-EVENT-ENTRY(WS-EV-SCAN - 1)
				TO WS-EVENT-ENTRY(WS-EV-SCAN)
			SUBTRACT 1 FROM WS-EV-SCAN
		END-PERFORM
		MOVE WS-EV-HOLD TO WS-EVENT-ENTRY(WS-EV-SCAN)
	END-PERFORM.

4900-PRINT-THE-DAYS.
	IF WS-EVENT-COUNT = 0
		MOVE "  (nothing on the calendar yet)" TO WS-RPT-LINE
		PERFORM 0500-PRINT-LINE
	END-IF
	MOVE 0 TO WS-LAST-DAY
	PERFORM VARYING WS-EV-IDX FROM 1 BY 1 UNTIL WS-EV-IDX > WS-EVENT-COUNT
		IF WS-EV-DAY(WS-EV-IDX) NOT = WS-LAST-DAY
			MOVE WS-EV-DAY(WS-EV-IDX) TO WS-LAST-DAY
			MOVE WS-LAST-DAY TO WS-ED-DAY
			STRING "  Day " FUNCTION TRIM(WS-ED-DAY)
				DELIMITED BY SIZE INTO WS-RPT-LINE
			END-STRING
			PERFORM 0500-PRINT-LINE
		END-IF
		STRING "      " WS-EV-TEXT(WS-EV-IDX)
			DELIMITED BY SIZE INTO WS-RPT-LINE
		END-STRING
		PERFORM 0500-PRINT-LINE
	END-PERFORM
	IF WS-DROPPED-COUNT > 0
		STRING "  " WS-DROPPED-COUNT " line(s) left off - entered before "
			"the party's clock first moved, or past the page limit."
			DELIMITED BY SIZE INTO WS-RPT-LINE
		END-STRING
		PERFORM 0500-PRINT-LINE
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
	*> refuse to run against a party.dat stamped for a different
	*> build - Data Upgrade converts the file and moves the stamp.
	MOVE "C" TO WS-VER-MODE
	MOVE "party.dat" TO WS-VER-FILE
	MOVE dv-partyrec-version TO WS-VER-VERSION
	CALL "VERCHECK" USING WS-VER-MODE, WS-VER-FILE, WS-VER-VERSION,
		WS-VER-RESULT
	IF WS-VER-RESULT = "N"
		DISPLAY "Not touching party.dat - run Data Upgrade first."
		GOBACK
	END-IF.
