		ACCESS MODE IS DYNAMIC
		RECORD KEY IS char-id
		ALTERNATE RECORD KEY IS cname WITH DUPLICATES
		ALTERNATE RECORD KEY IS party-id WITH DUPLICATES
		FILE STATUS IS WS-CHARFILE-STATUS.
	SELECT SessArchFile ASSIGN TO "sessarch.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS sa-id
		FILE STATUS IS WS-SESSARCH-STATUS.
DATA DIVISION.
FILE SECTION.
FD SessionFile.
FD CharacterFile.
	COPY CHARREC.

FD SessArchFile.
*> byte-for-byte image of a SessionData record (see SESSREC.cpy),
*> parked there by Campaign Closeout.cbl - only the id is read here
01 SessArchData.
	02 sa-id PIC 9(5).
	02 sa-rest PIC X(138).

WORKING-STORAGE SECTION.

*> layout-version gate for character.dat (see DATAVER.cpy and
01 WS-VER-RESULT PIC X.
01 WS-SESSFILE-STATUS PIC XX VALUE "00".
01 WS-CHARFILE-STATUS PIC XX VALUE "00".
01 WS-SESSARCH-STATUS PIC XX VALUE "00".
01 WS-MENU-CHOICE PIC X.

01 WS-EOF-SW PIC X VALUE "N".
01 WS-NEW-DATE PIC 9(8).
01 WS-ANSWER PIC X.

*> the in-world span stamped on a night (see CALCLOCK.cbl) - the end
*> defaults to where the party's calendar stands now, the start to
*> where the party's last journaled night ended.
01 WS-CAL-MODE PIC X.
01 WS-CAL-PARTY-ID PIC 9(4).
01 WS-CAL-HOURS PIC 9(5).
01 WS-CAL-REASON PIC x(10).
01 WS-CAL-NOTE PIC x(30).
01 WS-CAL-DAY PIC 9(6).
01 WS-CAL-HOUR PIC 9(2).
01 WS-CAL-RESULT PIC X.
01 WS-SESS-HOLD PIC X(143).
01 WS-HOLD-SJ-ID PIC 9(5).
01 WS-PREV-END-DAY PIC 9(6).
01 WS-PREV-END-HOUR PIC 9(2).
01 WS-GAME-DAY-IN PIC 9(6).

*> attendance tally for the sessions-per-character report - one slot
*> per distinct char-id seen across the journal.
01 WS-TALLY-ENTRY OCCURS 200 TIMES.
	DISPLAY "DM note for the night? " WITH NO ADVANCING
	ACCEPT sj-note
	PERFORM 1200-TAKE-ATTENDANCE
	PERFORM 1300-STAMP-GAME-DAYS
	WRITE SessionData
		INVALID KEY
			DISPLAY "Warning: could not save that session."
			END-READ
		END-PERFORM
	END-IF
	*> ids a campaign close-out parked in sessarch.dat stay spoken for,
	*> so reopening the campaign never finds its nights taken
	OPEN INPUT SessArchFile
	IF WS-SESSARCH-STATUS = "00"
		MOVE 0 TO sa-id
		START SessArchFile KEY IS >= sa-id
			INVALID KEY
				CONTINUE
		END-START
		IF WS-SESSARCH-STATUS = "00"
			MOVE "N" TO WS-EOF-SW
			PERFORM UNTIL END-OF-SESSIONS
				READ SessArchFile NEXT RECORD
					AT END
						MOVE "Y" TO WS-EOF-SW
					NOT AT END
						IF sa-id > WS-NEXT-SESSION-ID
							MOVE sa-id TO WS-NEXT-SESSION-ID
						END-IF
				END-READ
			END-PERFORM
		END-IF
		CLOSE SessArchFile
	END-IF
	ADD 1 TO WS-NEXT-SESSION-ID.

1200-TAKE-ATTENDANCE.
		CLOSE CharacterFile
	END-IF.

1300-STAMP-GAME-DAYS.
	IF sj-party-id = 0
		MOVE 0 TO sj-game-start-day
		MOVE 0 TO sj-game-start-hour
		MOVE 0 TO sj-game-end-day
		MOVE 0 TO sj-game-end-hour
	ELSE
		MOVE "Q" TO WS-CAL-MODE
		MOVE sj-party-id TO WS-CAL-PARTY-ID
		CALL "CALCLOCK" USING WS-CAL-MODE, WS-CAL-PARTY-ID, WS-CAL-HOURS,
			WS-CAL-REASON, WS-CAL-NOTE, WS-CAL-DAY, WS-CAL-HOUR,
			WS-CAL-RESULT
		MOVE SessionData TO WS-SESS-HOLD
		MOVE sj-id TO WS-HOLD-SJ-ID
		MOVE WS-CAL-DAY TO WS-PREV-END-DAY
		MOVE WS-CAL-HOUR TO WS-PREV-END-HOUR
		PERFORM 1350-FIND-LAST-NIGHT-END
		MOVE WS-SESS-HOLD TO SessionData
		MOVE WS-PREV-END-DAY TO sj-game-start-day
		MOVE WS-PREV-END-HOUR TO sj-game-start-hour
		MOVE WS-CAL-DAY TO sj-game-end-day
		MOVE WS-CAL-HOUR TO sj-game-end-hour
		DISPLAY "In-world start: day " sj-game-start-day " at "
			sj-game-start-hour ":00.  Day to use (0 to keep)? "
			WITH NO ADVANCING
		ACCEPT WS-GAME-DAY-IN
		IF WS-GAME-DAY-IN NOT = 0
			MOVE WS-GAME-DAY-IN TO sj-game-start-day
		END-IF
		DISPLAY "In-world end: day " sj-game-end-day " at "
			sj-game-end-hour ":00.  Day to use (0 to keep)? "
			WITH NO ADVANCING
		ACCEPT WS-GAME-DAY-IN
		IF WS-GAME-DAY-IN NOT = 0
			MOVE WS-GAME-DAY-IN TO sj-game-end-day
		END-IF
	END-IF.

1350-FIND-LAST-NIGHT-END.
	*> the latest earlier night for the same party that carries a span
	MOVE WS-SESS-HOLD TO SessionData
	MOVE sj-party-id TO WS-CAL-PARTY-ID
	MOVE 0 TO sj-id
	START SessionFile KEY IS >= sj-id
		INVALID KEY
			CONTINUE
	END-START
	IF WS-SESSFILE-STATUS = "00"
		MOVE "N" TO WS-EOF-SW
		PERFORM UNTIL END-OF-SESSIONS
			READ SessionFile NEXT RECORD
				AT END
					MOVE "Y" TO WS-EOF-SW
				NOT AT END
					IF sj-id >= WS-HOLD-SJ-ID
						MOVE "Y" TO WS-EOF-SW
					ELSE
						IF sj-party-id = WS-CAL-PARTY-ID
							AND sj-game-end-day > 0
							MOVE sj-game-end-day TO WS-PREV-END-DAY
							MOVE sj-game-end-hour TO WS-PREV-END-HOUR
						END-IF
					END-IF
			END-READ
		END-PERFORM
	END-IF.

2000-LIST-SESSIONS.
	MOVE 0 TO WS-SESSION-COUNT
	MOVE 0 TO sj-id
					DISPLAY "Session " sj-id "  Date " sj-date
						"  Party " sj-party-id
					DISPLAY "  Note: " FUNCTION TRIM(sj-note)
					IF sj-game-end-day > 0
						DISPLAY "  In the game: day " sj-game-start-day " "
							sj-game-start-hour ":00 to day " sj-game-end-day
							" " sj-game-end-hour ":00"
					END-IF
					DISPLAY "  At the table: " WITH NO ADVANCING
					PERFORM VARYING WS-ATT-IDX FROM 1 BY 1
						UNTIL WS-ATT-IDX > sj-att-count
				IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
					PERFORM 1200-TAKE-ATTENDANCE
				END-IF
				PERFORM 1300-STAMP-GAME-DAYS
				REWRITE SessionData
				DISPLAY "Session " sj-id " filled in with "
					sj-att-count " character(s) at the table."
