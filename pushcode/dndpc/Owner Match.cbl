		>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. owner_match IS INITIAL.
AUTHOR. Loren Stevenson
DATE-WRITTEN. July 27, 2023
*> Ties characters to the player accounts in operators.dat.  The
*> player on a character sheet was always free text (pname), which is
*> how one player ended up as three different spellings and why a
*> signed-on player could edit anybody's character.  Every character
*> now carries owner-op-id (see CHARREC.cpy); the programs that add
*> characters stamp it through OWNMATCH.cbl, and this is where the
*> admin settles the rest.  The match run gathers every distinct
*> player name on the characters that have no owner yet (or on all of
*> them, when asked), proposes the operator whose name matches, and
*> lets the admin take the proposal, type the right op-id, or leave
*> the name alone.  Each confirmed name is stamped on all of that
*> player's characters under the record lock, journaled, and logged.
*> One character can also be moved to another account by hand - a
*> character changing hands between players, or a match gone wrong.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT CharacterFile ASSIGN TO "character.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS char-id
		ALTERNATE RECORD KEY IS cname WITH DUPLICATES
		ALTERNATE RECORD KEY IS party-id WITH DUPLICATES
		FILE STATUS IS WS-FILE-STATUS.
	SELECT AuditLogFile ASSIGN TO "charlog.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		ACCESS IS SEQUENTIAL
		FILE STATUS IS WS-LOG-STATUS.
	SELECT LockFile ASSIGN TO "locks.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS lock-id
		FILE STATUS IS WS-LOCKFILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD CharacterFile.
	COPY CHARREC.

FD AuditLogFile.
	COPY AUDITLOG.

FD LockFile.
	COPY LOCKREC.

WORKING-STORAGE SECTION.

*> layout-version gate for character.dat (see DATAVER.cpy and
*> VERCHECK.cbl) - checked before the file is opened.
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

01 WS-FILE-STATUS PIC XX VALUE "00".

01 WS-LOCKFILE-STATUS PIC XX VALUE "00".
01 WS-LOCK-GOT-SW PIC X VALUE "N".
	88 GOT-THE-LOCK VALUE "Y".
01 WS-LOCK-TIME-FULL PIC 9(8).
01 WS-LOCK-TIME-R REDEFINES WS-LOCK-TIME-FULL.
	02 WS-LOCK-HHMMSS PIC 9(6).
	02 WS-LOCK-HSEC PIC 9(2).
01 WS-LOCK-ANSWER PIC X.

01 WS-LOG-STATUS PIC XX VALUE "00".
01 WS-LOG-TIME-FULL PIC 9(8).
01 WS-LOG-TIME-R REDEFINES WS-LOG-TIME-FULL.
	02 WS-LOG-HHMMSS PIC 9(6).
	02 WS-LOG-HSEC PIC 9(2).

*> roll-forward journal (see CHARJRNL.cbl) - the record as it was
*> read, handed over with the record as written on every change.
01 WS-CJ-ACTION PIC X.
01 WS-CJ-PROGRAM PIC x(20) VALUE "owner_match".
01 WS-CJ-BEFORE PIC X(305).

*> owner lookups (see OWNMATCH.cbl)
01 WS-OM-MODE PIC X.
01 WS-OM-PNAME PIC x(17).
01 WS-OM-OP-ID PIC x(8).
01 WS-OM-OP-NAME PIC x(17).
01 WS-OM-RESULT PIC X.

01 WS-MENU-CHOICE PIC X.
01 WS-EOF-SW PIC X VALUE "N".
	88 END-OF-CHARACTERS VALUE "Y".
01 WS-INCLUDE-OWNED-SW PIC X VALUE "N".
	88 INCLUDE-OWNED VALUE "Y" "y".
01 WS-STOP-SW PIC X VALUE "N".
	88 STOP-THE-RUN VALUE "Y".
01 WS-SETTLED-SW PIC X VALUE "N".
	88 NAME-SETTLED VALUE "Y".
01 WS-OWNER-ANSWER PIC x(8).
01 WS-CHOSEN-OP-ID PIC x(8).
01 WS-PROPOSED-OP-ID PIC x(8).
01 WS-PICK-CHAR-ID PIC 9(6).

*> the distinct player names still to settle, with how many
*> characters each one is on
01 WS-NAME-ENTRY OCCURS 300 TIMES.
	02 WS-NM-PNAME PIC x(17).
	02 WS-NM-CHARS PIC 9(3).
01 WS-NAME-COUNT PIC 9(3) VALUE 0.
01 WS-NAME-IDX PIC 9(3).
01 WS-SEEK-IDX PIC 9(3).
01 WS-NAME-FOUND-SW PIC X VALUE "N".
	88 NAME-ON-TABLE VALUE "Y".

01 WS-CHANGED-COUNT PIC 9(5) VALUE 0.
01 WS-TOTAL-CHANGED PIC 9(5) VALUE 0.
01 WS-CHAR-COUNT PIC 9(5) VALUE 0.
01 WS-UNOWNED-COUNT PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
0000-MAIN.
	DISPLAY "================================================================"
	DISPLAY "               OWNER MATCH - CHARACTERS TO PLAYERS"
	DISPLAY "================================================================"
	IF ctx-op-role = "P" OR ctx-op-role = "D"
		DISPLAY "Admin only - ask whoever holds the admin account."
		GOBACK
	END-IF
	PERFORM 0040-CHECK-LAYOUT-VERSION
	OPEN I-O CharacterFile
	IF WS-FILE-STATUS NOT = "00"
		DISPLAY "No characters on file yet."
		GOBACK
	END-IF
	MOVE SPACE TO WS-MENU-CHOICE
	PERFORM UNTIL WS-MENU-CHOICE = "Q" OR WS-MENU-CHOICE = "q"
		DISPLAY " "
		DISPLAY "1) Match run - propose an owner for each player name"
		DISPLAY "2) List characters and their owners"
		DISPLAY "3) Change one character's owner"
		DISPLAY "Q) Done"
		DISPLAY "Choice? " WITH NO ADVANCING
		ACCEPT WS-MENU-CHOICE
		EVALUATE WS-MENU-CHOICE
			WHEN "1"
				PERFORM 2000-MATCH-RUN
			WHEN "2"
				PERFORM 3000-LIST-OWNERS
			WHEN "3"
				PERFORM 4000-CHANGE-ONE-OWNER
			WHEN "Q"
			WHEN "q"
				CONTINUE
			WHEN OTHER
				DISPLAY "Not a valid choice."
		END-EVALUATE
	END-PERFORM
	CLOSE CharacterFile
	GOBACK.

2000-MATCH-RUN.
	DISPLAY "Include characters already tied to an account? (Y/N) "
		WITH NO ADVANCING
	ACCEPT WS-INCLUDE-OWNED-SW
	PERFORM 2100-GATHER-THE-NAMES
	IF WS-NAME-COUNT = 0
		DISPLAY "Every character already has an owner - nothing to match."
	ELSE
		DISPLAY WS-NAME-COUNT " player name(s) to settle."
		DISPLAY "For each: Enter takes the proposal, an op-id uses that "
			"account instead,"
		DISPLAY "- leaves the name alone for now, Q stops the run."
		MOVE "N" TO WS-STOP-SW
		MOVE 0 TO WS-TOTAL-CHANGED
		PERFORM VARYING WS-NAME-IDX FROM 1 BY 1
			UNTIL WS-NAME-IDX > WS-NAME-COUNT OR STOP-THE-RUN
			PERFORM 2200-SETTLE-ONE-NAME
		END-PERFORM
		DISPLAY "----------------------------------------------------------------"
		DISPLAY WS-TOTAL-CHANGED " character(s) tied to an account this run."
	END-IF.

2100-GATHER-THE-NAMES.
	MOVE 0 TO WS-NAME-COUNT
	MOVE 0 TO char-id
	START CharacterFile KEY IS >= char-id
		INVALID KEY
			CONTINUE
	END-START
	MOVE "N" TO WS-EOF-SW
	IF WS-FILE-STATUS = "00"
		PERFORM UNTIL END-OF-CHARACTERS
			READ CharacterFile NEXT RECORD
				AT END
					MOVE "Y" TO WS-EOF-SW
				NOT AT END
					IF owner-op-id = SPACES OR INCLUDE-OWNED
						PERFORM 2150-TALLY-THE-NAME
					END-IF
			END-READ
		END-PERFORM
	END-IF.

2150-TALLY-THE-NAME.
	MOVE "N" TO WS-NAME-FOUND-SW
	PERFORM VARYING WS-SEEK-IDX FROM 1 BY 1
		UNTIL WS-SEEK-IDX > WS-NAME-COUNT OR NAME-ON-TABLE
		IF WS-NM-PNAME(WS-SEEK-IDX) = pname
			MOVE "Y" TO WS-NAME-FOUND-SW
			ADD 1 TO WS-NM-CHARS(WS-SEEK-IDX)
		END-IF
	END-PERFORM
	IF NOT NAME-ON-TABLE
		IF WS-NAME-COUNT < 300
			ADD 1 TO WS-NAME-COUNT
			MOVE pname TO WS-NM-PNAME(WS-NAME-COUNT)
			MOVE 1 TO WS-NM-CHARS(WS-NAME-COUNT)
		ELSE
			DISPLAY "More than 300 player names - " FUNCTION TRIM(pname)
				" waits for the next run."
		END-IF
	END-IF.

2200-SETTLE-ONE-NAME.
	MOVE "N" TO WS-OM-MODE
	MOVE WS-NM-PNAME(WS-NAME-IDX) TO WS-OM-PNAME
	CALL "OWNMATCH" USING WS-OM-MODE, WS-OM-PNAME, WS-OM-OP-ID,
		WS-OM-OP-NAME, WS-OM-RESULT
	MOVE WS-OM-OP-ID TO WS-PROPOSED-OP-ID
	DISPLAY " "
	DISPLAY "Player " FUNCTION TRIM(WS-NM-PNAME(WS-NAME-IDX)) " - "
		WS-NM-CHARS(WS-NAME-IDX) " character(s)"
	EVALUATE WS-OM-RESULT
		WHEN "Y"
			DISPLAY "  Proposed owner: " WS-OM-OP-ID " ("
				FUNCTION TRIM(WS-OM-OP-NAME) ")"
		WHEN "M"
			DISPLAY "  More than one account carries that name - "
				"type the right op-id."
		WHEN OTHER
			DISPLAY "  No account carries that name - type an op-id "
				"or leave it."
	END-EVALUATE
	MOVE "N" TO WS-SETTLED-SW
	PERFORM UNTIL NAME-SETTLED
		DISPLAY "  Owner? " WITH NO ADVANCING
		MOVE SPACES TO WS-OWNER-ANSWER
		ACCEPT WS-OWNER-ANSWER
		EVALUATE TRUE
			WHEN WS-OWNER-ANSWER = "Q" OR WS-OWNER-ANSWER = "q"
				MOVE "Y" TO WS-STOP-SW
				MOVE "Y" TO WS-SETTLED-SW
			WHEN WS-OWNER-ANSWER = "-"
				DISPLAY "  Left alone."
				MOVE "Y" TO WS-SETTLED-SW
			WHEN WS-OWNER-ANSWER = SPACES
				IF WS-PROPOSED-OP-ID NOT = SPACES
					MOVE WS-PROPOSED-OP-ID TO WS-CHOSEN-OP-ID
					PERFORM 2300-STAMP-THE-NAME
					MOVE "Y" TO WS-SETTLED-SW
				ELSE
					DISPLAY "  Nothing proposed - type an op-id, - or Q."
				END-IF
			WHEN OTHER
				MOVE "I" TO WS-OM-MODE
				MOVE WS-OWNER-ANSWER TO WS-OM-OP-ID
				CALL "OWNMATCH" USING WS-OM-MODE, WS-OM-PNAME,
					WS-OM-OP-ID, WS-OM-OP-NAME, WS-OM-RESULT
				IF WS-OM-RESULT = "Y"
					MOVE WS-OWNER-ANSWER TO WS-CHOSEN-OP-ID
					PERFORM 2300-STAMP-THE-NAME
					MOVE "Y" TO WS-SETTLED-SW
				ELSE
					DISPLAY "  No operator " FUNCTION TRIM(WS-OWNER-ANSWER)
						" on file."
				END-IF
		END-EVALUATE
	END-PERFORM.

2300-STAMP-THE-NAME.
	*> every character under this player name in the same selection
	*> the names were gathered from
	MOVE 0 TO WS-CHANGED-COUNT
	MOVE 0 TO char-id
	START CharacterFile KEY IS >= char-id
		INVALID KEY
			CONTINUE
	END-START
	MOVE "N" TO WS-EOF-SW
	IF WS-FILE-STATUS = "00"
		PERFORM UNTIL END-OF-CHARACTERS
			READ CharacterFile NEXT RECORD
				AT END
					MOVE "Y" TO WS-EOF-SW
				NOT AT END
					IF pname = WS-NM-PNAME(WS-NAME-IDX)
						AND (owner-op-id = SPACES OR INCLUDE-OWNED)
						AND owner-op-id NOT = WS-CHOSEN-OP-ID
						PERFORM 5000-REWRITE-THE-OWNER
					END-IF
			END-READ
		END-PERFORM
	END-IF
	ADD WS-CHANGED-COUNT TO WS-TOTAL-CHANGED
	DISPLAY "  " WS-CHANGED-COUNT " character(s) now owned by "
		FUNCTION TRIM(WS-CHOSEN-OP-ID) ".".

3000-LIST-OWNERS.
	MOVE 0 TO WS-CHAR-COUNT
	MOVE 0 TO WS-UNOWNED-COUNT
	DISPLAY "ID      Character               Player             Owner"
	MOVE 0 TO char-id
	START CharacterFile KEY IS >= char-id
		INVALID KEY
			CONTINUE
	END-START
	MOVE "N" TO WS-EOF-SW
	IF WS-FILE-STATUS = "00"
		PERFORM UNTIL END-OF-CHARACTERS
			READ CharacterFile NEXT RECORD
				AT END
					MOVE "Y" TO WS-EOF-SW
				NOT AT END
					ADD 1 TO WS-CHAR-COUNT
					IF owner-op-id = SPACES
						ADD 1 TO WS-UNOWNED-COUNT
						DISPLAY char-id "  " cname "  " pname "  (none)"
					ELSE
						DISPLAY char-id "  " cname "  " pname "  "
							owner-op-id
					END-IF
			END-READ
		END-PERFORM
	END-IF
	DISPLAY WS-CHAR-COUNT " character(s), " WS-UNOWNED-COUNT
		" with no owner yet.".

4000-CHANGE-ONE-OWNER.
	DISPLAY "Character ID? " WITH NO ADVANCING
	ACCEPT WS-PICK-CHAR-ID
	MOVE WS-PICK-CHAR-ID TO char-id
	READ CharacterFile
		INVALID KEY
			DISPLAY "No character on file with ID " WS-PICK-CHAR-ID "."
		NOT INVALID KEY
			PERFORM 4100-PICK-THE-NEW-OWNER
	END-READ.

4100-PICK-THE-NEW-OWNER.
	IF owner-op-id = SPACES
		DISPLAY cname " (player " FUNCTION TRIM(pname)
			") has no owner yet."
	ELSE
		DISPLAY cname " (player " FUNCTION TRIM(pname)
			") is owned by " owner-op-id "."
	END-IF
	DISPLAY "New owner's op-id (- for none, Enter to leave it)? "
		WITH NO ADVANCING
	MOVE SPACES TO WS-OWNER-ANSWER
	ACCEPT WS-OWNER-ANSWER
	EVALUATE TRUE
		WHEN WS-OWNER-ANSWER = SPACES
			DISPLAY "Left as it was."
		WHEN WS-OWNER-ANSWER = "-"
			MOVE SPACES TO WS-CHOSEN-OP-ID
			MOVE 0 TO WS-CHANGED-COUNT
			PERFORM 5000-REWRITE-THE-OWNER
			IF WS-CHANGED-COUNT > 0
				DISPLAY "Owner cleared."
			END-IF
		WHEN OTHER
			MOVE "I" TO WS-OM-MODE
			MOVE WS-OWNER-ANSWER TO WS-OM-OP-ID
			CALL "OWNMATCH" USING WS-OM-MODE, WS-OM-PNAME,
				WS-OM-OP-ID, WS-OM-OP-NAME, WS-OM-RESULT
			IF WS-OM-RESULT = "Y"
				MOVE WS-OWNER-ANSWER TO WS-CHOSEN-OP-ID
				MOVE 0 TO WS-CHANGED-COUNT
				PERFORM 5000-REWRITE-THE-OWNER
				IF WS-CHANGED-COUNT > 0
					DISPLAY cname " now owned by "
						FUNCTION TRIM(WS-CHOSEN-OP-ID) " ("
						FUNCTION TRIM(WS-OM-OP-NAME) ")."
				END-IF
			ELSE
				DISPLAY "No operator " FUNCTION TRIM(WS-OWNER-ANSWER)
					" on file - left as it was."
			END-IF
	END-EVALUATE.

5000-REWRITE-THE-OWNER.
	*> the record just read is the one stamped - under the lock, with
	*> its before image journaled and the change logged
	PERFORM 0150-LOCK-CHARACTER
	IF GOT-THE-LOCK
		MOVE CharacterData TO WS-CJ-BEFORE
		MOVE WS-CHOSEN-OP-ID TO owner-op-id
		REWRITE CharacterData
			INVALID KEY
				DISPLAY "Warning: could not rewrite Character ID "
					char-id "."
			NOT INVALID KEY
				MOVE "C" TO WS-CJ-ACTION
				PERFORM 0460-JOURNAL-THE-CHANGE
				MOVE "OWNER" TO al-action
				PERFORM 0400-LOG-ACTION
				ADD 1 TO WS-CHANGED-COUNT
		END-REWRITE
		PERFORM 0160-UNLOCK-CHARACTER
	ELSE
		DISPLAY "Character ID " char-id " skipped - it is being edited."
	END-IF.

0400-LOG-ACTION.
	ACCEPT al-date FROM DATE YYYYMMDD
	ACCEPT WS-LOG-TIME-FULL FROM TIME
	MOVE WS-LOG-HHMMSS TO al-time
	IF ctx-op-name NOT = SPACES AND ctx-op-name NOT = LOW-VALUES
		MOVE ctx-op-name TO al-player
	ELSE
		ACCEPT al-player FROM ENVIRONMENT "USER"
	END-IF
	MOVE cnamef TO al-charf
	MOVE cnamel TO al-charl
	OPEN EXTEND AuditLogFile
	IF WS-LOG-STATUS = "05" OR WS-LOG-STATUS = "35"
		CLOSE AuditLogFile
		OPEN OUTPUT AuditLogFile
	END-IF
	WRITE AuditLogRecord
	CLOSE AuditLogFile.

0460-JOURNAL-THE-CHANGE.
	CALL "CHARJRNL" USING WS-CJ-ACTION, WS-CJ-PROGRAM,
		WS-CJ-BEFORE, CharacterData.

0150-LOCK-CHARACTER.
	*> holds lock-id = char-id in locks.dat across the rewrite, so an
	*> edit already open on the character is not trampled.
	MOVE "N" TO WS-LOCK-GOT-SW
	OPEN I-O LockFile
	IF WS-LOCKFILE-STATUS = "35"
		OPEN OUTPUT LockFile
		CLOSE LockFile
		OPEN I-O LockFile
	END-IF
	IF WS-LOCKFILE-STATUS NOT = "00"
		DISPLAY "Warning: locks.dat will not open - stamping without "
			"the record lock."
		MOVE "Y" TO WS-LOCK-GOT-SW
	ELSE
		PERFORM 0330-BUILD-LOCK-RECORD
		MOVE char-id TO lock-id
		WRITE LockData
			INVALID KEY
				PERFORM 0170-REPORT-LOCK-HOLDER
			NOT INVALID KEY
				MOVE "Y" TO WS-LOCK-GOT-SW
		END-WRITE
		IF NOT GOT-THE-LOCK
			CLOSE LockFile
		END-IF
	END-IF.

0160-UNLOCK-CHARACTER.
	MOVE char-id TO lock-id
	DELETE LockFile
		INVALID KEY
			CONTINUE
	END-DELETE
	CLOSE LockFile.

0170-REPORT-LOCK-HOLDER.
	MOVE char-id TO lock-id
	READ LockFile
		INVALID KEY
			CONTINUE
		NOT INVALID KEY
			DISPLAY "Character ID " char-id " is being edited by "
				FUNCTION TRIM(lock-who) " since " lock-date " "
				lock-time "."
	END-READ
	DISPLAY "Take the lock over anyway (only if that session is "
		"dead)? (Y/N) " WITH NO ADVANCING
	ACCEPT WS-LOCK-ANSWER
	IF WS-LOCK-ANSWER = "Y" OR WS-LOCK-ANSWER = "y"
		PERFORM 0330-BUILD-LOCK-RECORD
		MOVE char-id TO lock-id
		REWRITE LockData
		MOVE "Y" TO WS-LOCK-GOT-SW
	END-IF.

0330-BUILD-LOCK-RECORD.
	ACCEPT lock-who FROM ENVIRONMENT "USER"
	ACCEPT lock-date FROM DATE YYYYMMDD
	ACCEPT WS-LOCK-TIME-FULL FROM TIME
	MOVE WS-LOCK-HHMMSS TO lock-time.

0040-CHECK-LAYOUT-VERSION.
	*> refuse to run against a character.dat stamped for a different
	*> build - Data Upgrade converts the file and moves the stamp.
	MOVE "C" TO WS-VER-MODE
	MOVE "character.dat" TO WS-VER-FILE
	MOVE dv-charrec-version TO WS-VER-VERSION
	CALL "VERCHECK" USING WS-VER-MODE, WS-VER-FILE, WS-VER-VERSION,
		WS-VER-RESULT
	IF WS-VER-RESULT = "N"
		DISPLAY "Not touching character.dat - run Data Upgrade first."
		GOBACK
	END-IF.
