		ACCESS MODE IS DYNAMIC
		RECORD KEY IS char-id
		ALTERNATE RECORD KEY IS cname WITH DUPLICATES
		ALTERNATE RECORD KEY IS party-id WITH DUPLICATES
		FILE STATUS IS WS-FILE-STATUS.
	SELECT AuditLogFile ASSIGN TO "charlog.dat"
		ORGANIZATION IS LINE SEQUENTIAL

01 WS-FILE-STATUS PIC XX VALUE "00".

*> roll-forward journal (see CHARJRNL.cbl) - the record as it was
*> read, handed over with the record as written on every change.
01 WS-CJ-ACTION PIC X.
01 WS-CJ-PROGRAM PIC x(20) VALUE "character_levelup".
01 WS-CJ-BEFORE PIC X(305).

01 WS-LOCKFILE-STATUS PIC XX VALUE "00".
01 WS-LOCK-TRIES PIC 9(2).
01 WS-LOCK-GOT-SW PIC X VALUE "N".
	IF CHAR-FOUND
		MOVE char-id TO ctx-char-id
		MOVE "Y" TO ctx-active-sw
		MOVE CharacterData TO WS-CJ-BEFORE
		DISPLAY "Found Character ID " char-id ": " cname ", a " race " " cls
			" at level " char-level "."
	END-IF.
	END-PERFORM
	IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
		REWRITE CharacterData
		MOVE "C" TO WS-CJ-ACTION
		PERFORM 0460-JOURNAL-THE-CHANGE
		DISPLAY "Level-up saved."
		MOVE "LEVELED" TO al-action
		PERFORM 0400-LOG-ACTION
		DISPLAY "Level-up discarded - nothing changed on file."
	END-IF.

0460-JOURNAL-THE-CHANGE.
	*> the after image becomes the before image of the next change
	IF WS-FILE-STATUS = "00" OR WS-FILE-STATUS = "02"
		CALL "CHARJRNL" USING WS-CJ-ACTION, WS-CJ-PROGRAM,
			WS-CJ-BEFORE, CharacterData
		MOVE CharacterData TO WS-CJ-BEFORE
	END-IF.

0400-LOG-ACTION.
	ACCEPT al-date FROM DATE YYYYMMDD
	ACCEPT WS-LOG-TIME-FULL FROM TIME
