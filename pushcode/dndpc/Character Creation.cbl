		ACCESS MODE IS DYNAMIC
		RECORD KEY IS char-id
		ALTERNATE RECORD KEY IS cname WITH DUPLICATES
		ALTERNATE RECORD KEY IS party-id WITH DUPLICATES
		FILE STATUS IS WS-CHARFILE-STATUS.
	SELECT RaceFile ASSIGN TO "race.dat"
		ORGANIZATION IS LINE SEQUENTIAL

01 WS-CHARFILE-STATUS PIC XX VALUE "00".

*> roll-forward journal (see CHARJRNL.cbl) - the record as it was
*> read, handed over with the record as written on every change.
01 WS-CJ-ACTION PIC X.
01 WS-CJ-PROGRAM PIC x(20) VALUE "character_creation".
01 WS-CJ-BEFORE PIC X(305).

*> owner stamp - who the new character belongs to (see OWNMATCH.cbl)
01 WS-OM-MODE PIC X.
01 WS-OM-PNAME PIC x(17).
01 WS-OM-OP-ID PIC x(8).
01 WS-OM-OP-NAME PIC x(17).
01 WS-OM-RESULT PIC X.

01 WS-LOCKFILE-STATUS PIC XX VALUE "00".
01 WS-LOCK-TRIES PIC 9(2).
01 WS-LOCK-GOT-SW PIC X VALUE "N".

6000-WRITE-CHARACTER.
	PERFORM 5900-POPULATE-RECON-MIRROR
	PERFORM 0480-STAMP-THE-OWNER
	WRITE CharacterData
		INVALID KEY
			DISPLAY "Warning: could not save Character ID " char-id " (duplicate key)."
		NOT INVALID KEY
			MOVE "A" TO WS-CJ-ACTION
			PERFORM 0460-JOURNAL-THE-CHANGE
	END-WRITE
	PERFORM 6100-RECONCILE-WRITE
	PERFORM 0850-DELETE-CHECKPOINT
	CLOSE IdCounterFile
	PERFORM 0320-UNLOCK-ID-COUNTER.

0460-JOURNAL-THE-CHANGE.
	*> the after image becomes the before image of the next change
	IF WS-CHARFILE-STATUS = "00" OR WS-CHARFILE-STATUS = "02"
		CALL "CHARJRNL" USING WS-CJ-ACTION, WS-CJ-PROGRAM,
			WS-CJ-BEFORE, CharacterData
		MOVE CharacterData TO WS-CJ-BEFORE
	END-IF.

0400-LOG-ACTION.
	ACCEPT al-date FROM DATE YYYYMMDD
	ACCEPT WS-LOG-TIME-FULL FROM TIME
	ACCEPT WS-LOCK-TIME-FULL FROM TIME
	MOVE WS-LOCK-HHMMSS TO lock-time.

0480-STAMP-THE-OWNER.
	*> a signed-on player owns what they add; anyone else's add goes
	*> to the operator whose name matches the player name on the sheet
	MOVE "S" TO WS-OM-MODE
	MOVE pname TO WS-OM-PNAME
	CALL "OWNMATCH" USING WS-OM-MODE, WS-OM-PNAME, WS-OM-OP-ID,
		WS-OM-OP-NAME, WS-OM-RESULT
	MOVE WS-OM-OP-ID TO owner-op-id
	IF WS-OM-RESULT NOT = "Y"
		DISPLAY "No player account matches " FUNCTION TRIM(pname)
			" - owner left for Owner Match."
	END-IF.

0040-CHECK-LAYOUT-VERSION.
	*> refuse to run against a character.dat stamped for a different
	*> build - Data Upgrade converts the file and moves the stamp.
