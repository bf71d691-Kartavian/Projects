		ACCESS MODE IS DYNAMIC
		RECORD KEY IS char-id
		ALTERNATE RECORD KEY IS cname WITH DUPLICATES
		ALTERNATE RECORD KEY IS party-id WITH DUPLICATES
		FILE STATUS IS WS-FILE-STATUS.
	SELECT AuditLogFile ASSIGN TO "charlog.dat"
		ORGANIZATION IS LINE SEQUENTIAL
	02 ctx-op-role PIC X.

01 WS-FILE-STATUS PIC XX VALUE "00".

*> roll-forward journal (see CHARJRNL.cbl) - the record as it was
*> read, handed over with the record as written on every change.
01 WS-CJ-ACTION PIC X.
01 WS-CJ-PROGRAM PIC x(20) VALUE "character_retire".
01 WS-CJ-BEFORE PIC X(305).
01 WS-SEARCH-CNAMEF PIC x(10).
01 WS-SEARCH-CNAMEL PIC x(12).
01 WS-CHAR-FOUND-SW PIC X VALUE "N".
		DISPLAY "Retiring Character ID " char-id ": " cname
		PERFORM 0200-ARCHIVE-CHARACTER
		IF SAFELY-ARCHIVED
			MOVE CharacterData TO WS-CJ-BEFORE
			DELETE CharacterFile
				INVALID KEY
					DISPLAY "Warning: could not delete that record."
				NOT INVALID KEY
					MOVE "D" TO WS-CJ-ACTION
					PERFORM 0460-JOURNAL-THE-CHANGE
			END-DELETE
			*> the satellite records go with them - no more orphaned
			*> inventory, spells, conditions, purse, or ledger lines
	END-READ.


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
