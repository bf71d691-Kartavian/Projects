		ACCESS MODE IS DYNAMIC
		RECORD KEY IS char-id
		ALTERNATE RECORD KEY IS cname WITH DUPLICATES
		ALTERNATE RECORD KEY IS party-id WITH DUPLICATES
		FILE STATUS IS WS-FILE-STATUS.
	SELECT AuditLogFile ASSIGN TO "charlog.dat"
		ORGANIZATION IS LINE SEQUENTIAL
	02 WB-FEAT PIC x(15) OCCURS 5 TIMES.
	02 WB-SKILL PIC X OCCURS 18 TIMES.

*> roll-forward journal (see CHARJRNL.cbl) - the record as it was
*> read, handed over with the record as written on every change.
01 WS-CJ-ACTION PIC X.
01 WS-CJ-PROGRAM PIC x(20) VALUE "char_maintenance".
01 WS-CJ-BEFORE PIC X(305).

01 WS-LOG-STATUS PIC XX VALUE "00".
01 WS-LOG-TIME-FULL PIC 9(8).
01 WS-LOG-TIME-R REDEFINES WS-LOG-TIME-FULL.
		GOBACK
	END-IF
	PERFORM 0100-FIND-CHARACTER
	IF CHAR-FOUND
		PERFORM 0140-CHECK-THE-OWNER
	END-IF
	IF CHAR-FOUND
		PERFORM 0150-LOCK-CHARACTER
	END-IF
		PERFORM 0700-TAKE-BEFORE-IMAGE
		PERFORM 1000-REVISE-CHARACTER
		REWRITE CharacterData
		MOVE "C" TO WS-CJ-ACTION
		PERFORM 0460-JOURNAL-THE-CHANGE
		DISPLAY "Character updated."
		MOVE "EDITED" TO al-action
		PERFORM 0400-LOG-ACTION
		DISPLAY "  " CT-NAME(CLS-IDX)
	END-PERFORM.

0460-JOURNAL-THE-CHANGE.
	*> the after image becomes the before image of the next change
	IF WS-FILE-STATUS = "00" OR WS-FILE-STATUS = "02"
		CALL "CHARJRNL" USING WS-CJ-ACTION, WS-CJ-PROGRAM,
			WS-CJ-BEFORE, CharacterData
		MOVE CharacterData TO WS-CJ-BEFORE
	END-IF.

0700-TAKE-BEFORE-IMAGE.
	MOVE CharacterData TO WS-CJ-BEFORE
	MOVE strenth TO WB-STR
	MOVE dex TO WB-DEX
	MOVE con TO WB-CON
	ACCEPT WS-LOCK-TIME-FULL FROM TIME
	MOVE WS-LOCK-HHMMSS TO lock-time.

0140-CHECK-THE-OWNER.
	*> a signed-on player changes only the characters on their own
	*> account (see owner-op-id in CHARREC.cpy)
	IF ctx-op-role = "P" AND owner-op-id NOT = ctx-op-id
		IF owner-op-id = SPACES
			DISPLAY "Character ID " char-id " is not tied to a player "
				"account yet - ask the admin to run Owner Match."
		ELSE
			DISPLAY "Character ID " char-id " belongs to another "
				"player - only they or the DM can change it."
		END-IF
		MOVE "N" TO WS-CHAR-FOUND-SW
	END-IF.

0040-CHECK-LAYOUT-VERSION.
	*> refuse to run against a character.dat stamped for a different
	*> build - Data Upgrade converts the file and moves the stamp.
