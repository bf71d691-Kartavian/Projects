		ACCESS MODE IS DYNAMIC
		RECORD KEY IS char-id
		ALTERNATE RECORD KEY IS cname WITH DUPLICATES
		ALTERNATE RECORD KEY IS party-id WITH DUPLICATES
		FILE STATUS IS WS-CHARFILE-STATUS.
	SELECT IdCounterFile ASSIGN TO "nextid.dat"
		ORGANIZATION IS LINE SEQUENTIAL
01 WS-SLEEP-SEC PIC 9 VALUE 1.
01 WS-CHARFILE-STATUS PIC XX VALUE "00".
01 WS-ID-STATUS PIC XX VALUE "00".

*> roll-forward journal (see CHARJRNL.cbl) - the record as it was
*> read, handed over with the record as written on every change.
01 WS-CJ-ACTION PIC X.
01 WS-CJ-PROGRAM PIC x(20) VALUE "character_template".
01 WS-CJ-BEFORE PIC X(305).

*> owner stamp - who the new character belongs to (see OWNMATCH.cbl)
01 WS-OM-MODE PIC X.
01 WS-OM-PNAME PIC x(17).
01 WS-OM-OP-ID PIC x(8).
01 WS-OM-OP-NAME PIC x(17).
01 WS-OM-RESULT PIC X.
01 WS-NEXT-ID PIC 9(6).
01 WS-MENU-CHOICE PIC X.
01 WS-PICK-CHAR-ID PIC 9(6).
1100-WRITE-TEMPLATE.
	DISPLAY "Template name? " WITH NO ADVANCING
	ACCEPT WS-TMPL-PICK
	*> the template carries the build, not the person - blank the id,
	*> player, and owner before the image goes into the library.
	MOVE 0 TO char-id
	MOVE SPACES TO pname
	MOVE SPACES TO owner-op-id
	MOVE WS-TMPL-PICK TO tmpl-name
	MOVE CharacterData TO tmpl-body
	WRITE TemplateData
		DISPLAY "Could not open the roster - nothing created."
	ELSE
		PERFORM 3200-ASSIGN-CHARACTER-ID
		PERFORM 0480-STAMP-THE-OWNER
		WRITE CharacterData
			INVALID KEY
				DISPLAY "Warning: could not save Character ID " char-id
					" (duplicate key)."
			NOT INVALID KEY
				MOVE "A" TO WS-CJ-ACTION
				PERFORM 0460-JOURNAL-THE-CHANGE
				DISPLAY cname " created from the template with ID "
					char-id "."
				MOVE "CREATED" TO al-action
			DISPLAY FUNCTION TRIM(WS-TMPL-PICK) " deleted."
	END-READ.

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
