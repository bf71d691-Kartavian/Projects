		ACCESS MODE IS DYNAMIC
		RECORD KEY IS char-id
		ALTERNATE RECORD KEY IS cname WITH DUPLICATES
		ALTERNATE RECORD KEY IS party-id WITH DUPLICATES
		FILE STATUS IS WS-CHARFILE-STATUS.
	SELECT AuditLogFile ASSIGN TO "charlog.dat"
		ORGANIZATION IS LINE SEQUENTIAL
	02 ctx-op-role PIC X.
01 WS-ARCH-STATUS PIC XX VALUE "00".
01 WS-CHARFILE-STATUS PIC XX VALUE "00".

*> roll-forward journal (see CHARJRNL.cbl) - the record as it was
*> read, handed over with the record as written on every change.
01 WS-CJ-ACTION PIC X.
01 WS-CJ-PROGRAM PIC x(20) VALUE "character_archive".
01 WS-CJ-BEFORE PIC X(305).
01 WS-MENU-CHOICE PIC X.
01 WS-PICK-CHAR-ID PIC 9(6).
01 WS-ANSWER PIC X.
				DISPLAY "A character with ID " char-id " is already on "
					"the roster - nothing reinstated."
			NOT INVALID KEY
				MOVE "A" TO WS-CJ-ACTION
				PERFORM 0460-JOURNAL-THE-CHANGE
				DISPLAY cname " is back on the roster under ID "
					char-id "."
				DELETE ArchiveFile
			END-IF
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
