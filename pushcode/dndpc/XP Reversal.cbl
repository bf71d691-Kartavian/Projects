		ACCESS MODE IS DYNAMIC
		RECORD KEY IS char-id
		ALTERNATE RECORD KEY IS cname WITH DUPLICATES
		ALTERNATE RECORD KEY IS party-id WITH DUPLICATES
		FILE STATUS IS WS-CHARFILE-STATUS.
	SELECT XpJournalFile ASSIGN TO "xpjournal.dat"
		ORGANIZATION IS LINE SEQUENTIAL
01 WS-JRNL-STATUS PIC XX VALUE "00".
01 WS-LOG-STATUS PIC XX VALUE "00".

*> roll-forward journal (see CHARJRNL.cbl) - the record as it was
*> read, handed over with the record as written on every change.
01 WS-CJ-ACTION PIC X.
01 WS-CJ-PROGRAM PIC x(20) VALUE "xp_reversal".
01 WS-CJ-BEFORE PIC X(305).

01 WS-PICK-DATE PIC 9(8).
01 WS-PICK-TIME PIC 9(6).
01 WS-EOF-SW PIC X VALUE "N".
					" - skipped."
				ADD 1 TO WS-SKIPPED-COUNT
			ELSE
				MOVE CharacterData TO WS-CJ-BEFORE
				MOVE xj-old-xp TO xp
				REWRITE CharacterData
				MOVE "C" TO WS-CJ-ACTION
				PERFORM 0460-JOURNAL-THE-CHANGE
				ADD 1 TO WS-RESTORED-COUNT
				DISPLAY cname " (ID " char-id ") restored to xp "
					xj-old-xp "."
	CLOSE XpJournalFile
	DISPLAY "Run " WS-PICK-DATE "-" WS-PICK-TIME " marked reversed.".

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
