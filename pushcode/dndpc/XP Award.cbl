		ACCESS MODE IS DYNAMIC
		RECORD KEY IS char-id
		ALTERNATE RECORD KEY IS cname WITH DUPLICATES
		ALTERNATE RECORD KEY IS party-id WITH DUPLICATES
		FILE STATUS IS WS-CHARFILE-STATUS.
	SELECT AwardInputFile ASSIGN TO "xpawards.dat"
		ORGANIZATION IS LINE SEQUENTIAL
01 WS-AWARD-STATUS PIC XX VALUE "00".
01 WS-LOG-STATUS PIC XX VALUE "00".

*> roll-forward journal (see CHARJRNL.cbl) - the record as it was
*> read, handed over with the record as written on every change.
01 WS-CJ-ACTION PIC X.
01 WS-CJ-PROGRAM PIC x(20) VALUE "xp_award".
01 WS-CJ-BEFORE PIC X(305).

01 WS-EOF-SW PIC X VALUE "N".
	88 END-OF-AWARDS VALUE "Y".
01 WS-LINE-COUNT PIC 9(5) VALUE 0.
	END-IF.

2000-APPLY-AWARD.
	MOVE CharacterData TO WS-CJ-BEFORE
	MOVE xp TO WS-OLD-XP
	ADD WS-IN-AMOUNT TO xp
	MOVE xp TO WS-NEW-XP
	REWRITE CharacterData
	MOVE "C" TO WS-CJ-ACTION
	PERFORM 0460-JOURNAL-THE-CHANGE
	PERFORM 2500-JOURNAL-THE-AWARD
	DISPLAY char-id "   " cname "  " WS-OLD-XP "  " WS-IN-AMOUNT
		"  " WS-NEW-XP
		WRITE XpJournalRecord
	END-IF.

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
