		ACCESS MODE IS DYNAMIC
		RECORD KEY IS char-id
		ALTERNATE RECORD KEY IS cname WITH DUPLICATES
		ALTERNATE RECORD KEY IS party-id WITH DUPLICATES
		FILE STATUS IS WS-CHARFILE-STATUS.
	SELECT InventoryFile ASSIGN TO "inventory.dat"
		ORGANIZATION IS INDEXED
01 WS-CHARFILE-STATUS PIC XX VALUE "00".
01 WS-INVFILE-STATUS PIC XX VALUE "00".
01 WS-ID-STATUS PIC XX VALUE "00".

*> roll-forward journal (see CHARJRNL.cbl) - the record as it was
*> read, handed over with the record as written on every change.
01 WS-CJ-ACTION PIC X.
01 WS-CJ-PROGRAM PIC x(20) VALUE "data_audit".
01 WS-CJ-BEFORE PIC X(305).
01 WS-REPAIR-SW PIC X VALUE "N".
	88 REPAIR-MODE VALUE "Y".
01 WS-EOF-SW PIC X VALUE "N".

1100-CHECK-ONE-CHARACTER.
	MOVE "N" TO WS-RECORD-DIRTY-SW
	MOVE CharacterData TO WS-CJ-BEFORE
	PERFORM 1200-CHECK-MODIFIERS
	IF hp-current > hp-max
		ADD 1 TO WS-EXCEPTION-COUNT
	PERFORM 1300-CHECK-CLASS
	IF RECORD-NEEDS-REWRITE
		REWRITE CharacterData
		MOVE "C" TO WS-CJ-ACTION
		PERFORM 0460-JOURNAL-THE-CHANGE
		ADD 1 TO WS-REPAIR-COUNT
	END-IF.

0460-JOURNAL-THE-CHANGE.
	*> the after image becomes the before image of the next change
	IF WS-CHARFILE-STATUS = "00" OR WS-CHARFILE-STATUS = "02"
		CALL "CHARJRNL" USING WS-CJ-ACTION, WS-CJ-PROGRAM,
			WS-CJ-BEFORE, CharacterData
		MOVE CharacterData TO WS-CJ-BEFORE
	END-IF.

1200-CHECK-MODIFIERS.
	COMPUTE WS-CALC-MOD = FUNCTION INTEGER((strenth - 10) / 2)
	IF strmod NOT = WS-CALC-MOD
