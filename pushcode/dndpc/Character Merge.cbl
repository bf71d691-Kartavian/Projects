		ACCESS MODE IS DYNAMIC
		RECORD KEY IS char-id
		ALTERNATE RECORD KEY IS cname WITH DUPLICATES
		ALTERNATE RECORD KEY IS party-id WITH DUPLICATES
		FILE STATUS IS WS-CHARFILE-STATUS.
	SELECT InventoryFile ASSIGN TO "inventory.dat"
		ORGANIZATION IS INDEXED
01 WS-ARCH-STATUS PIC XX VALUE "00".
01 WS-LOG-STATUS PIC XX VALUE "00".

*> roll-forward journal (see CHARJRNL.cbl) - the record as it was
*> read, handed over with the record as written on every change.
01 WS-CJ-ACTION PIC X.
01 WS-CJ-PROGRAM PIC x(20) VALUE "character_merge".
01 WS-CJ-BEFORE PIC X(305).

01 WS-SURV-ID PIC 9(6).
01 WS-DUP-ID PIC 9(6).
01 WS-SURV-REC PIC X(305).
01 WS-DUP-REC PIC X(305).
01 WS-ANSWER PIC X.
01 WS-EOF-SW PIC X VALUE "N".
	88 END-OF-SCAN VALUE "Y".
01 WS-HOLD-QTY PIC 9(3).
01 WS-HOLD-WEIGHT PIC 9(3)V9.
01 WS-HOLD-VALUE PIC 9(5)V99.
01 WS-HOLD-CHARGES PIC 9(2).
01 WS-HOLD-CP PIC 9(6).
01 WS-HOLD-SP PIC 9(6).
01 WS-HOLD-EP PIC 9(6).
1000-RECONCILE-THE-FIELDS.
	*> the survivor's record wins by default; where the two disagree
	*> on progression the operator picks which copy to keep.
	MOVE WS-SURV-REC TO WS-CJ-BEFORE
	MOVE WS-DUP-REC TO CharacterData
	MOVE char-level TO WS-HOLD-LEVEL
	MOVE WS-SURV-REC TO CharacterData
		END-IF
	END-IF
	REWRITE CharacterData
	MOVE "C" TO WS-CJ-ACTION
	PERFORM 0460-JOURNAL-THE-CHANGE
	MOVE CharacterData TO WS-SURV-REC.

2000-MOVE-INVENTORY.
			MOVE inv-qty TO WS-HOLD-QTY
			MOVE inv-weight TO WS-HOLD-WEIGHT
			MOVE inv-value TO WS-HOLD-VALUE
			MOVE inv-charges TO WS-HOLD-CHARGES
			DELETE InventoryFile
				INVALID KEY
					CONTINUE
					MOVE WS-HOLD-WEIGHT TO inv-weight
					MOVE WS-HOLD-VALUE TO inv-value
					MOVE "N" TO inv-equipped-sw
					MOVE "N" TO inv-attuned-sw
					MOVE WS-HOLD-CHARGES TO inv-charges
					WRITE InventoryData
						INVALID KEY
							DISPLAY "Warning: lost "
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				MOVE CharacterData TO WS-CJ-BEFORE
				DELETE CharacterFile
					INVALID KEY
						DISPLAY "Warning: could not delete the duplicate."
					NOT INVALID KEY
						MOVE "D" TO WS-CJ-ACTION
						PERFORM 0460-JOURNAL-THE-CHANGE
				END-DELETE
		END-READ
		MOVE "MERGED" TO al-action
		DISPLAY "Duplicate retired to the archive."
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
