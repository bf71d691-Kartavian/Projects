		ACCESS MODE IS DYNAMIC
		RECORD KEY IS char-id
		ALTERNATE RECORD KEY IS cname WITH DUPLICATES
		ALTERNATE RECORD KEY IS party-id WITH DUPLICATES
		FILE STATUS IS WS-FILE-STATUS.
	SELECT SpellbookFile ASSIGN TO "spellbook.dat"
		ORGANIZATION IS INDEXED
		RECORD KEY IS cd-key
		ALTERNATE RECORD KEY IS cd-char-id WITH DUPLICATES
		FILE STATUS IS WS-CONDFILE-STATUS.
	SELECT PreparedFile ASSIGN TO "prepared.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS pr-key
		ALTERNATE RECORD KEY IS pr-char-id WITH DUPLICATES
		FILE STATUS IS WS-PREPFILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD CharacterFile.
FD ConditionFile.
	COPY CONDREC.

FD PreparedFile.
	COPY PREPREC.

WORKING-STORAGE SECTION.

*> layout-version gate for character.dat (see DATAVER.cpy and

01 WS-INVFILE-STATUS PIC XX VALUE "00".
01 WS-CATFILE-STATUS PIC XX VALUE "00".
01 WS-CAT-OPEN-SW PIC X VALUE "N".
	88 CATALOG-OPEN VALUE "Y".
01 WS-CONDFILE-STATUS PIC XX VALUE "00".
01 WS-PURSEFILE-STATUS PIC XX VALUE "00".
01 WS-PARTYFILE-STATUS PIC XX VALUE "00".
01 WS-REFFILE-STATUS PIC XX VALUE "00".
01 WS-REF-OPEN-SW PIC X VALUE "N".
	88 REFERENCE-OPEN VALUE "Y".
01 WS-PREPFILE-STATUS PIC XX VALUE "00".
01 WS-PREP-OPEN-SW PIC X VALUE "N".
	88 PREPARED-OPEN VALUE "Y".
01 WS-PREP-MARK PIC x(11).

*> the full slot progression, loaded from spellprog.dat - one row per
*> class per caster level, slots for spell levels 1st-9th.

*> derived combat numbers
01 WS-AC PIC 9(2).
01 WS-MAGIC-COUNT PIC 9(3).
01 WS-MAX-CHARGES PIC 9(2).
01 WS-PROF-BONUS PIC 9.
01 WS-ARMOR-FOUND-SW PIC X VALUE "N".
	88 ARMOR-WORN VALUE "Y".
	DISPLAY "----------------------------------------------------------------"
	DISPLAY "SKILLS (* = proficient)"
	PERFORM 3400-PRINT-SKILLS
	PERFORM 3600-LIST-MAGIC-ITEMS
	IF is-spellcaster
		DISPLAY "----------------------------------------------------------------"
		DISPLAY "SPELLCASTING"
			END-IF
	END-READ.

3600-LIST-MAGIC-ITEMS.
	*> attuned items and charges left - printed only when there are any
	MOVE 0 TO WS-MAGIC-COUNT
	OPEN INPUT InventoryFile
	IF WS-INVFILE-STATUS = "00"
		OPEN INPUT ItemCatalogFile
		*> an item missing from the catalog leaves the status at 23,
		*> so whether the file opened is kept apart from it
		IF WS-CATFILE-STATUS = "00"
			MOVE "Y" TO WS-CAT-OPEN-SW
		ELSE
			MOVE "N" TO WS-CAT-OPEN-SW
		END-IF
		MOVE char-id TO inv-char-id
		START InventoryFile KEY IS >= inv-char-id
			INVALID KEY
				CONTINUE
		END-START
		IF WS-INVFILE-STATUS = "00"
			MOVE "N" TO WS-INV-EOF-SW
			PERFORM UNTIL END-OF-ITEMS
				READ InventoryFile NEXT RECORD
					AT END
						MOVE "Y" TO WS-INV-EOF-SW
					NOT AT END
						IF inv-char-id NOT = char-id
							MOVE "Y" TO WS-INV-EOF-SW
						ELSE
							IF is-attuned OR inv-charges > 0
								PERFORM 3650-PRINT-MAGIC-ITEM
							END-IF
						END-IF
				END-READ
			END-PERFORM
		END-IF
		IF CATALOG-OPEN
			CLOSE ItemCatalogFile
		END-IF
		CLOSE InventoryFile
	END-IF.

3650-PRINT-MAGIC-ITEM.
	IF WS-MAGIC-COUNT = 0
		DISPLAY "----------------------------------------------------------------"
		DISPLAY "MAGIC ITEMS"
	END-IF
	ADD 1 TO WS-MAGIC-COUNT
	MOVE 0 TO WS-MAX-CHARGES
	IF CATALOG-OPEN
		MOVE inv-item-name TO ic-name
		READ ItemCatalogFile
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				MOVE ic-max-charges TO WS-MAX-CHARGES
		END-READ
	END-IF
	EVALUATE TRUE
		WHEN is-attuned AND WS-MAX-CHARGES > 0
			DISPLAY "  " inv-item-name "  attuned   charges " inv-charges
				" of " WS-MAX-CHARGES
		WHEN is-attuned
			DISPLAY "  " inv-item-name "  attuned"
		WHEN OTHER
			DISPLAY "  " inv-item-name "            charges " inv-charges
				" of " WS-MAX-CHARGES
	END-EVALUATE.

3300-PRINT-SAVING-THROWS.
	MOVE "STR" TO WS-SAVE-ABIL
	MOVE strmod TO WS-SAVE-MOD
	IF WS-REFFILE-STATUS = "00"
		MOVE "Y" TO WS-REF-OPEN-SW
	END-IF
	OPEN INPUT PreparedFile
	IF WS-PREPFILE-STATUS = "00"
		MOVE "Y" TO WS-PREP-OPEN-SW
	END-IF
	OPEN INPUT SpellbookFile
	IF WS-SPELLFILE-STATUS = "00"
		MOVE 0 TO WS-SPELL-COUNT
							IF sp-spell-level = 0
								DISPLAY "    " sp-spell-name " (cantrip)"
							ELSE
								PERFORM 2050-MARK-IF-PREPARED
								DISPLAY "    " sp-spell-name " (level "
									sp-spell-level ")" WS-PREP-MARK
							END-IF
							PERFORM 2100-SHOW-REFERENCE-FACTS
						END-IF
	END-IF
	IF REFERENCE-OPEN
		CLOSE SpellRefFile
	END-IF
	IF PREPARED-OPEN
		CLOSE PreparedFile
	END-IF.

2050-MARK-IF-PREPARED.
	*> today's list from the last long rest (see Session Tracker)
	MOVE SPACES TO WS-PREP-MARK
	IF PREPARED-OPEN
		MOVE sp-char-id TO pr-char-id
		MOVE sp-spell-name TO pr-spell-name
		READ PreparedFile
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				MOVE " PREPARED" TO WS-PREP-MARK
		END-READ
	END-IF.

2500-PRINT-SPELL-SLOTS.
