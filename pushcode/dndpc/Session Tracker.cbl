		ACCESS MODE IS DYNAMIC
		RECORD KEY IS char-id
		ALTERNATE RECORD KEY IS cname WITH DUPLICATES
		ALTERNATE RECORD KEY IS party-id WITH DUPLICATES
		FILE STATUS IS WS-FILE-STATUS.
	SELECT AuditLogFile ASSIGN TO "charlog.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		RECORD KEY IS cd-key
		ALTERNATE RECORD KEY IS cd-char-id WITH DUPLICATES
		FILE STATUS IS WS-CONDFILE-STATUS.
	SELECT SpellbookFile ASSIGN TO "spellbook.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS sp-key
		ALTERNATE RECORD KEY IS sp-char-id WITH DUPLICATES
		FILE STATUS IS WS-SPELLFILE-STATUS.
	SELECT PreparedFile ASSIGN TO "prepared.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS pr-key
		ALTERNATE RECORD KEY IS pr-char-id WITH DUPLICATES
		FILE STATUS IS WS-PREPFILE-STATUS.
	SELECT SpellRefFile ASSIGN TO "spellref.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS sr-name
		FILE STATUS IS WS-REFFILE-STATUS.
	SELECT InventoryFile ASSIGN TO "inventory.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS inv-key
		ALTERNATE RECORD KEY IS inv-char-id WITH DUPLICATES
		FILE STATUS IS WS-INVFILE-STATUS.
	SELECT ItemCatalogFile ASSIGN TO "itemcat.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS ic-name
		FILE STATUS IS WS-CATFILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD CharacterFile.
FD SpellProgFile.
	COPY SLOTREC.

FD SpellbookFile.
	COPY SPELLREC.

FD PreparedFile.
	COPY PREPREC.

FD SpellRefFile.
	COPY SPREFREC.

FD InventoryFile.
	COPY INVREC.

FD ItemCatalogFile.
	COPY ITEMREC.

WORKING-STORAGE SECTION.

*> layout-version gate for character.dat (see DATAVER.cpy and
01 WS-COND-NOTE PIC x(30).

01 WS-CAST-LEVEL PIC 9.
01 WS-CAST-SPELL PIC x(20).

*> the day's prepared spells for the prepared casters - picked from
*> the spellbook at a long rest and checked when a spell is cast.
01 WS-SPELLFILE-STATUS PIC XX VALUE "00".
01 WS-PREPFILE-STATUS PIC XX VALUE "00".
01 WS-PREP-CASTER-SW PIC X VALUE "N".
	88 PREPARED-CASTER VALUE "Y".
01 WS-PREP-LEVEL PIC 9(2).
01 WS-PREP-MOD PIC S9(2).
01 WS-PREP-LIMIT PIC S9(3).
01 WS-PREP-COUNT PIC 9(2).
01 WS-PREP-ANSWER PIC X.
01 WS-PREP-PICK PIC 9(2).
01 WS-PREP-EOF-SW PIC X VALUE "N".
	88 END-OF-PREP-LIST VALUE "Y".
01 WS-PREP-FOUND-SW PIC X VALUE "N".
	88 SPELL-IS-PREPARED VALUE "Y".
01 WS-BOOK-ENTRY OCCURS 60 TIMES.
	02 WS-BOOK-NAME PIC x(20).
	02 WS-BOOK-LEVEL PIC 9.
	02 WS-BOOK-PREP-SW PIC X.
01 WS-BOOK-COUNT PIC 9(2).
01 WS-BOOK-IDX PIC 9(2).
01 WS-TODAY PIC 9(8).

*> casting checks - the spell has to be in the book, and a costly
*> material component (see SPREFREC.cpy) has to be in inventory.dat
*> unless the DM waves it through.
01 WS-REFFILE-STATUS PIC XX VALUE "00".
01 WS-INVFILE-STATUS PIC XX VALUE "00".
01 WS-IN-BOOK-SW PIC X VALUE "N".
	88 SPELL-IN-BOOK VALUE "Y".
01 WS-COMP-HELD-SW PIC X VALUE "N".
	88 COMPONENT-HELD VALUE "Y".
01 WS-COMP-BURN-SW PIC X VALUE "N".
	88 COMPONENT-TO-BURN VALUE "Y".
01 WS-COMP-ITEM PIC x(20).
01 WS-COMP-VALUE PIC 9(5)V99.
01 WS-COMP-CONSUMED-SW PIC X VALUE "N".
	88 COMPONENT-CONSUMED VALUE "Y".
01 WS-OVERRIDE-ANSWER PIC X.
01 WS-ED-COMP-VALUE PIC Z(4)9.99.

*> magic-item charges - spent from the menu, given back at a long
*> rest by the catalog's recharge dice (see ITEMREC.cpy)
01 WS-CATFILE-STATUS PIC XX VALUE "00".
01 WS-CHARGE-ITEM PIC x(20).
01 WS-CHARGE-SPEND PIC 9(2).
01 WS-CHARGE-GAIN PIC 9(3).
01 WS-ITEM-EOF-SW PIC X VALUE "N".
	88 END-OF-ITEMS VALUE "Y".
01 WS-ITEM-OK-SW PIC X VALUE "N".
	88 ITEM-MAY-BE-USED VALUE "Y".

*> a long rest moves the party's in-world clock (see CALCLOCK.cbl)
01 WS-CAL-MODE PIC X.
01 WS-CAL-PARTY-ID PIC 9(4).
01 WS-CAL-HOURS PIC 9(5).
01 WS-CAL-REASON PIC x(10).
01 WS-CAL-NOTE PIC x(30).
01 WS-CAL-DAY PIC 9(6).
01 WS-CAL-HOUR PIC 9(2).
01 WS-CAL-RESULT PIC X.

*> roll-forward journal (see CHARJRNL.cbl) - the record as it was
*> read, handed over with the record as written on every change.
01 WS-CJ-ACTION PIC X.
01 WS-CJ-PROGRAM PIC x(20) VALUE "session_tracker".
01 WS-CJ-BEFORE PIC X(305).

*> class hit dice, loaded from class.dat for the short-rest pool
01 CLASS-TABLE.
01 WS-SLOT-LOOKUP-CLS PIC x(10).
01 WS-SLOT-LOOKUP-LEVEL PIC 9(2).

*> inventory movement log (see INVMOVE.cbl and INVMVREC.cpy)
01 WS-IM-CHAR-ID PIC 9(6).
01 WS-IM-ITEM-NAME PIC x(20).
01 WS-IM-QTY PIC S9(4).
01 WS-IM-PROGRAM PIC x(20) VALUE "session_tracker".

PROCEDURE DIVISION.
0000-MAIN.
	PERFORM 0040-CHECK-LAYOUT-VERSION
	IF CHAR-FOUND
		MOVE char-id TO ctx-char-id
		MOVE "Y" TO ctx-active-sw
		MOVE CharacterData TO WS-CJ-BEFORE
	END-IF.

0110-SEARCH-BY-NAME.
		DISPLAY "7) Apply a condition"
		DISPLAY "8) Clear a condition"
		DISPLAY "9) Cast a spell"
		DISPLAY "U) Use a charge from a magic item"
		DISPLAY "C) Change character"
		DISPLAY "Q) Done for the night"
		DISPLAY "Choice? " WITH NO ADVANCING
				PERFORM 8100-CLEAR-CONDITION
			WHEN "9"
				PERFORM 9000-CAST-A-SPELL
			WHEN "U"
			WHEN "u"
				PERFORM 9600-USE-A-CHARGE
			WHEN "C"
			WHEN "c"
			WHEN "Q"
				SUBTRACT WS-DELTA FROM hp-current
				DISPLAY cnamef " is at " hp-current "/" hp-max "."
		END-EVALUATE
		PERFORM 0460-SAVE-THE-CHARACTER
	END-IF.

4000-HEAL.
			MOVE hp-max TO hp-current
		END-IF
		DISPLAY cnamef " is at " hp-current "/" hp-max "."
		PERFORM 0460-SAVE-THE-CHARACTER
	END-IF.

5000-SHORT-REST.
		DISPLAY "Pact magic restored."
	END-IF
	DISPLAY "Short rest done - " cnamef " is at " hp-current "/" hp-max "."
	PERFORM 0460-SAVE-THE-CHARACTER.

5100-LOOKUP-HIT-DIE.
	*> not-found default matches the old hardcoded rule - a d8.
		DISPLAY "Hit dice back up to " hit-dice-left " of " char-level "."
		DISPLAY "Long rest done - " cnamef " is back to " hp-current "/"
			hp-max " and death saves are cleared."
		PERFORM 0460-SAVE-THE-CHARACTER
		PERFORM 9700-RECHARGE-ITEMS
		PERFORM 6900-ADVANCE-THE-CALENDAR
		*> the one time of day the prepared list may change
		PERFORM 6500-CHECK-PREPARED-CASTER
		IF PREPARED-CASTER
			DISPLAY "Change the spells " cnamef " has prepared? (Y/N) "
				WITH NO ADVANCING
			ACCEPT WS-PREP-ANSWER
			IF WS-PREP-ANSWER = "Y" OR WS-PREP-ANSWER = "y"
				PERFORM 6600-PREPARE-SPELLS
			END-IF
		END-IF
	END-IF.

6500-CHECK-PREPARED-CASTER.
	*> Clerics, Druids, Paladins, and Wizards prepare from their book;
	*> the limit is the spellcasting modifier plus that class's level.
	MOVE "N" TO WS-PREP-CASTER-SW
	MOVE 0 TO WS-PREP-LEVEL
	EVALUATE FUNCTION UPPER-CASE(cls)
		WHEN "CLERIC"
		WHEN "DRUID"
		WHEN "PALADIN"
		WHEN "WIZARD"
			MOVE cls-level TO WS-PREP-LEVEL
		WHEN OTHER
			IF is-multiclass
				EVALUATE FUNCTION UPPER-CASE(cls2)
					WHEN "CLERIC"
					WHEN "DRUID"
					WHEN "PALADIN"
					WHEN "WIZARD"
						MOVE cls2-level TO WS-PREP-LEVEL
				END-EVALUATE
			END-IF
	END-EVALUATE
	IF WS-PREP-LEVEL > 0 AND is-spellcaster
		MOVE "Y" TO WS-PREP-CASTER-SW
		EVALUATE spell-ability
			WHEN "INT"
				MOVE intmod TO WS-PREP-MOD
			WHEN "CHA"
				MOVE chamod TO WS-PREP-MOD
			WHEN OTHER
				MOVE wismod TO WS-PREP-MOD
		END-EVALUATE
		COMPUTE WS-PREP-LIMIT = WS-PREP-MOD + WS-PREP-LEVEL
		IF WS-PREP-LIMIT < 1
			MOVE 1 TO WS-PREP-LIMIT
		END-IF
	END-IF.

6600-PREPARE-SPELLS.
	*> only spells in the book are offered; cantrips are always ready
	*> and never count against the limit.
	PERFORM 6700-LOAD-THE-BOOK
	IF WS-BOOK-COUNT = 0
		DISPLAY cnamef " has no levelled spells in the spellbook to "
			"prepare - add them with Character Spellbook."
	ELSE
		MOVE 99 TO WS-PREP-PICK
		PERFORM UNTIL WS-PREP-PICK = 0
			DISPLAY " "
			DISPLAY "Prepared " WS-PREP-COUNT " of " WS-PREP-LIMIT
				" allowed (" spell-ability " modifier + level "
				WS-PREP-LEVEL ").  * = prepared"
			PERFORM VARYING WS-BOOK-IDX FROM 1 BY 1
				UNTIL WS-BOOK-IDX > WS-BOOK-COUNT
				DISPLAY "  " WS-BOOK-IDX ") " WS-BOOK-PREP-SW(WS-BOOK-IDX)
					" " WS-BOOK-NAME(WS-BOOK-IDX) " (level "
					WS-BOOK-LEVEL(WS-BOOK-IDX) ")"
			END-PERFORM
			DISPLAY "Number to prepare or unprepare (0 when done)? "
				WITH NO ADVANCING
			ACCEPT WS-PREP-PICK
			EVALUATE TRUE
				WHEN WS-PREP-PICK = 0
					CONTINUE
				WHEN WS-PREP-PICK > WS-BOOK-COUNT
					DISPLAY "Not a valid choice."
				WHEN WS-BOOK-PREP-SW(WS-PREP-PICK) = "*"
					MOVE SPACE TO WS-BOOK-PREP-SW(WS-PREP-PICK)
					SUBTRACT 1 FROM WS-PREP-COUNT
				WHEN WS-PREP-COUNT >= WS-PREP-LIMIT
					DISPLAY "That is the limit - unprepare one first."
				WHEN OTHER
					MOVE "*" TO WS-BOOK-PREP-SW(WS-PREP-PICK)
					ADD 1 TO WS-PREP-COUNT
			END-EVALUATE
		END-PERFORM
		PERFORM 6800-WRITE-THE-LIST
	END-IF.

6700-LOAD-THE-BOOK.
	MOVE 0 TO WS-BOOK-COUNT
	MOVE 0 TO WS-PREP-COUNT
	OPEN INPUT SpellbookFile
	IF WS-SPELLFILE-STATUS = "00"
		MOVE char-id TO sp-char-id
		START SpellbookFile KEY IS >= sp-char-id
			INVALID KEY
				CONTINUE
		END-START
		IF WS-SPELLFILE-STATUS = "00"
			MOVE "N" TO WS-PREP-EOF-SW
			PERFORM UNTIL END-OF-PREP-LIST
				READ SpellbookFile NEXT RECORD
					AT END
						MOVE "Y" TO WS-PREP-EOF-SW
					NOT AT END
						IF sp-char-id NOT = char-id
							MOVE "Y" TO WS-PREP-EOF-SW
						ELSE
							IF sp-spell-level > 0 AND WS-BOOK-COUNT < 60
								ADD 1 TO WS-BOOK-COUNT
								MOVE sp-spell-name TO WS-BOOK-NAME(WS-BOOK-COUNT)
								MOVE sp-spell-level
									TO WS-BOOK-LEVEL(WS-BOOK-COUNT)
								MOVE SPACE TO WS-BOOK-PREP-SW(WS-BOOK-COUNT)
							END-IF
						END-IF
				END-READ
			END-PERFORM
		END-IF
		CLOSE SpellbookFile
	END-IF
	*> mark what is prepared now, so the list starts from yesterday's
	OPEN INPUT PreparedFile
	IF WS-PREPFILE-STATUS = "00"
		PERFORM VARYING WS-BOOK-IDX FROM 1 BY 1
			UNTIL WS-BOOK-IDX > WS-BOOK-COUNT
			MOVE char-id TO pr-char-id
			MOVE WS-BOOK-NAME(WS-BOOK-IDX) TO pr-spell-name
			READ PreparedFile
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					MOVE "*" TO WS-BOOK-PREP-SW(WS-BOOK-IDX)
					ADD 1 TO WS-PREP-COUNT
			END-READ
		END-PERFORM
		CLOSE PreparedFile
	END-IF.

6800-WRITE-THE-LIST.
	*> yesterday's list out, today's in
	OPEN I-O PreparedFile
	IF WS-PREPFILE-STATUS = "35"
		OPEN OUTPUT PreparedFile
		CLOSE PreparedFile
		OPEN I-O PreparedFile
	END-IF
	IF WS-PREPFILE-STATUS NOT = "00"
		DISPLAY "Warning: prepared.dat will not open (status "
			WS-PREPFILE-STATUS ") - the list was not saved."
	ELSE
		MOVE char-id TO pr-char-id
		START PreparedFile KEY IS >= pr-char-id
			INVALID KEY
				CONTINUE
		END-START
		IF WS-PREPFILE-STATUS = "00"
			MOVE "N" TO WS-PREP-EOF-SW
			PERFORM UNTIL END-OF-PREP-LIST
				READ PreparedFile NEXT RECORD
					AT END
						MOVE "Y" TO WS-PREP-EOF-SW
					NOT AT END
						IF pr-char-id NOT = char-id
							MOVE "Y" TO WS-PREP-EOF-SW
						ELSE
							DELETE PreparedFile
								INVALID KEY
									CONTINUE
							END-DELETE
						END-IF
				END-READ
			END-PERFORM
		END-IF
		ACCEPT WS-TODAY FROM DATE YYYYMMDD
		PERFORM VARYING WS-BOOK-IDX FROM 1 BY 1
			UNTIL WS-BOOK-IDX > WS-BOOK-COUNT
			IF WS-BOOK-PREP-SW(WS-BOOK-IDX) = "*"
				MOVE char-id TO pr-char-id
				MOVE WS-BOOK-NAME(WS-BOOK-IDX) TO pr-spell-name
				MOVE WS-BOOK-LEVEL(WS-BOOK-IDX) TO pr-spell-level
				MOVE WS-TODAY TO pr-date
				WRITE PreparedData
					INVALID KEY
						DISPLAY "Warning: could not prepare "
							FUNCTION TRIM(pr-spell-name) "."
				END-WRITE
			END-IF
		END-PERFORM
		CLOSE PreparedFile
		DISPLAY WS-PREP-COUNT " spell(s) prepared for " cnamef "."
		MOVE "PREPARED" TO al-action
		PERFORM 0400-LOG-ACTION
	END-IF.

6900-ADVANCE-THE-CALENDAR.
	*> eight hours on the party's clock - once per rest, however many
	*> of the party are rested here one after another
	IF party-id > 0
		MOVE "R" TO WS-CAL-MODE
		MOVE party-id TO WS-CAL-PARTY-ID
		MOVE 8 TO WS-CAL-HOURS
		MOVE "LONG REST" TO WS-CAL-REASON
		MOVE SPACES TO WS-CAL-NOTE
		STRING "rested by " DELIMITED BY SIZE
			cnamef DELIMITED BY SPACE
			INTO WS-CAL-NOTE
		END-STRING
		CALL "CALCLOCK" USING WS-CAL-MODE, WS-CAL-PARTY-ID, WS-CAL-HOURS,
			WS-CAL-REASON, WS-CAL-NOTE, WS-CAL-DAY, WS-CAL-HOUR,
			WS-CAL-RESULT
		IF WS-CAL-RESULT = "Y"
			DISPLAY "The party's calendar moves on to day " WS-CAL-DAY
				" at " WS-CAL-HOUR ":00."
		ELSE
			DISPLAY "The party's calendar already moved for tonight's "
				"rest - day " WS-CAL-DAY " at " WS-CAL-HOUR ":00."
		END-IF
	END-IF.

9000-CAST-A-SPELL.
	IF NOT is-spellcaster
		DISPLAY cnamef " is not a spellcaster on file."
	ELSE
		MOVE "N" TO WS-PREP-FOUND-SW
		MOVE "N" TO WS-COMP-BURN-SW
		DISPLAY "Spell level cast at (0 for a cantrip)? " WITH NO ADVANCING
		ACCEPT WS-CAST-LEVEL
		EVALUATE TRUE
			WHEN slot-left(WS-CAST-LEVEL) = 0
				DISPLAY "No level-" WS-CAST-LEVEL " slot left to spend."
			WHEN OTHER
				PERFORM 9050-CHECK-THE-SPELL
		END-EVALUATE
		*> set only when a slot is there to spend and the spell may be cast
		IF SPELL-IS-PREPARED
			SUBTRACT 1 FROM slot-left(WS-CAST-LEVEL)
			DISPLAY "Slot spent - " slot-left(WS-CAST-LEVEL)
				" level-" WS-CAST-LEVEL " slot(s) left."
			PERFORM 0460-SAVE-THE-CHARACTER
			IF COMPONENT-TO-BURN
				PERFORM 9300-CONSUME-COMPONENT
			END-IF
		END-IF
	END-IF.

9050-CHECK-THE-SPELL.
	*> the spell has to be in the caster's book, castable with the
	*> slot, prepared today where the class prepares, and its costly
	*> component on hand
	MOVE "N" TO WS-IN-BOOK-SW
	DISPLAY "Spell name? " WITH NO ADVANCING
	ACCEPT WS-CAST-SPELL
	OPEN INPUT SpellbookFile
	IF WS-SPELLFILE-STATUS NOT = "00"
		DISPLAY cnamef " has no spellbook on file - add spells in "
			"Character Spellbook."
	ELSE
		MOVE char-id TO sp-char-id
		MOVE WS-CAST-SPELL TO sp-spell-name
		READ SpellbookFile
			INVALID KEY
				DISPLAY FUNCTION TRIM(WS-CAST-SPELL) " is not in " cnamef
					"'s spellbook."
			NOT INVALID KEY
				IF sp-spell-level > WS-CAST-LEVEL
					DISPLAY FUNCTION TRIM(WS-CAST-SPELL) " is a level-"
						sp-spell-level " spell - it cannot be cast with a "
						"level-" WS-CAST-LEVEL " slot."
				ELSE
					MOVE "Y" TO WS-IN-BOOK-SW
				END-IF
		END-READ
		CLOSE SpellbookFile
	END-IF
	IF SPELL-IN-BOOK
		PERFORM 6500-CHECK-PREPARED-CASTER
		IF PREPARED-CASTER
			PERFORM 9100-CHECK-IT-IS-PREPARED
		ELSE
			MOVE "Y" TO WS-PREP-FOUND-SW
		END-IF
	END-IF
	IF SPELL-IS-PREPARED
		PERFORM 9200-CHECK-COMPONENT
	END-IF.

9100-CHECK-IT-IS-PREPARED.
	*> a prepared caster casts only from today's list, and never
	*> below the spell's own level
	MOVE "N" TO WS-PREP-FOUND-SW
	OPEN INPUT PreparedFile
	IF WS-PREPFILE-STATUS NOT = "00"
		DISPLAY cnamef " has nothing prepared - prepare spells at a long rest."
	ELSE
		MOVE char-id TO pr-char-id
		MOVE WS-CAST-SPELL TO pr-spell-name
		READ PreparedFile
			INVALID KEY
				DISPLAY FUNCTION TRIM(WS-CAST-SPELL) " is not prepared today "
					"- the list only changes at a long rest."
			NOT INVALID KEY
				IF pr-spell-level > WS-CAST-LEVEL
					DISPLAY FUNCTION TRIM(WS-CAST-SPELL) " is a level-"
						pr-spell-level " spell - it cannot be cast with a "
						"level-" WS-CAST-LEVEL " slot."
				ELSE
					MOVE "Y" TO WS-PREP-FOUND-SW
				END-IF
		END-READ
		CLOSE PreparedFile
	END-IF.

9200-CHECK-COMPONENT.
	*> no reference entry, or no component on it, means nothing to find
	MOVE SPACES TO WS-COMP-ITEM
	MOVE 0 TO WS-COMP-VALUE
	MOVE "N" TO WS-COMP-CONSUMED-SW
	MOVE "N" TO WS-COMP-HELD-SW
	OPEN INPUT SpellRefFile
	IF WS-REFFILE-STATUS = "00"
		MOVE WS-CAST-SPELL TO sr-name
		READ SpellRefFile
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				IF sr-comp-item NOT = LOW-VALUES
					MOVE sr-comp-item TO WS-COMP-ITEM
					MOVE sr-comp-value TO WS-COMP-VALUE
					MOVE sr-comp-consumed-sw TO WS-COMP-CONSUMED-SW
				END-IF
		END-READ
		CLOSE SpellRefFile
	END-IF
	IF WS-COMP-ITEM NOT = SPACES
		OPEN INPUT InventoryFile
		IF WS-INVFILE-STATUS = "00"
			MOVE char-id TO inv-char-id
			MOVE WS-COMP-ITEM TO inv-item-name
			READ InventoryFile
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					IF inv-qty > 0 AND inv-value >= WS-COMP-VALUE
						MOVE "Y" TO WS-COMP-HELD-SW
					END-IF
			END-READ
			CLOSE InventoryFile
		END-IF
		MOVE WS-COMP-VALUE TO WS-ED-COMP-VALUE
		IF COMPONENT-HELD
			DISPLAY "Component on hand: " FUNCTION TRIM(WS-COMP-ITEM)
			IF COMPONENT-CONSUMED
				MOVE "Y" TO WS-COMP-BURN-SW
			END-IF
		ELSE
			DISPLAY FUNCTION TRIM(WS-CAST-SPELL) " needs "
				FUNCTION TRIM(WS-COMP-ITEM) " worth at least "
				FUNCTION TRIM(WS-ED-COMP-VALUE) " gp, and " cnamef
				" is not carrying one."
			IF ctx-op-role = "D" OR ctx-op-role = "A"
				DISPLAY "DM override - cast it anyway? (Y/N) "
					WITH NO ADVANCING
				ACCEPT WS-OVERRIDE-ANSWER
				IF WS-OVERRIDE-ANSWER = "Y" OR WS-OVERRIDE-ANSWER = "y"
					MOVE "OVERRIDE" TO al-action
					PERFORM 0400-LOG-ACTION
					DISPLAY "Override logged - nothing taken from inventory."
				ELSE
					MOVE "N" TO WS-PREP-FOUND-SW
					DISPLAY "Cast refused - slot kept."
				END-IF
			ELSE
				MOVE "N" TO WS-PREP-FOUND-SW
				DISPLAY "Cast refused - slot kept.  The DM can override."
			END-IF
		END-IF
	END-IF.

9300-CONSUME-COMPONENT.
	*> the casting uses the component up - one comes off the stack,
	*> and the row goes when the last one does
	OPEN I-O InventoryFile
	IF WS-INVFILE-STATUS NOT = "00"
		DISPLAY "Warning: could not open inventory.dat (status "
			WS-INVFILE-STATUS ") - take " FUNCTION TRIM(WS-COMP-ITEM)
			" off by hand."
	ELSE
		MOVE char-id TO inv-char-id
		MOVE WS-COMP-ITEM TO inv-item-name
		READ InventoryFile
			INVALID KEY
				DISPLAY "Warning: " FUNCTION TRIM(WS-COMP-ITEM)
					" went missing from inventory.dat."
			NOT INVALID KEY
				MOVE char-id TO WS-IM-CHAR-ID
				MOVE WS-COMP-ITEM TO WS-IM-ITEM-NAME
				MOVE -1 TO WS-IM-QTY
				PERFORM 0470-LOG-THE-MOVEMENT
				IF inv-qty > 1
					SUBTRACT 1 FROM inv-qty
					REWRITE InventoryData
					DISPLAY FUNCTION TRIM(WS-COMP-ITEM) " consumed - "
						inv-qty " left."
				ELSE
					DELETE InventoryFile
					DISPLAY FUNCTION TRIM(WS-COMP-ITEM) " consumed - "
						"the last one, removed from inventory."
				END-IF
		END-READ
		CLOSE InventoryFile
	END-IF.

9500-RESTORE-SPELL-SLOTS.
		MOVE spell-slots-1st TO slot-left(1)
	END-IF.

9600-USE-A-CHARGE.
	DISPLAY "Item to draw a charge from? " WITH NO ADVANCING
	ACCEPT WS-CHARGE-ITEM
	PERFORM 9650-CHECK-ATTUNEMENT
	IF ITEM-MAY-BE-USED
		OPEN I-O InventoryFile
		IF WS-INVFILE-STATUS NOT = "00"
			DISPLAY cnamef " has no inventory on file."
		ELSE
			MOVE char-id TO inv-char-id
			MOVE WS-CHARGE-ITEM TO inv-item-name
			READ InventoryFile
				INVALID KEY
					DISPLAY cnamef " is not carrying "
						FUNCTION TRIM(WS-CHARGE-ITEM) "."
				NOT INVALID KEY
					IF inv-charges = 0
						DISPLAY FUNCTION TRIM(WS-CHARGE-ITEM) " has no "
							"charges left - they come back at a long rest."
					ELSE
						DISPLAY "Charges to spend (" inv-charges
							" left, 0 for one)? " WITH NO ADVANCING
						ACCEPT WS-CHARGE-SPEND
						IF WS-CHARGE-SPEND = 0
							MOVE 1 TO WS-CHARGE-SPEND
						END-IF
						IF WS-CHARGE-SPEND > inv-charges
							DISPLAY "Only " inv-charges " charge(s) left - "
								"nothing spent."
						ELSE
							SUBTRACT WS-CHARGE-SPEND FROM inv-charges
							REWRITE InventoryData
							DISPLAY FUNCTION TRIM(WS-CHARGE-ITEM) " - "
								inv-charges " charge(s) left."
						END-IF
					END-IF
			END-READ
			CLOSE InventoryFile
		END-IF
	END-IF.

9650-CHECK-ATTUNEMENT.
	*> an item that calls for attunement works only for the one
	*> attuned to it (attunement is set in Character Inventory)
	MOVE "Y" TO WS-ITEM-OK-SW
	OPEN INPUT ItemCatalogFile
	IF WS-CATFILE-STATUS = "00"
		MOVE WS-CHARGE-ITEM TO ic-name
		READ ItemCatalogFile
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				IF needs-attunement
					OPEN INPUT InventoryFile
					IF WS-INVFILE-STATUS = "00"
						MOVE char-id TO inv-char-id
						MOVE WS-CHARGE-ITEM TO inv-item-name
						READ InventoryFile
							INVALID KEY
								CONTINUE
							NOT INVALID KEY
								IF NOT is-attuned
									MOVE "N" TO WS-ITEM-OK-SW
									DISPLAY FUNCTION TRIM(WS-CHARGE-ITEM)
										" needs attunement, and " cnamef
										" is not attuned to it."
								END-IF
						END-READ
						CLOSE InventoryFile
					END-IF
				END-IF
		END-READ
		CLOSE ItemCatalogFile
	END-IF.

9700-RECHARGE-ITEMS.
	*> every charged item the character carries gets its dawn roll
	OPEN I-O InventoryFile
	IF WS-INVFILE-STATUS = "00"
		OPEN INPUT ItemCatalogFile
		IF WS-CATFILE-STATUS = "00"
			MOVE char-id TO inv-char-id
			START InventoryFile KEY IS >= inv-char-id
				INVALID KEY
					CONTINUE
			END-START
			IF WS-INVFILE-STATUS = "00"
				MOVE "N" TO WS-ITEM-EOF-SW
				PERFORM UNTIL END-OF-ITEMS
					READ InventoryFile NEXT RECORD
						AT END
							MOVE "Y" TO WS-ITEM-EOF-SW
						NOT AT END
							IF inv-char-id NOT = char-id
								MOVE "Y" TO WS-ITEM-EOF-SW
							ELSE
								PERFORM 9750-RECHARGE-ONE-ITEM
							END-IF
					END-READ
				END-PERFORM
			END-IF
			CLOSE ItemCatalogFile
		END-IF
		CLOSE InventoryFile
	END-IF.

9750-RECHARGE-ONE-ITEM.
	MOVE inv-item-name TO ic-name
	READ ItemCatalogFile
		INVALID KEY
			CONTINUE
		NOT INVALID KEY
			IF ic-max-charges > 0 AND inv-charges < ic-max-charges
				IF ic-recharge-count = 0 AND ic-recharge-bonus = 0
					COMPUTE WS-CHARGE-GAIN = ic-max-charges - inv-charges
				ELSE
					MOVE ic-recharge-count TO WS-ROLL-N
					MOVE ic-recharge-die TO WS-ROLL-M
					MOVE 0 TO WS-ROLL-DROP
					MOVE 0 TO WS-DICE-TOTAL
					IF WS-ROLL-N > 0 AND WS-ROLL-M > 0
						CALL "DICEROLL" USING WS-ROLL-N, WS-ROLL-M,
							WS-ROLL-DROP, WS-DICE-TOTAL
					END-IF
					COMPUTE WS-CHARGE-GAIN = WS-DICE-TOTAL + ic-recharge-bonus
				END-IF
				IF inv-charges + WS-CHARGE-GAIN > ic-max-charges
					COMPUTE WS-CHARGE-GAIN = ic-max-charges - inv-charges
				END-IF
				ADD WS-CHARGE-GAIN TO inv-charges
				REWRITE InventoryData
				DISPLAY FUNCTION TRIM(inv-item-name) " regains "
					WS-CHARGE-GAIN " charge(s) - " inv-charges " of "
					ic-max-charges " now."
			END-IF
	END-READ.

7000-DEATH-SAVE.
	EVALUATE TRUE
		WHEN is-dead
					ds-failure " failure(s)"
				PERFORM 7500-JUDGE-THE-TALLY
			END-IF
			PERFORM 0460-SAVE-THE-CHARACTER
	END-EVALUATE.

7100-ROLL-THE-SAVE.
		MOVE 0 TO ds-success
		MOVE 0 TO ds-failure
		DISPLAY cnamef " has DIED.  Consider Character Retirement."
		MOVE "DIED" TO al-action
		PERFORM 0400-LOG-ACTION
	END-IF.

0400-LOG-ACTION.
	WRITE AuditLogRecord
	CLOSE AuditLogFile.

0460-SAVE-THE-CHARACTER.
	REWRITE CharacterData
	IF WS-FILE-STATUS = "00" OR WS-FILE-STATUS = "02"
		*> the after image becomes the before image of the next change
		MOVE "C" TO WS-CJ-ACTION
		CALL "CHARJRNL" USING WS-CJ-ACTION, WS-CJ-PROGRAM,
			WS-CJ-BEFORE, CharacterData
		MOVE CharacterData TO WS-CJ-BEFORE
	ELSE
		DISPLAY "Warning: could not save " cnamef " (status "
			WS-FILE-STATUS ")."
	END-IF.

0520-LOAD-SLOT-TABLE.
	OPEN INPUT SpellProgFile
	IF WS-PROG-STATUS = "00"
	END-PERFORM
	CLOSE ClassFile.

0470-LOG-THE-MOVEMENT.
	CALL "INVMOVE" USING WS-IM-CHAR-ID, WS-IM-ITEM-NAME, WS-IM-QTY,
		WS-IM-PROGRAM.

0040-CHECK-LAYOUT-VERSION.
	*> refuse to run against a character.dat stamped for a different
	*> build - Data Upgrade converts the file and moves the stamp.
