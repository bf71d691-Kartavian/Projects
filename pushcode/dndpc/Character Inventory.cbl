		ACCESS MODE IS DYNAMIC
		RECORD KEY IS char-id
		ALTERNATE RECORD KEY IS cname WITH DUPLICATES
		ALTERNATE RECORD KEY IS party-id WITH DUPLICATES
		FILE STATUS IS WS-CHARFILE-STATUS.
	SELECT InventoryFile ASSIGN TO "inventory.dat"
		ORGANIZATION IS INDEXED


01 WS-MENU-CHOICE PIC X.
01 WS-LOOK-ONLY-SW PIC X VALUE "N".
	88 LOOK-ONLY VALUE "Y".
01 WS-ITEM-NAME PIC x(20).
01 WS-QTY PIC 9(3).
01 WS-WEIGHT PIC 9(3)V9.
01 WS-VALUE PIC 9(5)V99.
01 WS-CHARGES PIC 9(2).

*> a character can be attuned to three magic items at once
01 WS-ATTUNE-LIMIT PIC 9 VALUE 3.
01 WS-ATTUNE-COUNT PIC 9(2).

01 WS-CATFILE-STATUS PIC XX VALUE "00".
01 WS-CAT-OPEN-SW PIC X VALUE "N".
01 WS-XFER-WEIGHT PIC 9(3)V9.
01 WS-XFER-VALUE PIC 9(5)V99.
01 WS-XFER-REMAIN PIC 9(3).
01 WS-XFER-CHARGES PIC 9(2).
01 WS-TARGET-OK-SW PIC X VALUE "N".
	88 TARGET-OK VALUE "Y".

01 WS-CHAR-STR PIC 9(2) VALUE 0.
01 WS-CARRY-CAP PIC 9(4) VALUE 0.

*> inventory movement log (see INVMOVE.cbl and INVMVREC.cpy)
01 WS-IM-CHAR-ID PIC 9(6).
01 WS-IM-ITEM-NAME PIC x(20).
01 WS-IM-QTY PIC S9(4).
01 WS-IM-PROGRAM PIC x(20) VALUE "character_inventory".

PROCEDURE DIVISION.
0000-MAIN.
	PERFORM 0040-CHECK-LAYOUT-VERSION
			PERFORM 0110-SEARCH-BY-NAME
		END-IF
		IF CHAR-FOUND
			PERFORM 0140-CHECK-THE-OWNER
			MOVE char-id TO WS-TARGET-CHAR-ID
			MOVE strenth TO WS-CHAR-STR
			COMPUTE WS-CARRY-CAP = WS-CHAR-STR * 15
		DISPLAY "3) Remove an item"
		DISPLAY "4) Transfer an item to another character or the stash"
		DISPLAY "5) Equip or unequip an item"
		DISPLAY "6) Attune or end attunement to an item"
		DISPLAY "Q) Done"
		DISPLAY "Choice? " WITH NO ADVANCING
		ACCEPT WS-MENU-CHOICE
		IF LOOK-ONLY AND WS-MENU-CHOICE NOT = "2"
			AND WS-MENU-CHOICE NOT = "Q" AND WS-MENU-CHOICE NOT = "q"
			DISPLAY "Only the listing is open on another player's "
				"character."
			MOVE "-" TO WS-MENU-CHOICE
		END-IF
		EVALUATE WS-MENU-CHOICE
			WHEN "1"
				PERFORM 2000-ADD-ITEM
				PERFORM 5000-TRANSFER-ITEM
			WHEN "5"
				PERFORM 6000-EQUIP-ITEM
			WHEN "6"
				PERFORM 7000-ATTUNE-ITEM
			WHEN "-"
				CONTINUE
			WHEN "Q"
			WHEN "q"
				CONTINUE
	ACCEPT WS-ITEM-NAME
	DISPLAY "Quantity? " WITH NO ADVANCING
	ACCEPT WS-QTY
	MOVE 0 TO WS-CHARGES
	PERFORM 2500-LOOKUP-CATALOG
	IF CATALOG-ITEM-FOUND
		MOVE ic-weight TO WS-WEIGHT
		MOVE ic-value TO WS-VALUE
		*> a new magic item comes fully charged
		IF ic-max-charges IS NUMERIC
			MOVE ic-max-charges TO WS-CHARGES
		END-IF
		DISPLAY "Catalog item (" FUNCTION TRIM(ic-category) "): weight "
			WS-WEIGHT " ea, value " WS-VALUE " gp ea."
	ELSE
		DISPLAY "Gold value (each)? " WITH NO ADVANCING
		ACCEPT WS-VALUE
	END-IF
	MOVE WS-TARGET-CHAR-ID TO WS-IM-CHAR-ID
	MOVE WS-ITEM-NAME TO WS-IM-ITEM-NAME
	MOVE WS-QTY TO WS-IM-QTY
	MOVE WS-TARGET-CHAR-ID TO inv-char-id
	MOVE WS-ITEM-NAME TO inv-item-name
	READ InventoryFile
			MOVE WS-WEIGHT TO inv-weight
			MOVE WS-VALUE TO inv-value
			MOVE "N" TO inv-equipped-sw
			MOVE "N" TO inv-attuned-sw
			MOVE WS-CHARGES TO inv-charges
			WRITE InventoryData
				INVALID KEY
					DISPLAY "Warning: could not add that item."
				NOT INVALID KEY
					PERFORM 0470-LOG-THE-MOVEMENT
			END-WRITE
		NOT INVALID KEY
			ADD WS-QTY TO inv-qty
			MOVE WS-WEIGHT TO inv-weight
			MOVE WS-VALUE TO inv-value
			REWRITE InventoryData
			PERFORM 0470-LOG-THE-MOVEMENT
			DISPLAY "Restocked - now carrying " inv-qty " " inv-item-name "."
	END-READ
	PERFORM 3500-CHECK-ENCUMBRANCE.
								"  weight " inv-weight " ea  value "
								inv-value " gp ea"
						END-IF
						IF is-attuned OR inv-charges > 0
							PERFORM 3050-SHOW-MAGIC
						END-IF
						COMPUTE WS-LINE-WEIGHT = inv-qty * inv-weight
						COMPUTE WS-LINE-VALUE = inv-qty * inv-value
						ADD WS-LINE-WEIGHT TO WS-TOTAL-WEIGHT
		END-IF
	END-IF.

3050-SHOW-MAGIC.
	IF is-attuned
		DISPLAY "      attuned  charges left " inv-charges
	ELSE
		DISPLAY "      charges left " inv-charges
	END-IF.

6000-EQUIP-ITEM.
	DISPLAY "Item name to equip or unequip? " WITH NO ADVANCING
	ACCEPT WS-ITEM-NAME
			MOVE inv-qty TO WS-XFER-AVAIL
			MOVE inv-weight TO WS-XFER-WEIGHT
			MOVE inv-value TO WS-XFER-VALUE
			MOVE inv-charges TO WS-XFER-CHARGES
			PERFORM 5100-GET-TRANSFER-DETAILS
			IF TARGET-OK
				PERFORM 5200-MOVE-THE-ITEM
				MOVE WS-XFER-REMAIN TO inv-qty
				REWRITE InventoryData
			END-IF
			MOVE WS-TARGET-CHAR-ID TO WS-IM-CHAR-ID
			MOVE WS-ITEM-NAME TO WS-IM-ITEM-NAME
			COMPUTE WS-IM-QTY = 0 - WS-XFER-QTY
			PERFORM 0470-LOG-THE-MOVEMENT
			PERFORM 5300-LAND-ON-TARGET
	END-READ.

			MOVE WS-XFER-WEIGHT TO inv-weight
			MOVE WS-XFER-VALUE TO inv-value
			MOVE "N" TO inv-equipped-sw
			*> attunement stays with the old owner; the charges travel
			MOVE "N" TO inv-attuned-sw
			MOVE WS-XFER-CHARGES TO inv-charges
			MOVE WS-XFER-TARGET-ID TO inv-char-id
			MOVE WS-ITEM-NAME TO inv-item-name
			WRITE InventoryData
			MOVE WS-XFER-VALUE TO inv-value
			REWRITE InventoryData
	END-READ
	MOVE WS-XFER-TARGET-ID TO WS-IM-CHAR-ID
	MOVE WS-ITEM-NAME TO WS-IM-ITEM-NAME
	MOVE WS-XFER-QTY TO WS-IM-QTY
	PERFORM 0470-LOG-THE-MOVEMENT
	DISPLAY WS-XFER-QTY " " FUNCTION TRIM(WS-ITEM-NAME)
		" transferred to " WS-XFER-TARGET-ID ".".

		INVALID KEY
			DISPLAY "No such item on file for this character."
		NOT INVALID KEY
			MOVE inv-char-id TO WS-IM-CHAR-ID
			MOVE inv-item-name TO WS-IM-ITEM-NAME
			COMPUTE WS-IM-QTY = 0 - inv-qty
			DELETE InventoryFile
				INVALID KEY
					DISPLAY "Warning: could not remove that item."
				NOT INVALID KEY
					PERFORM 0470-LOG-THE-MOVEMENT
			END-DELETE
			DISPLAY "Removed " inv-item-name "."
	END-READ.

7000-ATTUNE-ITEM.
	DISPLAY "Item name to attune or end attunement to? " WITH NO ADVANCING
	ACCEPT WS-ITEM-NAME
	IF WS-TARGET-CHAR-ID = WS-STASH-CHAR-ID
		DISPLAY "Nothing in the party stash can be attuned - hand it to "
			"a character first."
	ELSE
		MOVE WS-TARGET-CHAR-ID TO inv-char-id
		MOVE WS-ITEM-NAME TO inv-item-name
		READ InventoryFile
			INVALID KEY
				DISPLAY "No such item on file for this character."
			NOT INVALID KEY
				IF is-attuned
					MOVE "N" TO inv-attuned-sw
					REWRITE InventoryData
					DISPLAY "Attunement to " FUNCTION TRIM(inv-item-name)
						" ended."
				ELSE
					PERFORM 7100-CHECK-ATTUNEMENT
				END-IF
		END-READ
	END-IF.

7100-CHECK-ATTUNEMENT.
	*> only a catalog item flagged for it can be attuned, and never
	*> more than the limit at once
	PERFORM 2500-LOOKUP-CATALOG
	IF NOT CATALOG-ITEM-FOUND OR NOT needs-attunement
		DISPLAY FUNCTION TRIM(WS-ITEM-NAME) " does not call for "
			"attunement in the catalog."
	ELSE
		PERFORM 7200-COUNT-ATTUNED
		IF WS-ATTUNE-COUNT >= WS-ATTUNE-LIMIT
			DISPLAY "Already attuned to " WS-ATTUNE-COUNT " items - the "
				"limit is " WS-ATTUNE-LIMIT ".  End one first."
		ELSE
			MOVE WS-TARGET-CHAR-ID TO inv-char-id
			MOVE WS-ITEM-NAME TO inv-item-name
			READ InventoryFile
				INVALID KEY
					DISPLAY "Warning: could not re-read the item."
				NOT INVALID KEY
					MOVE "Y" TO inv-attuned-sw
					REWRITE InventoryData
					ADD 1 TO WS-ATTUNE-COUNT
					DISPLAY "Attuned to " FUNCTION TRIM(inv-item-name)
						" - " WS-ATTUNE-COUNT " of " WS-ATTUNE-LIMIT
						" attunements in use."
			END-READ
		END-IF
	END-IF.

7200-COUNT-ATTUNED.
	MOVE 0 TO WS-ATTUNE-COUNT
	MOVE WS-TARGET-CHAR-ID TO inv-char-id
	START InventoryFile KEY IS >= inv-char-id
		INVALID KEY
			CONTINUE
	END-START
	IF WS-INVFILE-STATUS = "00"
		MOVE "N" TO WS-EOF-SW
		PERFORM UNTIL END-OF-ITEMS
			READ InventoryFile NEXT RECORD
				AT END
					MOVE "Y" TO WS-EOF-SW
				NOT AT END
					IF inv-char-id NOT = WS-TARGET-CHAR-ID
						MOVE "Y" TO WS-EOF-SW
					ELSE
						IF is-attuned
							ADD 1 TO WS-ATTUNE-COUNT
						END-IF
					END-IF
			END-READ
		END-PERFORM
	END-IF.

0140-CHECK-THE-OWNER.
	*> a signed-on player changes only the characters on their own
	*> account (see owner-op-id in CHARREC.cpy) - anyone else's pack
	*> opens for a look and nothing more
	MOVE "N" TO WS-LOOK-ONLY-SW
	IF ctx-op-role = "P" AND owner-op-id NOT = ctx-op-id
		MOVE "Y" TO WS-LOOK-ONLY-SW
		IF owner-op-id = SPACES
			DISPLAY "Character ID " char-id " is not tied to a player "
				"account yet - listing only until the admin runs "
				"Owner Match."
		ELSE
			DISPLAY "Character ID " char-id " belongs to another "
				"player - listing only."
		END-IF
	END-IF.

0470-LOG-THE-MOVEMENT.
	CALL "INVMOVE" USING WS-IM-CHAR-ID, WS-IM-ITEM-NAME, WS-IM-QTY,
		WS-IM-PROGRAM.

0040-CHECK-LAYOUT-VERSION.
	*> refuse to run against a character.dat stamped for a different
	*> build - Data Upgrade converts the file and moves the stamp.
