		ACCESS MODE IS DYNAMIC
		RECORD KEY IS char-id
		ALTERNATE RECORD KEY IS cname WITH DUPLICATES
		ALTERNATE RECORD KEY IS party-id WITH DUPLICATES
		FILE STATUS IS WS-CHARFILE-STATUS.
	SELECT InventoryFile ASSIGN TO "inventory.dat"
		ORGANIZATION IS INDEXED
	02 WS-TIME-HHMMSS PIC 9(6).
	02 WS-TIME-HSEC PIC 9(2).

*> inventory movement log (see INVMOVE.cbl and INVMVREC.cpy)
01 WS-IM-CHAR-ID PIC 9(6).
01 WS-IM-ITEM-NAME PIC x(20).
01 WS-IM-QTY PIC S9(4).
01 WS-IM-PROGRAM PIC x(20) VALUE "merchant_screen".

PROCEDURE DIVISION.
0000-MAIN.
	PERFORM 0040-CHECK-LAYOUT-VERSION
	END-IF.

4100-LAND-THE-PURCHASE.
	MOVE WS-TARGET-CHAR-ID TO WS-IM-CHAR-ID
	MOVE WS-CART-ITEM(WS-CART-IDX) TO WS-IM-ITEM-NAME
	MOVE WS-CART-QTY(WS-CART-IDX) TO WS-IM-QTY
	MOVE WS-TARGET-CHAR-ID TO inv-char-id
	MOVE WS-CART-ITEM(WS-CART-IDX) TO inv-item-name
	READ InventoryFile
			MOVE WS-CART-WEIGHT(WS-CART-IDX) TO inv-weight
			MOVE WS-CART-PRICE(WS-CART-IDX) TO inv-value
			MOVE "N" TO inv-equipped-sw
			MOVE "N" TO inv-attuned-sw
			MOVE 0 TO inv-charges
			MOVE WS-TARGET-CHAR-ID TO inv-char-id
			MOVE WS-CART-ITEM(WS-CART-IDX) TO inv-item-name
			WRITE InventoryData
				INVALID KEY
					DISPLAY "Warning: could not add "
						WS-CART-ITEM(WS-CART-IDX) "."
				NOT INVALID KEY
					PERFORM 0470-LOG-THE-MOVEMENT
			END-WRITE
		NOT INVALID KEY
			ADD WS-CART-QTY(WS-CART-IDX) TO inv-qty
			REWRITE InventoryData
			PERFORM 0470-LOG-THE-MOVEMENT
	END-READ.

4200-RELEASE-THE-GOODS.
			DISPLAY "Warning: " WS-CART-ITEM(WS-CART-IDX)
				" vanished before posting - sale line skipped."
		NOT INVALID KEY
			MOVE WS-TARGET-CHAR-ID TO WS-IM-CHAR-ID
			MOVE WS-CART-ITEM(WS-CART-IDX) TO WS-IM-ITEM-NAME
			IF WS-CART-QTY(WS-CART-IDX) >= inv-qty
				COMPUTE WS-IM-QTY = 0 - inv-qty
			ELSE
				COMPUTE WS-IM-QTY = 0 - WS-CART-QTY(WS-CART-IDX)
			END-IF
			PERFORM 0470-LOG-THE-MOVEMENT
			IF WS-CART-QTY(WS-CART-IDX) >= inv-qty
				DELETE InventoryFile
					INVALID KEY
	WRITE TreasuryRecord
	CLOSE TreasuryFile.

0470-LOG-THE-MOVEMENT.
	CALL "INVMOVE" USING WS-IM-CHAR-ID, WS-IM-ITEM-NAME, WS-IM-QTY,
		WS-IM-PROGRAM.

0040-CHECK-LAYOUT-VERSION.
	*> refuse to run against a character.dat stamped for a different
	*> build - Data Upgrade converts the file and moves the stamp.
