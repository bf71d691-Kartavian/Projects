      *> Shared layout for an InventoryMoveRecord, appended to
      *> invmove.dat by INVMOVE.cbl - one line each time a character's
      *> holding of an item (see INVREC.cpy) goes up or down: bought,
      *> sold, handed over, looted from the stash, crafted, used up or
      *> thrown away.  im-qty-change is signed - positive for gained,
      *> negative for lost.  inventory.dat only says what is carried
      *> now; this file says when it came and went.
01 InventoryMoveRecord.
	02 im-date PIC 9(8).
	02 im-time PIC 9(6).
	02 im-char-id PIC 9(6).
	02 im-item-name PIC x(20).
	02 im-qty-change PIC S9(4) SIGN IS TRAILING SEPARATE.
	02 im-program PIC x(20).
	02 im-op-id PIC x(8).
