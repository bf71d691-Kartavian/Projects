	02 inv-value PIC 9(5)V99.
	02 inv-equipped-sw PIC X.
		88 is-equipped VALUE "Y".
      *> magic items: attuned to this character (three at most at a
      *> time, see Character Inventory.cbl), and charges left when the
      *> catalog gives the item charges (ic-max-charges, see ITEMREC.cpy).
	02 inv-attuned-sw PIC X.
		88 is-attuned VALUE "Y".
	02 inv-charges PIC 9(2).
