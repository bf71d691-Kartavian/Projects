	02 ai-key.
		03 ai-char-id PIC 9(6).
		03 ai-item-name PIC x(20).
	02 ai-rest PIC X(18).

FD SpellbookFile.
	COPY SPELLREC.
