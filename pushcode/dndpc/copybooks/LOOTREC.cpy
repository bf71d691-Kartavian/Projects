      *> Shared layout for a LootAwardRecord, appended to loot.dat by
      *> Loot Distribution.cbl - one line per item handed out of the
      *> shared party stash (owner 999999, see INVREC.cpy) to a
      *> character.  lt-campaign is the party's pt-campaign at the time
      *> (see PARTYREC.cpy), so a character's haul follows them between
      *> tables of the same campaign.  lt-value is the whole line's worth
      *> (inv-value times lt-qty).  lt-basis is how it was won: (N)eed
      *> or (G)reed.  Running totals are found by re-reading the file,
      *> the same way treasury.dat keeps its balances.
01 LootAwardRecord.
	02 lt-date PIC 9(8).
	02 lt-time PIC 9(6).
	02 lt-campaign PIC x(20).
	02 lt-party-id PIC 9(4).
	02 lt-char-id PIC 9(6).
	02 lt-item-name PIC x(20).
	02 lt-qty PIC 9(3).
	02 lt-value PIC 9(7)V99.
	02 lt-basis PIC X.
		88 lt-by-need VALUE "N".
		88 lt-by-greed VALUE "G".
