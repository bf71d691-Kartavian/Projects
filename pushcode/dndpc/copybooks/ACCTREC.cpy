      *> Shared layout for an AccountData record, written to accounts.dat
      *> by Table Fees.cbl - the players' table-fee ledger, one row per
      *> charge or payment against a player (pname, see CHARREC.cpy).
      *> A charge's pa-ref is the sj-id of the night it bills (see
      *> SESSREC.cpy), so the key itself refuses a second charge to the
      *> same player for the same session; a payment's pa-ref is the
      *> date and time it was keyed at the counter.  pa-date is the
      *> night played or the day paid, and is what statements and the
      *> aged list go by.
01 AccountData.
	02 pa-key.
		03 pa-player PIC x(17).
		03 pa-kind PIC X.
			88 pa-charge VALUE "C".
			88 pa-payment VALUE "P".
		03 pa-ref PIC 9(14).
	02 pa-date PIC 9(8).
	02 pa-party-id PIC 9(4).
	02 pa-char-id PIC 9(6).
	02 pa-amount PIC 9(5)V99.
	02 pa-memo PIC x(30).
	02 pa-op-id PIC x(8).
