      *> Shared layout for a DowntimeData record, written to downtime.dat
      *> by Downtime Ledger.cbl - one row per between-sessions project a
      *> character (char-id, see CHARREC.cpy) takes on, numbered within
      *> the character.  CRAFT and SCRIBE make dt-item-name, an itemcat.dat
      *> item (see ITEMREC.cpy), which lands in inventory.dat when the
      *> days are in; TRAIN learns a tool or language named there; WORK
      *> is a trade plied for pay and never finishes.  dt-days-needed of
      *> zero means open-ended.  dt-daily-amount is spent (dt-flow "D")
      *> or earned ("C") each day, out of or into the character's purse
      *> (dt-pay-from "P") or a treasury.dat line ("T").  dt-lifestyle
      *> is the lifestyle the character keeps while at it (W)retched,
      *> (S)qualid, (P)oor, (M)odest, (C)omfortable, (R)ich or
      *> (A)ristocratic, charged per day on top.
01 DowntimeData.
	02 dt-key.
		03 dt-char-id PIC 9(6).
		03 dt-project-id PIC 9(3).
	02 dt-activity PIC x(6).
		88 dt-craft VALUE "CRAFT".
		88 dt-scribe VALUE "SCRIBE".
		88 dt-train VALUE "TRAIN".
		88 dt-work VALUE "WORK".
	02 dt-item-name PIC x(20).
	02 dt-days-needed PIC 9(4).
	02 dt-days-spent PIC 9(4).
	02 dt-daily-amount PIC 9(5)V99.
	02 dt-flow PIC X.
		88 dt-earns VALUE "C".
		88 dt-costs VALUE "D".
	02 dt-pay-from PIC X.
		88 dt-from-purse VALUE "P".
		88 dt-from-treasury VALUE "T".
	02 dt-lifestyle PIC X.
	02 dt-status PIC X.
		88 dt-open VALUE "O".
		88 dt-finished VALUE "F".
		88 dt-abandoned VALUE "X".
	02 dt-started-date PIC 9(8).
	02 dt-last-date PIC 9(8).
	02 dt-amount-to-date PIC 9(7)V99.
	02 dt-lifestyle-to-date PIC 9(7)V99.
