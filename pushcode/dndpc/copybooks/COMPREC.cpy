      *> Shared layout for a CompanionData record, written to
      *> companion.dat by Companion Roster.cbl - the creatures and hired
      *> hands that follow a character (char-id, see CHARREC.cpy) without
      *> being characters themselves: an (A)nimal companion, a
      *> (F)amiliar, a (M)ount, or a (H)ireling.  cp-creature names what
      *> it is, and when that is a bestiary name (mn-name, see
      *> MONREC.cpy) the stat line came from there.  A hireling draws
      *> cp-daily-wage in gp for every in-world day (see CALREC.cpy) its
      *> owner's party lives through; cp-paid-day is the party's day the
      *> wages are settled up to, and the pay comes out of the owner's
      *> (P)urse or goes on a (T)reasury line.  Initiative Tracker.cbl
      *> brings a party's companions into the turn order and writes
      *> their hit points back when the fight is over.
01 CompanionData.
	02 cp-key.
		03 cp-owner-id PIC 9(6).
		03 cp-name PIC x(20).
	02 cp-kind PIC X.
		88 cp-animal VALUE "A".
		88 cp-familiar VALUE "F".
		88 cp-mount VALUE "M".
		88 cp-hireling VALUE "H".
	02 cp-creature PIC x(23).
	02 cp-hp-cur PIC 9(4).
	02 cp-hp-max PIC 9(4).
	02 cp-ac PIC 9(2).
	02 cp-init-bonus PIC S9(2) SIGN IS TRAILING SEPARATE.
	02 cp-daily-wage PIC 9(3)V99.
	02 cp-pay-from PIC X.
		88 cp-from-purse VALUE "P".
		88 cp-from-treasury VALUE "T".
	02 cp-paid-day PIC 9(6).
	02 cp-status PIC X.
		88 cp-active VALUE "A".
		88 cp-dismissed VALUE "D".
		88 cp-dead VALUE "X".
	02 cp-added-date PIC 9(8).
