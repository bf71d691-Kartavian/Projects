	02 pt-level-mode PIC X.
		88 milestone-party VALUE "M".
		88 xp-party VALUE "X", " ".
      *> a campaign that has ended - Campaign Closeout.cbl retires the
      *> table and parks its nights, proposals, and quests in the archive
      *> twins, and the party drops out of the pickers.  The record
      *> itself stays in party.dat so its pt-id is never handed out
      *> again while the campaign might still be reopened.
	02 pt-status PIC X.
		88 party-closed VALUE "C".
		88 party-live VALUE "A", " ".
	02 pt-closed-date PIC 9(8).
