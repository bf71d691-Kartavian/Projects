      *> Shared layout for an EncounterData record, written to
      *> encounters.dat by Encounter Builder.cbl - a named slate of
      *> bestiary monsters (see MONREC.cpy), the party it was budgeted
      *> for (see PARTYREC.cpy), the rating it drew, and optionally the
      *> Quest Tracker quest it belongs to (qs-id, see QUESTREC.cpy).
      *> en-party-id and en-quest-id are alternate keys so the library
      *> lists by either.  Initiative Tracker.cbl pulls a slate into the
      *> turn order and, once the fight is over, stamps en-sess-id with
      *> the Session Journal night it happened (sj-id, see SESSREC.cpy);
      *> zero means not fought yet.
01 EncounterData.
	02 en-id PIC 9(5).
	02 en-name PIC x(30).
	02 en-party-id PIC 9(4).
	02 en-quest-id PIC 9(5).
	02 en-saved-date PIC 9(8).
	02 en-members PIC 9(3).
	02 en-raw-xp PIC 9(7).
	02 en-adj-xp PIC 9(8).
	02 en-rating PIC x(8).
	02 en-sess-id PIC 9(5).
		88 en-not-fought VALUE 0.
	02 en-fought-date PIC 9(8).
	02 en-line-count PIC 9(2).
	02 en-line OCCURS 20 TIMES.
		03 en-mon-name PIC x(23).
		03 en-mon-qty PIC 9(2).
		03 en-mon-xp PIC 9(6).
