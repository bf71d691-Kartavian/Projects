      *> Shared layout for a CombatLogRecord, appended by Initiative
      *> Tracker.cbl to combatlog-YYYYMMDD.dat (dated by the day the
      *> fight began) as the fight happens - turn changes, damage dealt
      *> and taken, monsters dropped, characters downed, death saves,
      *> and conditions.  cl-fight (the date and time the fight began)
      *> ties a fight's lines together across a save and resume, and is
      *> what the after-action report reads back by.  cl-actor is who
      *> did it and cl-target who it was done to; cl-xp carries the
      *> bestiary XP of a monster on its DROPPED line.
01 CombatLogRecord.
	02 cl-fight.
		03 cl-fight-date PIC 9(8).
		03 cl-fight-time PIC 9(6).
	02 cl-date PIC 9(8).
	02 cl-time PIC 9(6).
	02 cl-round PIC 9(3).
	02 cl-event PIC x(8).
		88 cl-damage VALUE "DAMAGE".
		88 cl-dropped VALUE "DROPPED".
		88 cl-downed VALUE "DOWNED".
		88 cl-death-save VALUE "DEATHSV".
		88 cl-stable VALUE "STABLE".
		88 cl-died VALUE "DIED".
	02 cl-actor PIC x(23).
	02 cl-target PIC x(23).
	02 cl-amount PIC 9(4).
	02 cl-hp-after PIC 9(4).
	02 cl-xp PIC 9(6).
	02 cl-note PIC x(30).
