      *> Shared layout for a PreparedData record, written to prepared.dat
      *> by Session Tracker.cbl at a long rest - the day's prepared
      *> spells for a Cleric, Druid, Paladin, or Wizard, picked from the
      *> character's spellbook.dat (see SPELLREC.cpy) and capped at the
      *> spellcasting modifier plus the class level.  Keyed the same way
      *> as the spellbook, by pr-char-id plus the spell name.
01 PreparedData.
	02 pr-key.
		03 pr-char-id PIC 9(6).
		03 pr-spell-name PIC x(20).
	02 pr-spell-level PIC 9.
	02 pr-date PIC 9(8).
