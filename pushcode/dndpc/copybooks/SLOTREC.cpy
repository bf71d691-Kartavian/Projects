      *> Tracker.cbl).  One row per class per caster level 1-20, with the
      *> slot count for each spell level 1st-9th - the full table that
      *> cr-spell-slots (a single 1st-level number) could never carry.
      *> Maintained by Class Maintenance.cbl, which will not save a
      *> spellcaster without its twenty rows.
01 SlotProgressionRecord.
	02 sl-class PIC x(10).
	02 sl-caster-level PIC 9(2).
