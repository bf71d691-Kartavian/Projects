	02 feat-count PIC 9.
	02 feat-name PIC x(15) OCCURS 5 TIMES.

      *> party-id is also an alternate key (with duplicates) on
      *> character.dat, so the party tools START on it and read only
      *> that table's members instead of the whole roster.
	02 party-id PIC 9(4).

      *> proficiency flags for the 18 standard skills, in alphabetical
      *> spent on short rests by Session Tracker.cbl, half the pool
      *> back on a long rest, one more die on every level-up.
	02 hit-dice-left PIC 9(2).

      *> op-id of the player account that owns the character (see
      *> OPERREC.cpy) - stamped through OWNMATCH.cbl when a character is
      *> added, matched up for the older records by Owner Match.cbl.  A
      *> signed-on player may only change characters carrying their own
      *> op-id; blank means nobody has claimed it yet.
	02 owner-op-id PIC x(8).
