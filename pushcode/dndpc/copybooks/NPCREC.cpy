      *> Shared layout for an NpcData record, written to npc.dat by NPC
      *> Registry.cbl - one record per non-player character the table
      *> has met or heard of, so "Lord Neverember" is one person however
      *> the DM spells him on the night.  npc-faction-id points at
      *> faction.dat (see FACTREC.cpy), zero for none.  npc-first-sess is
      *> the sj-id (see SESSREC.cpy) of the night the party first met
      *> them, zero when nobody remembers.  Each party that knows the NPC
      *> has an attitude row (pt-id, see PARTYREC.cpy): (H)ostile,
      *> (I)ndifferent or (F)riendly.  Quest Tracker.cbl names its quest
      *> givers from here.
01 NpcData.
	02 npc-id PIC 9(5).
	02 npc-name PIC x(20).
	02 npc-faction-id PIC 9(3).
	02 npc-location PIC x(20).
	02 npc-status PIC X.
		88 npc-alive VALUE "A".
		88 npc-dead VALUE "D".
	02 npc-first-sess PIC 9(5).
	02 npc-att-count PIC 9(2).
	02 npc-attitude OCCURS 10 TIMES.
		03 npc-att-party-id PIC 9(4).
		03 npc-att-code PIC X.
			88 npc-hostile VALUE "H".
			88 npc-indifferent VALUE "I".
			88 npc-friendly VALUE "F".
