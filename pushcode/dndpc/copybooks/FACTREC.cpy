      *> Shared layout for a FactionData record, written to faction.dat
      *> by NPC Registry.cbl - one record per faction, guild or court
      *> the NPCs in npc.dat (see NPCREC.cpy) answer to, with the renown
      *> each character (char-id, see CHARREC.cpy) has earned with it.
01 FactionData.
	02 fc-id PIC 9(3).
	02 fc-name PIC x(20).
	02 fc-rn-count PIC 9(2).
	02 fc-renown OCCURS 30 TIMES.
		03 fc-rn-char-id PIC 9(6).
		03 fc-rn-score PIC 9(3).
