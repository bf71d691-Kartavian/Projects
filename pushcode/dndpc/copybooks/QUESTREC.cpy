		88 quest-abandoned VALUE "X".
	02 qs-sess-count PIC 9.
	02 qs-sess-id PIC 9(5) OCCURS 5 TIMES.
      *> the quest giver as an npc-id (see NPCREC.cpy); qs-giver keeps
      *> the name as it stood when picked.  Zero for a giver typed in
      *> before the NPC registry.
	02 qs-giver-npc-id PIC 9(5).
