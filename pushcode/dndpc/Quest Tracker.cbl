		ACCESS MODE IS DYNAMIC
		RECORD KEY IS sj-id
		FILE STATUS IS WS-SESSFILE-STATUS.
	SELECT NpcFile ASSIGN TO "npc.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS npc-id
		ALTERNATE RECORD KEY IS npc-name WITH DUPLICATES
		FILE STATUS IS WS-NPCFILE-STATUS.
	SELECT QuestArchFile ASSIGN TO "questarch.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS qa-id
		FILE STATUS IS WS-QUESTARCH-STATUS.
DATA DIVISION.
FILE SECTION.
FD QuestFile.
FD SessionFile.
	COPY SESSREC.

FD NpcFile.
	COPY NPCREC.

FD QuestArchFile.
*> byte-for-byte image of a QuestData record (see QUESTREC.cpy),
*> parked there by Campaign Closeout.cbl - only the id is read here
01 QuestArchData.
	02 qa-id PIC 9(5).
	02 qa-rest PIC X(116).

WORKING-STORAGE SECTION.
01 WS-QUESTFILE-STATUS PIC XX VALUE "00".
01 WS-SESSFILE-STATUS PIC XX VALUE "00".
01 WS-NPCFILE-STATUS PIC XX VALUE "00".
01 WS-QUESTARCH-STATUS PIC XX VALUE "00".
01 WS-MENU-CHOICE PIC X.
01 WS-EOF-SW PIC X VALUE "N".
	88 END-OF-QUESTS VALUE "Y".
01 WS-SESS-IDX PIC 9.
01 WS-QUEST-COUNT PIC 9(3).

*> picking the quest giver out of npc.dat (see NPC Registry.cbl)
01 WS-GIVER-NAME PIC x(20).
01 WS-GIVER-NPC-ID PIC 9(5).
01 WS-GIVER-DONE-SW PIC X VALUE "N".
	88 GIVER-DONE VALUE "Y".
01 WS-NPC-MATCH-COUNT PIC 9(2).
01 WS-NPC-MATCH-ID PIC 9(5) OCCURS 10 TIMES.
01 WS-NPC-EOF-SW PIC X VALUE "N".
	88 END-OF-NPCS VALUE "Y".

PROCEDURE DIVISION.
0000-MAIN.
	DISPLAY "================================================================"
		DISPLAY "3) Show one quest"
		DISPLAY "4) Change a quest's status"
		DISPLAY "5) Link a session to a quest"
		DISPLAY "6) Change a quest's giver"
		DISPLAY "Q) Done"
		DISPLAY "Choice? " WITH NO ADVANCING
		ACCEPT WS-MENU-CHOICE
				PERFORM 4000-CHANGE-STATUS
			WHEN "5"
				PERFORM 5000-LINK-A-SESSION
			WHEN "6"
				PERFORM 6000-CHANGE-GIVER
			WHEN "Q"
			WHEN "q"
				CONTINUE
	ACCEPT qs-party-id
	DISPLAY "Quest title? " WITH NO ADVANCING
	ACCEPT qs-title
	PERFORM 6100-PICK-THE-GIVER
	MOVE WS-GIVER-NAME TO qs-giver
	MOVE WS-GIVER-NPC-ID TO qs-giver-npc-id
	DISPLAY "Promised reward? " WITH NO ADVANCING
	ACCEPT qs-reward
	MOVE "O" TO qs-status
			END-READ
		END-PERFORM
	END-IF
	*> ids a campaign close-out parked in questarch.dat stay spoken for,
	*> so reopening the campaign never finds its quests taken
	OPEN INPUT QuestArchFile
	IF WS-QUESTARCH-STATUS = "00"
		MOVE 0 TO qa-id
		START QuestArchFile KEY IS >= qa-id
			INVALID KEY
				CONTINUE
		END-START
		IF WS-QUESTARCH-STATUS = "00"
			MOVE "N" TO WS-EOF-SW
			PERFORM UNTIL END-OF-QUESTS
				READ QuestArchFile NEXT RECORD
					AT END
						MOVE "Y" TO WS-EOF-SW
					NOT AT END
						IF qa-id > WS-NEXT-QUEST-ID
							MOVE qa-id TO WS-NEXT-QUEST-ID
						END-IF
				END-READ
			END-PERFORM
		END-IF
		CLOSE QuestArchFile
	END-IF
	ADD 1 TO WS-NEXT-QUEST-ID.

2000-OPEN-QUESTS-REPORT.
			DISPLAY "Quest " qs-id "  party " qs-party-id "  status "
				qs-status
			DISPLAY "  " qs-title
			IF qs-giver-npc-id = 0
				DISPLAY "  Giver:  " qs-giver
			ELSE
				DISPLAY "  Giver:  " qs-giver " (NPC " qs-giver-npc-id ")"
			END-IF
			DISPLAY "  Reward: " qs-reward
			IF qs-sess-count > 0
				DISPLAY "  Advanced in session(s): " WITH NO ADVANCING
		END-READ
		CLOSE SessionFile
	END-IF.

6000-CHANGE-GIVER.
	DISPLAY "Quest ID? " WITH NO ADVANCING
	ACCEPT WS-PICK-QUEST-ID
	MOVE WS-PICK-QUEST-ID TO qs-id
	READ QuestFile
		INVALID KEY
			DISPLAY "No quest " WS-PICK-QUEST-ID " on the books."
		NOT INVALID KEY
			DISPLAY FUNCTION TRIM(qs-title) " - from "
				FUNCTION TRIM(qs-giver) "."
			PERFORM 6100-PICK-THE-GIVER
			MOVE WS-GIVER-NAME TO qs-giver
			MOVE WS-GIVER-NPC-ID TO qs-giver-npc-id
			REWRITE QuestData
			DISPLAY "Giver set."
	END-READ.

6100-PICK-THE-GIVER.
	*> the giver has to be someone in the NPC registry, so the same
	*> lord is the same lord on every quest; blank for nobody
	MOVE SPACES TO WS-GIVER-NAME
	MOVE 0 TO WS-GIVER-NPC-ID
	OPEN INPUT NpcFile
	IF WS-NPCFILE-STATUS NOT = "00"
		DISPLAY "No NPCs on file yet - add the giver in NPC Registry, "
			"then set them here."
	ELSE
		MOVE "N" TO WS-GIVER-DONE-SW
		PERFORM UNTIL GIVER-DONE
			DISPLAY "Who gave it - NPC name, or blank for nobody? "
				WITH NO ADVANCING
			ACCEPT WS-GIVER-NAME
			IF WS-GIVER-NAME = SPACES
				MOVE "Y" TO WS-GIVER-DONE-SW
			ELSE
				PERFORM 6200-FIND-THE-GIVER
			END-IF
		END-PERFORM
		CLOSE NpcFile
	END-IF.

6200-FIND-THE-GIVER.
	MOVE 0 TO WS-NPC-MATCH-COUNT
	MOVE WS-GIVER-NAME TO npc-name
	START NpcFile KEY IS = npc-name
		INVALID KEY
			CONTINUE
	END-START
	IF WS-NPCFILE-STATUS = "00"
		MOVE "N" TO WS-NPC-EOF-SW
		PERFORM UNTIL END-OF-NPCS
			READ NpcFile NEXT RECORD
				AT END
					MOVE "Y" TO WS-NPC-EOF-SW
				NOT AT END
					IF npc-name = WS-GIVER-NAME
						IF WS-NPC-MATCH-COUNT < 10
							ADD 1 TO WS-NPC-MATCH-COUNT
							MOVE npc-id TO WS-NPC-MATCH-ID(WS-NPC-MATCH-COUNT)
							DISPLAY "  NPC " npc-id "  " npc-name "  "
								npc-location
						END-IF
					ELSE
						MOVE "Y" TO WS-NPC-EOF-SW
					END-IF
			END-READ
		END-PERFORM
	END-IF
	EVALUATE WS-NPC-MATCH-COUNT
		WHEN 0
			DISPLAY "Not in the NPC registry - add them there first, or "
				"leave it blank."
		WHEN 1
			MOVE WS-NPC-MATCH-ID(1) TO WS-GIVER-NPC-ID
			MOVE "Y" TO WS-GIVER-DONE-SW
		WHEN OTHER
			DISPLAY "More than one NPC by that name - NPC ID? "
				WITH NO ADVANCING
			ACCEPT WS-GIVER-NPC-ID
			MOVE WS-GIVER-NPC-ID TO npc-id
			READ NpcFile
				INVALID KEY
					DISPLAY "No NPC on file with ID " WS-GIVER-NPC-ID "."
					MOVE 0 TO WS-GIVER-NPC-ID
				NOT INVALID KEY
					MOVE npc-name TO WS-GIVER-NAME
					MOVE "Y" TO WS-GIVER-DONE-SW
			END-READ
	END-EVALUATE.
