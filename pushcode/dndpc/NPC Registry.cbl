		>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. npc_registry IS INITIAL.
AUTHOR. Loren Stevenson
DATE-WRITTEN. June 22, 2023
*> The people of the world, kept once.  npc.dat (see NPCREC.cpy) holds
*> each non-player character the table has met - name, faction,
*> where they are found, alive or dead, the night they were first
*> met, and how each party stands with them - and faction.dat (see
*> FACTREC.cpy) the factions they answer to, with the renown every
*> character has earned with each.  Quest Tracker.cbl takes its quest
*> givers from here.  The "who do we know" report lists one party's
*> NPCs by faction, friends first.  Adding and changing entries is
*> the DM's job; players may look.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT NpcFile ASSIGN TO "npc.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS npc-id
		ALTERNATE RECORD KEY IS npc-name WITH DUPLICATES
		FILE STATUS IS WS-NPCFILE-STATUS.
	SELECT FactionFile ASSIGN TO "faction.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS fc-id
		FILE STATUS IS WS-FACTFILE-STATUS.
	SELECT CharacterFile ASSIGN TO "character.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS char-id
		ALTERNATE RECORD KEY IS cname WITH DUPLICATES
		ALTERNATE RECORD KEY IS party-id WITH DUPLICATES
		FILE STATUS IS WS-CHARFILE-STATUS.
	SELECT PartyFile ASSIGN TO "party.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS pt-id
		FILE STATUS IS WS-PARTYFILE-STATUS.
	SELECT SessionFile ASSIGN TO "sessions.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS sj-id
		FILE STATUS IS WS-SESSFILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD NpcFile.
	COPY NPCREC.

FD FactionFile.
	COPY FACTREC.

FD CharacterFile.
	COPY CHARREC.

FD PartyFile.
	COPY PARTYREC.

FD SessionFile.
	COPY SESSREC.

WORKING-STORAGE SECTION.

*> layout-version gate for character.dat and party.dat (see
*> DATAVER.cpy and VERCHECK.cbl) - checked before the files are opened.
	COPY DATAVER.
01 WS-VER-MODE PIC X.
01 WS-VER-FILE PIC x(20).
01 WS-VER-VERSION PIC 9(3).
01 WS-VER-RESULT PIC X.

*> shared with game_console - keeping the registry is the DM's call.
01 CONSOLE-CONTEXT EXTERNAL.
	02 ctx-char-id PIC 9(6).
	02 ctx-active-sw PIC X.
	02 ctx-op-id PIC x(8).
	02 ctx-op-name PIC x(17).
	02 ctx-op-role PIC X.

01 WS-NPCFILE-STATUS PIC XX VALUE "00".
01 WS-FACTFILE-STATUS PIC XX VALUE "00".
01 WS-CHARFILE-STATUS PIC XX VALUE "00".
01 WS-PARTYFILE-STATUS PIC XX VALUE "00".
01 WS-SESSFILE-STATUS PIC XX VALUE "00".

01 WS-SEARCH-CNAMEF PIC x(10).
01 WS-SEARCH-CNAMEL PIC x(12).
01 WS-CHAR-FOUND-SW PIC X VALUE "N".
	88 CHAR-FOUND VALUE "Y".
01 WS-TARGET-CHAR-ID PIC 9(6).
01 WS-LOOKUP-CHOICE PIC X.
01 WS-PICK-CHAR-ID PIC 9(6).
01 WS-MATCH-COUNT PIC 9(2) VALUE 0.
01 WS-MATCH-ID PIC 9(6) OCCURS 10 TIMES.
01 WS-NAME-EOF-SW PIC X VALUE "N".
	88 END-OF-MATCHES VALUE "Y".

01 WS-MENU-CHOICE PIC X.
01 WS-ANSWER PIC X.
01 WS-EOF-SW PIC X VALUE "N".
	88 END-OF-FILE VALUE "Y".

*> finding an NPC by number or by name
01 WS-NPC-FOUND-SW PIC X VALUE "N".
	88 NPC-FOUND VALUE "Y".
01 WS-PICK-NPC-ID PIC 9(5).
01 WS-SEARCH-NPC-NAME PIC x(20).
01 WS-NPC-MATCH-ID PIC 9(5) OCCURS 10 TIMES.
01 WS-NEXT-NPC-ID PIC 9(5).

01 WS-PICK-FACTION-ID PIC 9(3).
01 WS-NEXT-FACTION-ID PIC 9(3).
01 WS-FACTION-NAME PIC x(20).
01 WS-FACTION-OK-SW PIC X VALUE "N".
	88 FACTION-OK VALUE "Y".
01 WS-CHAR-OPEN-SW PIC X VALUE "N".
	88 CHAR-FILE-OPEN VALUE "Y".
01 WS-PICK-PARTY-ID PIC 9(4).
01 WS-PARTY-NAME PIC x(20).
01 WS-PICK-SESSION-ID PIC 9(5).
01 WS-ATTITUDE-IN PIC X.
01 WS-ATT-IDX PIC 9(2).
01 WS-ATT-FOUND PIC 9(2).
01 WS-RN-IDX PIC 9(2).
01 WS-RN-FOUND PIC 9(2).
01 WS-RN-POINTS PIC 9(3).
01 WS-RN-SCORE PIC 9(4).
01 WS-TEXT-IN PIC x(20).
01 WS-NUM-IN PIC x(5).
01 WS-CHAR-NAME PIC x(23).
01 WS-ATT-NAME PIC x(11).

*> a party's acquaintances, gathered from npc.dat and then put in
*> faction, attitude and name order for the report
01 WS-KNOWN-ENTRY OCCURS 300 TIMES.
	02 WS-KN-FACTION-ID PIC 9(3).
	02 WS-KN-RANK PIC 9.
	02 WS-KN-NAME PIC x(20).
	02 WS-KN-ID PIC 9(5).
	02 WS-KN-LOCATION PIC x(20).
	02 WS-KN-STATUS PIC X.
	02 WS-KN-FIRST-SESS PIC 9(5).
01 WS-KNOWN-COUNT PIC 9(3) VALUE 0.
01 WS-KN-IDX PIC 9(3).
01 WS-KN-SCAN PIC 9(3).
01 WS-KN-HOLD.
	02 WS-KNH-FACTION-ID PIC 9(3).
	02 WS-KNH-RANK PIC 9.
	02 WS-KNH-NAME PIC x(20).
	02 WS-KNH-ID PIC 9(5).
	02 WS-KNH-LOCATION PIC x(20).
	02 WS-KNH-STATUS PIC X.
	02 WS-KNH-FIRST-SESS PIC 9(5).
01 WS-KNH-KEY PIC x(24).
01 WS-KN-KEY PIC x(24).
01 WS-LAST-FACTION-ID PIC 9(3).
01 WS-LAST-RANK PIC 9.
01 WS-DROPPED-COUNT PIC 9(4) VALUE 0.

*> attitudes in report order - friends first
01 WS-ATTITUDE-VALUES.
	02 FILLER PIC x(12) VALUE "FFriendly   ".
	02 FILLER PIC x(12) VALUE "IIndifferent".
	02 FILLER PIC x(12) VALUE "HHostile    ".
01 WS-ATTITUDE-TABLE REDEFINES WS-ATTITUDE-VALUES.
	02 WS-ATTITUDE-ENTRY OCCURS 3 TIMES.
		03 WS-AT-CODE PIC X.
		03 WS-AT-NAME PIC x(11).
01 WS-AT-IDX PIC 9.

*> spool plumbing - the same lines that hit the screen can land in a
*> dated file under reports/ (see RPTSPOOL.cbl).
01 WS-SPOOL-ANSWER PIC X.
01 WS-SPOOLING-SW PIC X VALUE "N".
	88 SPOOLING VALUE "Y".
01 WS-RPT-OP PIC X.
01 WS-RPT-NAME PIC x(12) VALUE "whoweknow".
01 WS-RPT-LINE PIC x(132) VALUE SPACES.

PROCEDURE DIVISION.
0000-MAIN.
	PERFORM 0040-CHECK-LAYOUT-VERSION
	DISPLAY "================================================================"
	DISPLAY "                  NPC AND FACTION REGISTRY"
	DISPLAY "================================================================"
	OPEN I-O NpcFile
	IF WS-NPCFILE-STATUS = "35"
		OPEN OUTPUT NpcFile
		CLOSE NpcFile
		OPEN I-O NpcFile
	END-IF
	OPEN I-O FactionFile
	IF WS-FACTFILE-STATUS = "35"
		OPEN OUTPUT FactionFile
		CLOSE FactionFile
		OPEN I-O FactionFile
	END-IF
	MOVE SPACE TO WS-MENU-CHOICE
	PERFORM UNTIL WS-MENU-CHOICE = "Q" OR WS-MENU-CHOICE = "q"
		DISPLAY " "
		DISPLAY "1) Add an NPC"
		DISPLAY "2) Revise an NPC"
		DISPLAY "3) Set an NPC's attitude toward a party"
		DISPLAY "4) Show one NPC"
		DISPLAY "5) Add a faction"
		DISPLAY "6) Adjust a character's renown"
		DISPLAY "7) Faction standings"
		DISPLAY "8) Who do we know - a party's NPCs"
		DISPLAY "Q) Done"
		DISPLAY "Choice? " WITH NO ADVANCING
		ACCEPT WS-MENU-CHOICE
		EVALUATE WS-MENU-CHOICE
			WHEN "1"
				PERFORM 1000-ADD-NPC
			WHEN "2"
				PERFORM 2000-REVISE-NPC
			WHEN "3"
				PERFORM 3000-SET-ATTITUDE
			WHEN "4"
				PERFORM 4000-SHOW-ONE-NPC
			WHEN "5"
				PERFORM 5000-ADD-FACTION
			WHEN "6"
				PERFORM 6000-ADJUST-RENOWN
			WHEN "7"
				PERFORM 6500-FACTION-STANDINGS
			WHEN "8"
				PERFORM 7000-WHO-DO-WE-KNOW
			WHEN "Q"
			WHEN "q"
				CONTINUE
			WHEN OTHER
				DISPLAY "Not a valid choice."
		END-EVALUATE
	END-PERFORM
	CLOSE NpcFile
	CLOSE FactionFile
	GOBACK.

0100-FIND-CHARACTER.
	MOVE "N" TO WS-CHAR-FOUND-SW
	OPEN INPUT CharacterFile
	IF WS-CHARFILE-STATUS NOT = "00"
		DISPLAY "No characters on file yet."
	ELSE
		IF ctx-active-sw = "Y"
			DISPLAY "Use the current character, ID " ctx-char-id
				"? (Y/N) " WITH NO ADVANCING
			ACCEPT WS-LOOKUP-CHOICE
			IF WS-LOOKUP-CHOICE = "Y" OR WS-LOOKUP-CHOICE = "y"
				MOVE ctx-char-id TO WS-PICK-CHAR-ID
				PERFORM 0130-READ-BY-ID
			END-IF
		END-IF
		IF NOT CHAR-FOUND
			DISPLAY "Look up the character by (I)D or (N)ame? "
				WITH NO ADVANCING
			ACCEPT WS-LOOKUP-CHOICE
			IF WS-LOOKUP-CHOICE = "I" OR WS-LOOKUP-CHOICE = "i"
				DISPLAY "Character ID? " WITH NO ADVANCING
				ACCEPT WS-PICK-CHAR-ID
				PERFORM 0130-READ-BY-ID
			ELSE
				PERFORM 0110-SEARCH-BY-NAME
			END-IF
		END-IF
		IF CHAR-FOUND
			MOVE char-id TO WS-TARGET-CHAR-ID
			MOVE char-id TO ctx-char-id
			MOVE "Y" TO ctx-active-sw
		END-IF
		CLOSE CharacterFile
	END-IF.

0110-SEARCH-BY-NAME.
	*> cname allows duplicates, so collect every record wearing the
	*> name and make the operator pick by char-id when there is more
	*> than one.
	DISPLAY "Character's first name? " WITH NO ADVANCING
	ACCEPT WS-SEARCH-CNAMEF
	DISPLAY "Character's last name? " WITH NO ADVANCING
	ACCEPT WS-SEARCH-CNAMEL
	MOVE 0 TO WS-MATCH-COUNT
	MOVE WS-SEARCH-CNAMEF TO cnamef
	MOVE WS-SEARCH-CNAMEL TO cnamel
	START CharacterFile KEY IS = cname
		INVALID KEY
			CONTINUE
	END-START
	IF WS-CHARFILE-STATUS = "00"
		MOVE "N" TO WS-NAME-EOF-SW
		PERFORM UNTIL END-OF-MATCHES
			READ CharacterFile NEXT RECORD
				AT END
					MOVE "Y" TO WS-NAME-EOF-SW
				NOT AT END
					IF cnamef = WS-SEARCH-CNAMEF
						AND cnamel = WS-SEARCH-CNAMEL
						IF WS-MATCH-COUNT < 10
							ADD 1 TO WS-MATCH-COUNT
							MOVE char-id TO WS-MATCH-ID(WS-MATCH-COUNT)
							DISPLAY "  ID " char-id "  Player " pname
								"  " cls "  " race
						END-IF
					ELSE
						MOVE "Y" TO WS-NAME-EOF-SW
					END-IF
			END-READ
		END-PERFORM
	END-IF
	EVALUATE WS-MATCH-COUNT
		WHEN 0
			DISPLAY "No character on file with that name."
		WHEN 1
			MOVE WS-MATCH-ID(1) TO WS-PICK-CHAR-ID
			PERFORM 0130-READ-BY-ID
		WHEN OTHER
			DISPLAY "That name matches more than one character."
			DISPLAY "Character ID to use? " WITH NO ADVANCING
			ACCEPT WS-PICK-CHAR-ID
			PERFORM 0130-READ-BY-ID
	END-EVALUATE.

0130-READ-BY-ID.
	MOVE WS-PICK-CHAR-ID TO char-id
	READ CharacterFile
		INVALID KEY
			DISPLAY "No character on file with ID " WS-PICK-CHAR-ID "."
		NOT INVALID KEY
			MOVE "Y" TO WS-CHAR-FOUND-SW
	END-READ.

0200-FIND-NPC.
	MOVE "N" TO WS-NPC-FOUND-SW
	DISPLAY "Look up the NPC by (I)D or (N)ame? " WITH NO ADVANCING
	ACCEPT WS-LOOKUP-CHOICE
	IF WS-LOOKUP-CHOICE = "I" OR WS-LOOKUP-CHOICE = "i"
		DISPLAY "NPC ID? " WITH NO ADVANCING
		ACCEPT WS-PICK-NPC-ID
		PERFORM 0230-READ-NPC-BY-ID
	ELSE
		DISPLAY "NPC's name? " WITH NO ADVANCING
		ACCEPT WS-SEARCH-NPC-NAME
		PERFORM 0210-SEARCH-NPC-NAME
		EVALUATE WS-MATCH-COUNT
			WHEN 0
				DISPLAY "No NPC on file with that name."
			WHEN 1
				MOVE WS-NPC-MATCH-ID(1) TO WS-PICK-NPC-ID
				PERFORM 0230-READ-NPC-BY-ID
			WHEN OTHER
				DISPLAY "That name matches more than one NPC."
				DISPLAY "NPC ID to use? " WITH NO ADVANCING
				ACCEPT WS-PICK-NPC-ID
				PERFORM 0230-READ-NPC-BY-ID
		END-EVALUATE
	END-IF.

0210-SEARCH-NPC-NAME.
	*> npc-name allows duplicates - two innkeepers called Bob are two
	*> people - so every match is listed with its number
	MOVE 0 TO WS-MATCH-COUNT
	MOVE WS-SEARCH-NPC-NAME TO npc-name
	START NpcFile KEY IS = npc-name
		INVALID KEY
			CONTINUE
	END-START
	IF WS-NPCFILE-STATUS = "00"
		MOVE "N" TO WS-NAME-EOF-SW
		PERFORM UNTIL END-OF-MATCHES
			READ NpcFile NEXT RECORD
				AT END
					MOVE "Y" TO WS-NAME-EOF-SW
				NOT AT END
					IF npc-name = WS-SEARCH-NPC-NAME
						IF WS-MATCH-COUNT < 10
							ADD 1 TO WS-MATCH-COUNT
							MOVE npc-id TO WS-NPC-MATCH-ID(WS-MATCH-COUNT)
							DISPLAY "  NPC " npc-id "  " npc-name "  "
								npc-location
						END-IF
					ELSE
						MOVE "Y" TO WS-NAME-EOF-SW
					END-IF
			END-READ
		END-PERFORM
	END-IF.

0230-READ-NPC-BY-ID.
	MOVE WS-PICK-NPC-ID TO npc-id
	READ NpcFile
		INVALID KEY
			DISPLAY "No NPC on file with ID " WS-PICK-NPC-ID "."
		NOT INVALID KEY
			MOVE "Y" TO WS-NPC-FOUND-SW
	END-READ.

0300-READ-FACTION.
	MOVE "N" TO WS-FACTION-OK-SW
	MOVE SPACES TO WS-FACTION-NAME
	MOVE WS-PICK-FACTION-ID TO fc-id
	READ FactionFile
		INVALID KEY
			CONTINUE
		NOT INVALID KEY
			MOVE "Y" TO WS-FACTION-OK-SW
			MOVE fc-name TO WS-FACTION-NAME
	END-READ.

0350-READ-PARTY.
	MOVE SPACES TO WS-PARTY-NAME
	OPEN INPUT PartyFile
	IF WS-PARTYFILE-STATUS = "00"
		MOVE WS-PICK-PARTY-ID TO pt-id
		READ PartyFile
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				MOVE pt-name TO WS-PARTY-NAME
		END-READ
		CLOSE PartyFile
	END-IF.

1000-ADD-NPC.
	IF ctx-op-role = "P"
		DISPLAY "Adding NPCs is DM or admin only."
	ELSE
		DISPLAY "NPC's name? " WITH NO ADVANCING
		ACCEPT WS-SEARCH-NPC-NAME
		MOVE "Y" TO WS-ANSWER
		IF WS-SEARCH-NPC-NAME = SPACES
			DISPLAY "No name given - nothing added."
			MOVE "N" TO WS-ANSWER
		ELSE
			PERFORM 0210-SEARCH-NPC-NAME
			IF WS-MATCH-COUNT > 0
				DISPLAY "That name is on file already.  Add another NPC "
					"by the same name? (Y/N) " WITH NO ADVANCING
				ACCEPT WS-ANSWER
			END-IF
		END-IF
		IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
			PERFORM 1100-FIND-NEXT-NPC-ID
			INITIALIZE NpcData
			MOVE WS-NEXT-NPC-ID TO npc-id
			MOVE WS-SEARCH-NPC-NAME TO npc-name
			PERFORM 1200-ASK-FACTION
			MOVE WS-PICK-FACTION-ID TO npc-faction-id
			DISPLAY "Where are they found? " WITH NO ADVANCING
			ACCEPT npc-location
			MOVE "A" TO npc-status
			MOVE 0 TO npc-att-count
			DISPLAY "Session ID where the party first met them (0 if "
				"unknown)? " WITH NO ADVANCING
			ACCEPT WS-PICK-SESSION-ID
			PERFORM 1300-CHECK-FIRST-SESSION
			MOVE WS-PICK-SESSION-ID TO npc-first-sess
			IF WS-PICK-PARTY-ID NOT = 0
				PERFORM 1400-ASK-ATTITUDE
				MOVE 1 TO npc-att-count
				MOVE WS-PICK-PARTY-ID TO npc-att-party-id(1)
				MOVE WS-ATTITUDE-IN TO npc-att-code(1)
			END-IF
			WRITE NpcData
				INVALID KEY
					DISPLAY "Warning: could not save that NPC."
				NOT INVALID KEY
					DISPLAY "NPC " npc-id " (" FUNCTION TRIM(npc-name)
						") on file."
			END-WRITE
		END-IF
	END-IF.

1100-FIND-NEXT-NPC-ID.
	MOVE 0 TO WS-NEXT-NPC-ID
	MOVE 0 TO npc-id
	START NpcFile KEY IS >= npc-id
		INVALID KEY
			CONTINUE
	END-START
	IF WS-NPCFILE-STATUS = "00"
		MOVE "N" TO WS-EOF-SW
		PERFORM UNTIL END-OF-FILE
			READ NpcFile NEXT RECORD
				AT END
					MOVE "Y" TO WS-EOF-SW
				NOT AT END
					MOVE npc-id TO WS-NEXT-NPC-ID
			END-READ
		END-PERFORM
	END-IF
	ADD 1 TO WS-NEXT-NPC-ID.

1200-ASK-FACTION.
	DISPLAY "Faction ID (0 for none)? " WITH NO ADVANCING
	ACCEPT WS-PICK-FACTION-ID
	IF WS-PICK-FACTION-ID NOT = 0
		PERFORM 0300-READ-FACTION
		IF FACTION-OK
			DISPLAY "  " FUNCTION TRIM(WS-FACTION-NAME)
		ELSE
			DISPLAY "No faction " WS-PICK-FACTION-ID " on file - set to "
				"none.  Add the faction first."
			MOVE 0 TO WS-PICK-FACTION-ID
		END-IF
	END-IF.

1300-CHECK-FIRST-SESSION.
	*> the night they were met also says which party met them
	MOVE 0 TO WS-PICK-PARTY-ID
	IF WS-PICK-SESSION-ID NOT = 0
		OPEN INPUT SessionFile
		IF WS-SESSFILE-STATUS = "00"
			MOVE WS-PICK-SESSION-ID TO sj-id
			READ SessionFile
				INVALID KEY
					DISPLAY "No session " WS-PICK-SESSION-ID
						" in the journal - left unknown."
					MOVE 0 TO WS-PICK-SESSION-ID
				NOT INVALID KEY
					DISPLAY "Session " sj-id " played " sj-date
						" by party " sj-party-id "."
					MOVE sj-party-id TO WS-PICK-PARTY-ID
			END-READ
			CLOSE SessionFile
		ELSE
			DISPLAY "No session journal yet - left unknown."
			MOVE 0 TO WS-PICK-SESSION-ID
		END-IF
	END-IF.

1400-ASK-ATTITUDE.
	MOVE SPACE TO WS-ATTITUDE-IN
	PERFORM UNTIL WS-ATTITUDE-IN = "H" OR WS-ATTITUDE-IN = "I"
		OR WS-ATTITUDE-IN = "F"
		DISPLAY "Attitude toward party " WS-PICK-PARTY-ID
			" - (H)ostile, (I)ndifferent, (F)riendly? " WITH NO ADVANCING
		ACCEPT WS-ATTITUDE-IN
		MOVE FUNCTION UPPER-CASE(WS-ATTITUDE-IN) TO WS-ATTITUDE-IN
	END-PERFORM.

2000-REVISE-NPC.
	IF ctx-op-role = "P"
		DISPLAY "Revising NPCs is DM or admin only."
	ELSE
		PERFORM 0200-FIND-NPC
		IF NPC-FOUND
			PERFORM 4100-SHOW-THE-NPC
			DISPLAY "Blank keeps what is there."
			DISPLAY "Name? " WITH NO ADVANCING
			ACCEPT WS-TEXT-IN
			IF WS-TEXT-IN NOT = SPACES
				MOVE WS-TEXT-IN TO npc-name
			END-IF
			DISPLAY "Faction ID (0 for none)? " WITH NO ADVANCING
			ACCEPT WS-NUM-IN
			IF WS-NUM-IN NOT = SPACES
				MOVE FUNCTION NUMVAL(WS-NUM-IN) TO WS-PICK-FACTION-ID
				IF WS-PICK-FACTION-ID = 0
					MOVE 0 TO npc-faction-id
				ELSE
					PERFORM 0300-READ-FACTION
					IF FACTION-OK
						MOVE WS-PICK-FACTION-ID TO npc-faction-id
					ELSE
						DISPLAY "No faction " WS-PICK-FACTION-ID
							" on file - faction left as it was."
					END-IF
				END-IF
			END-IF
			DISPLAY "Where are they found? " WITH NO ADVANCING
			ACCEPT WS-TEXT-IN
			IF WS-TEXT-IN NOT = SPACES
				MOVE WS-TEXT-IN TO npc-location
			END-IF
			DISPLAY "(A)live or (D)ead? " WITH NO ADVANCING
			ACCEPT WS-ANSWER
			MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-ANSWER
			IF WS-ANSWER = "A" OR WS-ANSWER = "D"
				MOVE WS-ANSWER TO npc-status
			END-IF
			DISPLAY "Session first met (0 for unknown)? " WITH NO ADVANCING
			ACCEPT WS-NUM-IN
			IF WS-NUM-IN NOT = SPACES
				MOVE FUNCTION NUMVAL(WS-NUM-IN) TO WS-PICK-SESSION-ID
				PERFORM 1300-CHECK-FIRST-SESSION
				MOVE WS-PICK-SESSION-ID TO npc-first-sess
			END-IF
			REWRITE NpcData
				INVALID KEY
					DISPLAY "Warning: could not save the changes."
				NOT INVALID KEY
					DISPLAY "NPC " npc-id " updated."
			END-REWRITE
		END-IF
	END-IF.

3000-SET-ATTITUDE.
	IF ctx-op-role = "P"
		DISPLAY "Setting attitudes is DM or admin only."
	ELSE
		PERFORM 0200-FIND-NPC
		IF NPC-FOUND
			DISPLAY "Party ID? " WITH NO ADVANCING
			ACCEPT WS-PICK-PARTY-ID
			PERFORM 0350-READ-PARTY
			IF WS-PARTY-NAME = SPACES
				DISPLAY "No party on file with ID " WS-PICK-PARTY-ID "."
			ELSE
				MOVE 0 TO WS-ATT-FOUND
				PERFORM VARYING WS-ATT-IDX FROM 1 BY 1
					UNTIL WS-ATT-IDX > npc-att-count
					IF npc-att-party-id(WS-ATT-IDX) = WS-PICK-PARTY-ID
						MOVE WS-ATT-IDX TO WS-ATT-FOUND
					END-IF
				END-PERFORM
				IF WS-ATT-FOUND = 0 AND npc-att-count = 10
					DISPLAY "Ten parties know " FUNCTION TRIM(npc-name)
						" already - no room for another."
				ELSE
					PERFORM 1400-ASK-ATTITUDE
					IF WS-ATT-FOUND = 0
						ADD 1 TO npc-att-count
						MOVE npc-att-count TO WS-ATT-FOUND
						MOVE WS-PICK-PARTY-ID
							TO npc-att-party-id(WS-ATT-FOUND)
					END-IF
					MOVE WS-ATTITUDE-IN TO npc-att-code(WS-ATT-FOUND)
					REWRITE NpcData
						INVALID KEY
							DISPLAY "Warning: could not save the attitude."
						NOT INVALID KEY
							DISPLAY FUNCTION TRIM(npc-name) " and "
								FUNCTION TRIM(WS-PARTY-NAME) " - set."
					END-REWRITE
				END-IF
			END-IF
		END-IF
	END-IF.

4000-SHOW-ONE-NPC.
	PERFORM 0200-FIND-NPC
	IF NPC-FOUND
		PERFORM 4100-SHOW-THE-NPC
	END-IF.

4100-SHOW-THE-NPC.
	DISPLAY "----------------------------------------------------------------"
	DISPLAY "NPC " npc-id "  " npc-name WITH NO ADVANCING
	IF npc-dead
		DISPLAY "  (dead)"
	ELSE
		DISPLAY " "
	END-IF
	IF npc-faction-id = 0
		DISPLAY "  Faction:  none"
	ELSE
		MOVE npc-faction-id TO WS-PICK-FACTION-ID
		PERFORM 0300-READ-FACTION
		DISPLAY "  Faction:  " npc-faction-id " " WS-FACTION-NAME
	END-IF
	DISPLAY "  Found at: " npc-location
	IF npc-first-sess = 0
		DISPLAY "  First met: unknown"
	ELSE
		DISPLAY "  First met: session " npc-first-sess
	END-IF
	PERFORM VARYING WS-ATT-IDX FROM 1 BY 1 UNTIL WS-ATT-IDX > npc-att-count
		PERFORM 4200-NAME-THE-ATTITUDE
		DISPLAY "  Party " npc-att-party-id(WS-ATT-IDX) ": " WS-ATT-NAME
	END-PERFORM.

4200-NAME-THE-ATTITUDE.
	MOVE "unknown" TO WS-ATT-NAME
	PERFORM VARYING WS-AT-IDX FROM 1 BY 1 UNTIL WS-AT-IDX > 3
		IF WS-AT-CODE(WS-AT-IDX) = npc-att-code(WS-ATT-IDX)
			MOVE WS-AT-NAME(WS-AT-IDX) TO WS-ATT-NAME
		END-IF
	END-PERFORM.

5000-ADD-FACTION.
	IF ctx-op-role = "P"
		DISPLAY "Adding factions is DM or admin only."
	ELSE
		MOVE 0 TO WS-NEXT-FACTION-ID
		MOVE 0 TO fc-id
		START FactionFile KEY IS >= fc-id
			INVALID KEY
				CONTINUE
		END-START
		IF WS-FACTFILE-STATUS = "00"
			MOVE "N" TO WS-EOF-SW
			PERFORM UNTIL END-OF-FILE
				READ FactionFile NEXT RECORD
					AT END
						MOVE "Y" TO WS-EOF-SW
					NOT AT END
						MOVE fc-id TO WS-NEXT-FACTION-ID
				END-READ
			END-PERFORM
		END-IF
		ADD 1 TO WS-NEXT-FACTION-ID
		INITIALIZE FactionData
		MOVE WS-NEXT-FACTION-ID TO fc-id
		DISPLAY "Faction name? " WITH NO ADVANCING
		ACCEPT fc-name
		IF fc-name = SPACES
			DISPLAY "No name given - nothing added."
		ELSE
			MOVE 0 TO fc-rn-count
			WRITE FactionData
				INVALID KEY
					DISPLAY "Warning: could not save that faction."
				NOT INVALID KEY
					DISPLAY "Faction " fc-id " (" FUNCTION TRIM(fc-name)
						") on file."
			END-WRITE
		END-IF
	END-IF.

6000-ADJUST-RENOWN.
	IF ctx-op-role = "P"
		DISPLAY "Renown is DM or admin only."
	ELSE
		DISPLAY "Faction ID? " WITH NO ADVANCING
		ACCEPT WS-PICK-FACTION-ID
		PERFORM 0300-READ-FACTION
		IF NOT FACTION-OK
			DISPLAY "No faction " WS-PICK-FACTION-ID " on file."
		ELSE
			PERFORM 0100-FIND-CHARACTER
			IF CHAR-FOUND
				PERFORM 6100-POST-THE-RENOWN
			END-IF
		END-IF
	END-IF.

6100-POST-THE-RENOWN.
	MOVE 0 TO WS-RN-FOUND
	PERFORM VARYING WS-RN-IDX FROM 1 BY 1 UNTIL WS-RN-IDX > fc-rn-count
		IF fc-rn-char-id(WS-RN-IDX) = WS-TARGET-CHAR-ID
			MOVE WS-RN-IDX TO WS-RN-FOUND
		END-IF
	END-PERFORM
	IF WS-RN-FOUND = 0 AND fc-rn-count = 30
		DISPLAY "Thirty characters hold renown with "
			FUNCTION TRIM(fc-name) " already - no room for another."
	ELSE
		IF WS-RN-FOUND = 0
			ADD 1 TO fc-rn-count
			MOVE fc-rn-count TO WS-RN-FOUND
			MOVE WS-TARGET-CHAR-ID TO fc-rn-char-id(WS-RN-FOUND)
			MOVE 0 TO fc-rn-score(WS-RN-FOUND)
		END-IF
		DISPLAY "Renown now " fc-rn-score(WS-RN-FOUND)
			".  (G)ain or (L)ose? " WITH NO ADVANCING
		ACCEPT WS-ANSWER
		DISPLAY "Points? " WITH NO ADVANCING
		ACCEPT WS-RN-POINTS
		MOVE fc-rn-score(WS-RN-FOUND) TO WS-RN-SCORE
		IF WS-ANSWER = "L" OR WS-ANSWER = "l"
			*> renown never drops below nothing
			IF WS-RN-POINTS > WS-RN-SCORE
				MOVE 0 TO WS-RN-SCORE
			ELSE
				SUBTRACT WS-RN-POINTS FROM WS-RN-SCORE
			END-IF
		ELSE
			ADD WS-RN-POINTS TO WS-RN-SCORE
			IF WS-RN-SCORE > 999
				MOVE 999 TO WS-RN-SCORE
			END-IF
		END-IF
		MOVE WS-RN-SCORE TO fc-rn-score(WS-RN-FOUND)
		REWRITE FactionData
			INVALID KEY
				DISPLAY "Warning: could not save the renown."
			NOT INVALID KEY
				DISPLAY FUNCTION TRIM(cnamef) " " FUNCTION TRIM(cnamel)
					" stands at " fc-rn-score(WS-RN-FOUND) " with "
					FUNCTION TRIM(fc-name) "."
		END-REWRITE
	END-IF.

6500-FACTION-STANDINGS.
	DISPLAY "Faction ID (0 for every faction)? " WITH NO ADVANCING
	ACCEPT WS-PICK-FACTION-ID
	OPEN INPUT CharacterFile
	*> a renown holder no longer on file leaves the status at 23,
	*> so whether the file opened is kept apart from it
	IF WS-CHARFILE-STATUS = "00"
		MOVE "Y" TO WS-CHAR-OPEN-SW
	ELSE
		MOVE "N" TO WS-CHAR-OPEN-SW
	END-IF
	IF WS-PICK-FACTION-ID = 0
		MOVE 0 TO fc-id
		START FactionFile KEY IS >= fc-id
			INVALID KEY
				CONTINUE
		END-START
		IF WS-FACTFILE-STATUS = "00"
			MOVE "N" TO WS-EOF-SW
			PERFORM UNTIL END-OF-FILE
				READ FactionFile NEXT RECORD
					AT END
						MOVE "Y" TO WS-EOF-SW
					NOT AT END
						PERFORM 6600-SHOW-A-FACTION
				END-READ
			END-PERFORM
		ELSE
			DISPLAY "No factions on file yet."
		END-IF
	ELSE
		PERFORM 0300-READ-FACTION
		IF FACTION-OK
			PERFORM 6600-SHOW-A-FACTION
		ELSE
			DISPLAY "No faction " WS-PICK-FACTION-ID " on file."
		END-IF
	END-IF
	IF CHAR-FILE-OPEN
		CLOSE CharacterFile
	END-IF.

6600-SHOW-A-FACTION.
	DISPLAY "----------------------------------------------------------------"
	DISPLAY "Faction " fc-id "  " fc-name
	IF fc-rn-count = 0
		DISPLAY "  (no renown earned yet)"
	END-IF
	PERFORM VARYING WS-RN-IDX FROM 1 BY 1 UNTIL WS-RN-IDX > fc-rn-count
		MOVE "(no longer on file)" TO WS-CHAR-NAME
		IF CHAR-FILE-OPEN
			MOVE fc-rn-char-id(WS-RN-IDX) TO char-id
			READ CharacterFile
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					MOVE SPACES TO WS-CHAR-NAME
					STRING FUNCTION TRIM(cnamef) " " FUNCTION TRIM(cnamel)
						DELIMITED BY SIZE INTO WS-CHAR-NAME
					END-STRING
			END-READ
		END-IF
		DISPLAY "  " fc-rn-char-id(WS-RN-IDX) "  " WS-CHAR-NAME
			"  renown " fc-rn-score(WS-RN-IDX)
	END-PERFORM.

7000-WHO-DO-WE-KNOW.
	DISPLAY "Party ID? " WITH NO ADVANCING
	ACCEPT WS-PICK-PARTY-ID
	PERFORM 0350-READ-PARTY
	IF WS-PARTY-NAME = SPACES
		DISPLAY "No party on file with ID " WS-PICK-PARTY-ID "."
	ELSE
		PERFORM 0450-ASK-ABOUT-SPOOL
		MOVE "----------------------------------------------------------------"
			TO WS-RPT-LINE
		PERFORM 0500-PRINT-LINE
		STRING "WHO PARTY " WS-PICK-PARTY-ID " ("
			FUNCTION TRIM(WS-PARTY-NAME) ") KNOWS"
			DELIMITED BY SIZE INTO WS-RPT-LINE
		END-STRING
		PERFORM 0500-PRINT-LINE
		PERFORM 7100-GATHER-THE-KNOWN
		PERFORM 7200-SORT-THE-KNOWN
		PERFORM 7300-PRINT-THE-KNOWN
		PERFORM 0550-CLOSE-SPOOL
	END-IF.

7100-GATHER-THE-KNOWN.
	MOVE 0 TO WS-KNOWN-COUNT
	MOVE 0 TO WS-DROPPED-COUNT
	MOVE 0 TO npc-id
	START NpcFile KEY IS >= npc-id
		INVALID KEY
			CONTINUE
	END-START
	IF WS-NPCFILE-STATUS = "00"
		MOVE "N" TO WS-EOF-SW
		PERFORM UNTIL END-OF-FILE
			READ NpcFile NEXT RECORD
				AT END
					MOVE "Y" TO WS-EOF-SW
				NOT AT END
					PERFORM VARYING WS-ATT-IDX FROM 1 BY 1
						UNTIL WS-ATT-IDX > npc-att-count
						IF npc-att-party-id(WS-ATT-IDX) = WS-PICK-PARTY-ID
							PERFORM 7150-ADD-THE-KNOWN
						END-IF
					END-PERFORM
			END-READ
		END-PERFORM
	END-IF.

7150-ADD-THE-KNOWN.
	IF WS-KNOWN-COUNT < 300
		ADD 1 TO WS-KNOWN-COUNT
		MOVE npc-faction-id TO WS-KN-FACTION-ID(WS-KNOWN-COUNT)
		MOVE 2 TO WS-KN-RANK(WS-KNOWN-COUNT)
		PERFORM VARYING WS-AT-IDX FROM 1 BY 1 UNTIL WS-AT-IDX > 3
			IF WS-AT-CODE(WS-AT-IDX) = npc-att-code(WS-ATT-IDX)
				MOVE WS-AT-IDX TO WS-KN-RANK(WS-KNOWN-COUNT)
			END-IF
		END-PERFORM
		MOVE npc-name TO WS-KN-NAME(WS-KNOWN-COUNT)
		MOVE npc-id TO WS-KN-ID(WS-KNOWN-COUNT)
		MOVE npc-location TO WS-KN-LOCATION(WS-KNOWN-COUNT)
		MOVE npc-status TO WS-KN-STATUS(WS-KNOWN-COUNT)
		MOVE npc-first-sess TO WS-KN-FIRST-SESS(WS-KNOWN-COUNT)
	ELSE
		ADD 1 TO WS-DROPPED-COUNT
	END-IF.

7200-SORT-THE-KNOWN.
	*> insertion sort on faction, attitude, then name - the leading
	*> bytes of an entry are exactly that key
	PERFORM VARYING WS-KN-IDX FROM 2 BY 1 UNTIL WS-KN-IDX > WS-KNOWN-COUNT
		MOVE WS-KNOWN-ENTRY(WS-KN-IDX) TO WS-KN-HOLD
		MOVE WS-KN-HOLD(1:24) TO WS-KNH-KEY
		MOVE WS-KN-IDX TO WS-KN-SCAN
		MOVE WS-KNOWN-ENTRY(WS-KN-SCAN - 1)(1:24) TO WS-KN-KEY
		PERFORM UNTIL WS-KN-SCAN < 2 OR WS-KN-KEY <= WS-KNH-KEY
			MOVE WS-KNOWN-ENTRY(WS-KN-SCAN - 1)
				TO WS-KNOWN-ENTRY(WS-KN-SCAN)
			SUBTRACT 1 FROM WS-KN-SCAN
			IF WS-KN-SCAN > 1
				MOVE WS-KNOWN-ENTRY(WS-KN-SCAN - 1)(1:24) TO WS-KN-KEY
			END-IF
		END-PERFORM
		MOVE WS-KN-HOLD TO WS-KNOWN-ENTRY(WS-KN-SCAN)
	END-PERFORM.

7300-PRINT-THE-KNOWN.
	IF WS-KNOWN-COUNT = 0
		MOVE "  (nobody yet - set attitudes in this registry)" TO WS-RPT-LINE
		PERFORM 0500-PRINT-LINE
	END-IF
	MOVE 999 TO WS-LAST-FACTION-ID
	MOVE 0 TO WS-LAST-RANK
	PERFORM VARYING WS-KN-IDX FROM 1 BY 1 UNTIL WS-KN-IDX > WS-KNOWN-COUNT
		IF WS-KN-FACTION-ID(WS-KN-IDX) NOT = WS-LAST-FACTION-ID
			MOVE WS-KN-FACTION-ID(WS-KN-IDX) TO WS-LAST-FACTION-ID
			MOVE 0 TO WS-LAST-RANK
			IF WS-LAST-FACTION-ID = 0
				MOVE "No faction" TO WS-FACTION-NAME
			ELSE
				MOVE WS-LAST-FACTION-ID TO WS-PICK-FACTION-ID
				PERFORM 0300-READ-FACTION
				IF NOT FACTION-OK
					MOVE "(faction gone)" TO WS-FACTION-NAME
				END-IF
			END-IF
			MOVE SPACES TO WS-RPT-LINE
			PERFORM 0500-PRINT-LINE
			STRING "  " FUNCTION TRIM(WS-FACTION-NAME)
				DELIMITED BY SIZE INTO WS-RPT-LINE
			END-STRING
			PERFORM 0500-PRINT-LINE
		END-IF
		IF WS-KN-RANK(WS-KN-IDX) NOT = WS-LAST-RANK
			MOVE WS-KN-RANK(WS-KN-IDX) TO WS-LAST-RANK
			STRING "    " WS-AT-NAME(WS-LAST-RANK)
				DELIMITED BY SIZE INTO WS-RPT-LINE
			END-STRING
			PERFORM 0500-PRINT-LINE
		END-IF
		STRING "      " WS-KN-NAME(WS-KN-IDX) "  " WS-KN-LOCATION(WS-KN-IDX)
			DELIMITED BY SIZE INTO WS-RPT-LINE
		END-STRING
		IF WS-KN-FIRST-SESS(WS-KN-IDX) NOT = 0
			STRING FUNCTION TRIM(WS-RPT-LINE TRAILING) "  met session "
				WS-KN-FIRST-SESS(WS-KN-IDX)
				DELIMITED BY SIZE INTO WS-RPT-LINE
			END-STRING
		END-IF
		IF WS-KN-STATUS(WS-KN-IDX) = "D"
			STRING FUNCTION TRIM(WS-RPT-LINE TRAILING) "  (dead)"
				DELIMITED BY SIZE INTO WS-RPT-LINE
			END-STRING
		END-IF
		PERFORM 0500-PRINT-LINE
	END-PERFORM
	MOVE SPACES TO WS-RPT-LINE
	PERFORM 0500-PRINT-LINE
	STRING "  " WS-KNOWN-COUNT " NPC(s) known to the party."
		DELIMITED BY SIZE INTO WS-RPT-LINE
	END-STRING
	PERFORM 0500-PRINT-LINE
	IF WS-DROPPED-COUNT > 0
		STRING "  " WS-DROPPED-COUNT " more left off past the page limit."
			DELIMITED BY SIZE INTO WS-RPT-LINE
		END-STRING
		PERFORM 0500-PRINT-LINE
	END-IF.

0450-ASK-ABOUT-SPOOL.
	MOVE "N" TO WS-SPOOLING-SW
	DISPLAY "Spool this report to a dated file under reports/? (Y/N) "
		WITH NO ADVANCING
	ACCEPT WS-SPOOL-ANSWER
	IF WS-SPOOL-ANSWER = "Y" OR WS-SPOOL-ANSWER = "y"
		MOVE "O" TO WS-RPT-OP
		CALL "RPTSPOOL" USING WS-RPT-OP, WS-RPT-NAME, WS-RPT-LINE
		MOVE "Y" TO WS-SPOOLING-SW
	END-IF.

0500-PRINT-LINE.
	DISPLAY FUNCTION TRIM(WS-RPT-LINE TRAILING)
	IF SPOOLING
		MOVE "W" TO WS-RPT-OP
		CALL "RPTSPOOL" USING WS-RPT-OP, WS-RPT-NAME, WS-RPT-LINE
	END-IF
	MOVE SPACES TO WS-RPT-LINE.

0550-CLOSE-SPOOL.
	IF SPOOLING
		MOVE "C" TO WS-RPT-OP
		CALL "RPTSPOOL" USING WS-RPT-OP, WS-RPT-NAME, WS-RPT-LINE
	END-IF.

0040-CHECK-LAYOUT-VERSION.
	*> refuse to run against a character.dat or party.dat stamped for
	*> a different build - Data Upgrade converts the files and moves
	*> the stamps.
	MOVE "C" TO WS-VER-MODE
	MOVE "character.dat" TO WS-VER-FILE
	MOVE dv-charrec-version TO WS-VER-VERSION
	CALL "VERCHECK" USING WS-VER-MODE, WS-VER-FILE, WS-VER-VERSION,
		WS-VER-RESULT
	IF WS-VER-RESULT = "N"
		DISPLAY "Not touching character.dat - run Data Upgrade first."
		GOBACK
	END-IF
	MOVE "C" TO WS-VER-MODE
	MOVE "party.dat" TO WS-VER-FILE
	MOVE dv-partyrec-version TO WS-VER-VERSION
	CALL "VERCHECK" USING WS-VER-MODE, WS-VER-FILE, WS-VER-VERSION,
		WS-VER-RESULT
	IF WS-VER-RESULT = "N"
		DISPLAY "Not touching party.dat - run Data Upgrade first."
		GOBACK
	END-IF.
