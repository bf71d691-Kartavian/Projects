		>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. travel_log IS INITIAL.
AUTHOR. Loren Stevenson
DATE-WRITTEN. June 1, 2023
*> Overland travel for a party.  The DM gives the route length, the
*> pace, and the terrain; the days taken come from the 5e paces (30,
*> 24 or 18 miles a day, halved over difficult ground).  Every living
*> member eats one ration and drinks one waterskin a day - taken from
*> their own inventory.dat rows first (any item whose name begins
*> "Ration" or "Waterskin"), then from the shared party stash (owner
*> 999999) - and anyone who runs short is flagged.  Each day on the
*> road offers a d20 random-encounter check against the terrain's
*> number, the party's in-world clock moves on through CALCLOCK.cbl,
*> and the leg is appended to travel.dat.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT CharacterFile ASSIGN TO "character.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS char-id
		ALTERNATE RECORD KEY IS cname WITH DUPLICATES
		ALTERNATE RECORD KEY IS party-id WITH DUPLICATES
		FILE STATUS IS WS-FILE-STATUS.
	SELECT PartyFile ASSIGN TO "party.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS pt-id
		FILE STATUS IS WS-PARTYFILE-STATUS.
	SELECT InventoryFile ASSIGN TO "inventory.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS inv-key
		ALTERNATE RECORD KEY IS inv-char-id WITH DUPLICATES
		FILE STATUS IS WS-INVFILE-STATUS.
	SELECT TravelFile ASSIGN TO "travel.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		ACCESS IS SEQUENTIAL
		FILE STATUS IS WS-TRAVEL-STATUS.
DATA DIVISION.
FILE SECTION.
FD CharacterFile.
	COPY CHARREC.

FD PartyFile.
	COPY PARTYREC.

FD InventoryFile.
	COPY INVREC.

FD TravelFile.
	COPY TRAVREC.

WORKING-STORAGE SECTION.

*> layout-version gate for character.dat and party.dat (see
*> DATAVER.cpy and VERCHECK.cbl) - checked before the files are opened.
	COPY DATAVER.
01 WS-VER-MODE PIC X.
01 WS-VER-FILE PIC x(20).
01 WS-VER-VERSION PIC 9(3).
01 WS-VER-RESULT PIC X.
01 WS-FILE-STATUS PIC XX VALUE "00".
01 WS-PARTYFILE-STATUS PIC XX VALUE "00".
01 WS-INVFILE-STATUS PIC XX VALUE "00".
01 WS-TRAVEL-STATUS PIC XX VALUE "00".
01 WS-MENU-CHOICE PIC X.
01 WS-ANSWER PIC X.
01 WS-EOF-SW PIC X VALUE "N".
	88 END-OF-FILE VALUE "Y".
01 WS-INV-EOF-SW PIC X VALUE "N".
	88 END-OF-ROWS VALUE "Y".
01 WS-PICK-PARTY-ID PIC 9(4).
01 WS-PARTY-OK-SW PIC X VALUE "N".
	88 PARTY-OK VALUE "Y".
01 WS-PARTY-NAME PIC x(20).
01 WS-LEG-COUNT PIC 9(4) VALUE 0.

*> the leg being posted
01 WS-MILES PIC 9(4).
01 WS-PACE PIC X.
01 WS-PACE-NAME PIC x(6).
01 WS-MILES-PER-DAY PIC 9(2).
01 WS-TERRAIN-PICK PIC 9.
01 WS-DAYS PIC 9(4).
01 WS-DAY-IDX PIC 9(4).
01 WS-TRAVEL-NOTE PIC x(30).
01 WS-ED-MILES PIC Z(3)9.
01 WS-ED-DAYS PIC Z(3)9.

*> 5e overland paces, miles per day
01 WS-PACE-VALUES.
	02 FILLER PIC x(9) VALUE "FFast  30".
	02 FILLER PIC x(9) VALUE "NNormal24".
	02 FILLER PIC x(9) VALUE "SSlow  18".
01 WS-PACE-TABLE REDEFINES WS-PACE-VALUES.
	02 WS-PACE-ENTRY OCCURS 3 TIMES.
		03 WS-PT-CODE PIC X.
		03 WS-PT-NAME PIC x(6).
		03 WS-PT-MILES PIC 9(2).
01 WS-PACE-IDX PIC 9.
01 WS-LIST-IDX PIC 9(2).

*> terrain - name, difficult ground (halves the pace), and the d20
*> roll at or above which a day's encounter check comes up
01 WS-TERRAIN-VALUES.
	02 FILLER PIC x(13) VALUE "Road      N19".
	02 FILLER PIC x(13) VALUE "Grassland N18".
	02 FILLER PIC x(13) VALUE "Desert    N17".
	02 FILLER PIC x(13) VALUE "Forest    Y17".
	02 FILLER PIC x(13) VALUE "Hills     Y17".
	02 FILLER PIC x(13) VALUE "Arctic    Y17".
	02 FILLER PIC x(13) VALUE "Swamp     Y16".
	02 FILLER PIC x(13) VALUE "Mountain  Y16".
01 WS-TERRAIN-TABLE REDEFINES WS-TERRAIN-VALUES.
	02 WS-TERRAIN-ENTRY OCCURS 8 TIMES.
		03 WS-TT-NAME PIC x(10).
		03 WS-TT-DIFFICULT PIC X.
		03 WS-TT-ENCOUNTER PIC 9(2).

*> the party's living members on the road
01 WS-MEMBER-ENTRY OCCURS 20 TIMES.
	02 WS-MB-ID PIC 9(6).
	02 WS-MB-NAME PIC x(23).
	02 WS-MB-SHORT PIC 9(4).
01 WS-MEMBER-COUNT PIC 9(2) VALUE 0.
01 WS-MB-IDX PIC 9(2).
01 WS-STASH-CHAR-ID PIC 9(6) VALUE 999999.

*> drawing supplies - what kind, for whom, and how many still needed
01 WS-SUPPLY-KIND PIC X.
	88 SUPPLY-RATIONS VALUE "R".
	88 SUPPLY-WATER VALUE "W".
01 WS-SUPPLY-NAME PIC x(9).
01 WS-DRAW-OWNER PIC 9(6).
01 WS-NEED PIC 9(4).
01 WS-TAKE PIC 9(4).
01 WS-UP-NAME PIC x(20).
01 WS-ROW-MATCH-SW PIC X.
	88 ROW-MATCHES VALUE "Y".
01 WS-RATIONS-USED PIC 9(5) VALUE 0.
01 WS-WATER-USED PIC 9(5) VALUE 0.
01 WS-SHORT-COUNT PIC 9(5) VALUE 0.

*> the daily encounter checks
01 WS-NUM-DICE PIC 9(2).
01 WS-DIE-SIZE PIC 9(2).
01 WS-DROP-LOWEST PIC 9(2).
01 WS-ROLL PIC 9(4).
01 WS-ROLL-ALL-SW PIC X VALUE "N".
	88 ROLL-EVERY-DAY VALUE "Y".
01 WS-ENC-CHECKS PIC 9(4) VALUE 0.
01 WS-ENC-HITS PIC 9(4) VALUE 0.

*> CALCLOCK.cbl parameters
01 WS-CAL-MODE PIC X.
01 WS-CAL-PARTY-ID PIC 9(4).
01 WS-CAL-HOURS PIC 9(5).
01 WS-CAL-REASON PIC x(10).
01 WS-CAL-NOTE PIC x(30).
01 WS-CAL-DAY PIC 9(6).
01 WS-CAL-HOUR PIC 9(2).
01 WS-CAL-RESULT PIC X.
01 WS-FROM-DAY PIC 9(6).
01 WS-FROM-HOUR PIC 9(2).

01 WS-TIME-FULL PIC 9(8).
01 WS-TIME-FULL-R REDEFINES WS-TIME-FULL.
	02 WS-TIME-HHMMSS PIC 9(6).
	02 WS-TIME-HSEC PIC 9(2).

*> shared with game_console - posting travel is the DM's call.
01 CONSOLE-CONTEXT EXTERNAL.
	02 ctx-char-id PIC 9(6).
	02 ctx-active-sw PIC X.
	02 ctx-op-id PIC x(8).
	02 ctx-op-name PIC x(17).
	02 ctx-op-role PIC X.

*> inventory movement log (see INVMOVE.cbl and INVMVREC.cpy)
01 WS-IM-CHAR-ID PIC 9(6).
01 WS-IM-ITEM-NAME PIC x(20).
01 WS-IM-QTY PIC S9(4).
01 WS-IM-PROGRAM PIC x(20) VALUE "travel_log".

PROCEDURE DIVISION.
0000-MAIN.
	PERFORM 0040-CHECK-LAYOUT-VERSION
	DISPLAY "================================================================"
	DISPLAY "                         TRAVEL LOG"
	DISPLAY "================================================================"
	MOVE SPACE TO WS-MENU-CHOICE
	PERFORM UNTIL WS-MENU-CHOICE = "Q" OR WS-MENU-CHOICE = "q"
		DISPLAY " "
		DISPLAY "1) Post a travel leg"
		DISPLAY "2) A party's travel log"
		DISPLAY "Q) Done"
		DISPLAY "Choice? " WITH NO ADVANCING
		ACCEPT WS-MENU-CHOICE
		EVALUATE WS-MENU-CHOICE
			WHEN "1"
				PERFORM 1000-POST-A-LEG
			WHEN "2"
				PERFORM 5000-LIST-LEGS
			WHEN "Q"
			WHEN "q"
				CONTINUE
			WHEN OTHER
				DISPLAY "Not a valid choice."
		END-EVALUATE
	END-PERFORM
	GOBACK.

1000-POST-A-LEG.
	IF ctx-op-role = "P"
		DISPLAY "Posting travel is DM or admin only."
	ELSE
		PERFORM 0100-PICK-A-PARTY
		IF PARTY-OK
			PERFORM 1050-PLAN-THE-LEG
		END-IF
	END-IF.

1050-PLAN-THE-LEG.
	DISPLAY "Route length in miles? " WITH NO ADVANCING
	ACCEPT WS-MILES
	PERFORM 1100-PICK-PACE
	PERFORM 1200-PICK-TERRAIN
	IF WS-MILES = 0
		DISPLAY "No distance given - nothing posted."
	ELSE
		MOVE WS-PT-MILES(WS-PACE-IDX) TO WS-MILES-PER-DAY
		IF WS-TT-DIFFICULT(WS-TERRAIN-PICK) = "Y"
			DIVIDE 2 INTO WS-MILES-PER-DAY
		END-IF
		COMPUTE WS-DAYS = (WS-MILES + WS-MILES-PER-DAY - 1)
			/ WS-MILES-PER-DAY
		PERFORM 2000-GATHER-MEMBERS
		MOVE WS-MILES TO WS-ED-MILES
		MOVE WS-DAYS TO WS-ED-DAYS
		DISPLAY FUNCTION TRIM(WS-ED-MILES) " miles of "
			FUNCTION TRIM(WS-TT-NAME(WS-TERRAIN-PICK)) " at a "
			FUNCTION TRIM(WS-PACE-NAME) " pace (" WS-MILES-PER-DAY
			" a day) takes " FUNCTION TRIM(WS-ED-DAYS) " day(s)."
		IF WS-MEMBER-COUNT = 0
			DISPLAY "No living members on the party - nothing to feed."
		ELSE
			DISPLAY WS-MEMBER-COUNT " member(s) will need "
				FUNCTION TRIM(WS-ED-DAYS) " ration(s) and "
				FUNCTION TRIM(WS-ED-DAYS) " waterskin(s) each."
		END-IF
		DISPLAY "Note for the log? " WITH NO ADVANCING
		ACCEPT WS-TRAVEL-NOTE
		DISPLAY "Post this leg? (Y/N) " WITH NO ADVANCING
		ACCEPT WS-ANSWER
		IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
			PERFORM 2500-SUPPLY-THE-PARTY
			PERFORM 3000-ENCOUNTER-CHECKS
			PERFORM 4000-MOVE-THE-CLOCK
			PERFORM 4500-WRITE-THE-LEG
		ELSE
			DISPLAY "Nothing posted."
		END-IF
	END-IF.

1100-PICK-PACE.
	DISPLAY "Pace - (F)ast, (N)ormal, (S)low? " WITH NO ADVANCING
	ACCEPT WS-PACE
	MOVE FUNCTION UPPER-CASE(WS-PACE) TO WS-PACE
	MOVE 2 TO WS-PACE-IDX
	PERFORM VARYING WS-LIST-IDX FROM 1 BY 1 UNTIL WS-LIST-IDX > 3
		IF WS-PT-CODE(WS-LIST-IDX) = WS-PACE
			MOVE WS-LIST-IDX TO WS-PACE-IDX
		END-IF
	END-PERFORM
	MOVE WS-PT-CODE(WS-PACE-IDX) TO WS-PACE
	MOVE WS-PT-NAME(WS-PACE-IDX) TO WS-PACE-NAME.

1200-PICK-TERRAIN.
	DISPLAY "Terrain:"
	PERFORM VARYING WS-LIST-IDX FROM 1 BY 1 UNTIL WS-LIST-IDX > 8
		IF WS-TT-DIFFICULT(WS-LIST-IDX) = "Y"
			DISPLAY "  " WS-LIST-IDX(2:1) ") " WS-TT-NAME(WS-LIST-IDX)
				" (difficult)"
		ELSE
			DISPLAY "  " WS-LIST-IDX(2:1) ") " WS-TT-NAME(WS-LIST-IDX)
		END-IF
	END-PERFORM
	DISPLAY "Choice? " WITH NO ADVANCING
	ACCEPT WS-TERRAIN-PICK
	IF WS-TERRAIN-PICK < 1 OR WS-TERRAIN-PICK > 8
		DISPLAY "Not on the list - taking it as Road."
		MOVE 1 TO WS-TERRAIN-PICK
	END-IF.

0100-PICK-A-PARTY.
	MOVE "N" TO WS-PARTY-OK-SW
	DISPLAY "Party ID? " WITH NO ADVANCING
	ACCEPT WS-PICK-PARTY-ID
	OPEN INPUT PartyFile
	IF WS-PARTYFILE-STATUS NOT = "00"
		DISPLAY "No parties on file yet."
	ELSE
		MOVE WS-PICK-PARTY-ID TO pt-id
		READ PartyFile
			INVALID KEY
				DISPLAY "No party on file with ID " WS-PICK-PARTY-ID "."
			NOT INVALID KEY
				IF party-closed
					DISPLAY "Party " WS-PICK-PARTY-ID " is a closed campaign "
						"- its calendar is frozen."
				ELSE
					MOVE "Y" TO WS-PARTY-OK-SW
					MOVE pt-name TO WS-PARTY-NAME
				END-IF
		END-READ
		CLOSE PartyFile
	END-IF.

2000-GATHER-MEMBERS.
	*> the party's members come back through the party-id alternate
	*> key; the dead do not eat.
	MOVE 0 TO WS-MEMBER-COUNT
	OPEN INPUT CharacterFile
	IF WS-FILE-STATUS = "00"
		MOVE "N" TO WS-EOF-SW
		MOVE WS-PICK-PARTY-ID TO party-id
		START CharacterFile KEY IS >= party-id
			INVALID KEY
				MOVE "Y" TO WS-EOF-SW
		END-START
		PERFORM UNTIL END-OF-FILE
			READ CharacterFile NEXT RECORD
				AT END
					MOVE "Y" TO WS-EOF-SW
				NOT AT END
					IF party-id NOT = WS-PICK-PARTY-ID
						MOVE "Y" TO WS-EOF-SW
					ELSE
						IF NOT is-dead AND WS-MEMBER-COUNT < 20
							ADD 1 TO WS-MEMBER-COUNT
							MOVE char-id TO WS-MB-ID(WS-MEMBER-COUNT)
							MOVE SPACES TO WS-MB-NAME(WS-MEMBER-COUNT)
							STRING FUNCTION TRIM(cnamef) " "
								FUNCTION TRIM(cnamel)
								DELIMITED BY SIZE
								INTO WS-MB-NAME(WS-MEMBER-COUNT)
							END-STRING
							MOVE 0 TO WS-MB-SHORT(WS-MEMBER-COUNT)
						END-IF
					END-IF
			END-READ
		END-PERFORM
		CLOSE CharacterFile
	END-IF.

2500-SUPPLY-THE-PARTY.
	MOVE 0 TO WS-RATIONS-USED
	MOVE 0 TO WS-WATER-USED
	MOVE 0 TO WS-SHORT-COUNT
	IF WS-MEMBER-COUNT > 0
		OPEN I-O InventoryFile
		IF WS-INVFILE-STATUS = "35"
			OPEN OUTPUT InventoryFile
			CLOSE InventoryFile
			OPEN I-O InventoryFile
		END-IF
		IF WS-INVFILE-STATUS NOT = "00"
			DISPLAY "Warning: could not open inventory.dat (status "
				WS-INVFILE-STATUS ") - take the rations and water off "
				"by hand."
		ELSE
			PERFORM VARYING WS-MB-IDX FROM 1 BY 1
				UNTIL WS-MB-IDX > WS-MEMBER-COUNT
				MOVE "R" TO WS-SUPPLY-KIND
				PERFORM 2600-FEED-A-MEMBER
				MOVE "W" TO WS-SUPPLY-KIND
				PERFORM 2600-FEED-A-MEMBER
			END-PERFORM
			CLOSE InventoryFile
			DISPLAY WS-RATIONS-USED " ration(s) and " WS-WATER-USED
				" waterskin(s) used."
		END-IF
	END-IF.

2600-FEED-A-MEMBER.
	*> their own pack first, then the party stash; whatever is left
	*> over is days gone without
	IF SUPPLY-RATIONS
		MOVE "rations" TO WS-SUPPLY-NAME
	ELSE
		MOVE "water" TO WS-SUPPLY-NAME
	END-IF
	MOVE WS-DAYS TO WS-NEED
	MOVE WS-MB-ID(WS-MB-IDX) TO WS-DRAW-OWNER
	PERFORM 2700-DRAW-SUPPLIES
	IF WS-NEED > 0
		MOVE WS-STASH-CHAR-ID TO WS-DRAW-OWNER
		PERFORM 2700-DRAW-SUPPLIES
	END-IF
	IF WS-NEED > 0
		ADD WS-NEED TO WS-MB-SHORT(WS-MB-IDX)
		ADD WS-NEED TO WS-SHORT-COUNT
		DISPLAY "** " FUNCTION TRIM(WS-MB-NAME(WS-MB-IDX)) " ran out of "
			FUNCTION TRIM(WS-SUPPLY-NAME) " - " WS-NEED " day(s) without."
	END-IF.

2700-DRAW-SUPPLIES.
	MOVE WS-DRAW-OWNER TO inv-char-id
	MOVE SPACES TO inv-item-name
	MOVE "N" TO WS-INV-EOF-SW
	START InventoryFile KEY IS >= inv-key
		INVALID KEY
			MOVE "Y" TO WS-INV-EOF-SW
	END-START
	PERFORM UNTIL END-OF-ROWS OR WS-NEED = 0
		READ InventoryFile NEXT RECORD
			AT END
				MOVE "Y" TO WS-INV-EOF-SW
			NOT AT END
				IF inv-char-id NOT = WS-DRAW-OWNER
					MOVE "Y" TO WS-INV-EOF-SW
				ELSE
					PERFORM 2750-CHECK-THE-ROW
					IF ROW-MATCHES
						PERFORM 2800-TAKE-FROM-ROW
					END-IF
				END-IF
		END-READ
	END-PERFORM.

2750-CHECK-THE-ROW.
	MOVE "N" TO WS-ROW-MATCH-SW
	MOVE FUNCTION UPPER-CASE(inv-item-name) TO WS-UP-NAME
	IF SUPPLY-RATIONS AND WS-UP-NAME(1:6) = "RATION"
		MOVE "Y" TO WS-ROW-MATCH-SW
	END-IF
	IF SUPPLY-WATER AND WS-UP-NAME(1:9) = "WATERSKIN"
		MOVE "Y" TO WS-ROW-MATCH-SW
	END-IF.

2800-TAKE-FROM-ROW.
	MOVE inv-char-id TO WS-IM-CHAR-ID
	MOVE inv-item-name TO WS-IM-ITEM-NAME
	IF inv-qty > WS-NEED
		MOVE WS-NEED TO WS-TAKE
		SUBTRACT WS-TAKE FROM inv-qty
		REWRITE InventoryData
	ELSE
		MOVE inv-qty TO WS-TAKE
		DELETE InventoryFile
	END-IF
	COMPUTE WS-IM-QTY = 0 - WS-TAKE
	PERFORM 0470-LOG-THE-MOVEMENT
	SUBTRACT WS-TAKE FROM WS-NEED
	IF SUPPLY-RATIONS
		ADD WS-TAKE TO WS-RATIONS-USED
	ELSE
		ADD WS-TAKE TO WS-WATER-USED
	END-IF
	IF inv-char-id = WS-STASH-CHAR-ID
		DISPLAY FUNCTION TRIM(WS-MB-NAME(WS-MB-IDX)) " took " WS-TAKE
			" " FUNCTION TRIM(inv-item-name) " from the party stash."
	END-IF.

3000-ENCOUNTER-CHECKS.
	MOVE 0 TO WS-ENC-CHECKS
	MOVE 0 TO WS-ENC-HITS
	MOVE "N" TO WS-ROLL-ALL-SW
	DISPLAY "Random encounters come up on a d20 roll of "
		WS-TT-ENCOUNTER(WS-TERRAIN-PICK) " or better in "
		FUNCTION TRIM(WS-TT-NAME(WS-TERRAIN-PICK)) "."
	PERFORM VARYING WS-DAY-IDX FROM 1 BY 1 UNTIL WS-DAY-IDX > WS-DAYS
		PERFORM 3100-ONE-DAY-CHECK
	END-PERFORM
	IF WS-ENC-CHECKS > 0
		DISPLAY WS-ENC-HITS " encounter(s) in " WS-ENC-CHECKS
			" check(s)."
	END-IF.

3100-ONE-DAY-CHECK.
	IF ROLL-EVERY-DAY
		MOVE "Y" TO WS-ANSWER
	ELSE
		MOVE WS-DAY-IDX TO WS-ED-DAYS
		DISPLAY "Day " FUNCTION TRIM(WS-ED-DAYS) " - roll for an "
			"encounter? (Y/N, A = every day left) " WITH NO ADVANCING
		ACCEPT WS-ANSWER
		IF WS-ANSWER = "A" OR WS-ANSWER = "a"
			MOVE "Y" TO WS-ROLL-ALL-SW
			MOVE "Y" TO WS-ANSWER
		END-IF
	END-IF
	IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
		MOVE 1 TO WS-NUM-DICE
		MOVE 20 TO WS-DIE-SIZE
		MOVE 0 TO WS-DROP-LOWEST
		CALL "DICEROLL" USING WS-NUM-DICE, WS-DIE-SIZE, WS-DROP-LOWEST,
			WS-ROLL
		ADD 1 TO WS-ENC-CHECKS
		MOVE WS-DAY-IDX TO WS-ED-DAYS
		IF WS-ROLL >= WS-TT-ENCOUNTER(WS-TERRAIN-PICK)
			ADD 1 TO WS-ENC-HITS
			DISPLAY "  Day " FUNCTION TRIM(WS-ED-DAYS) ": rolled "
				WS-ROLL(3:2) " - ENCOUNTER.  Roll the "
				FUNCTION TRIM(WS-TT-NAME(WS-TERRAIN-PICK))
				" table in Encounter Builder."
		ELSE
			DISPLAY "  Day " FUNCTION TRIM(WS-ED-DAYS) ": rolled "
				WS-ROLL(3:2) " - quiet."
		END-IF
	END-IF.

4000-MOVE-THE-CLOCK.
	MOVE "Q" TO WS-CAL-MODE
	MOVE WS-PICK-PARTY-ID TO WS-CAL-PARTY-ID
	CALL "CALCLOCK" USING WS-CAL-MODE, WS-CAL-PARTY-ID, WS-CAL-HOURS,
		WS-CAL-REASON, WS-CAL-NOTE, WS-CAL-DAY, WS-CAL-HOUR,
		WS-CAL-RESULT
	MOVE WS-CAL-DAY TO WS-FROM-DAY
	MOVE WS-CAL-HOUR TO WS-FROM-HOUR
	MOVE "A" TO WS-CAL-MODE
	COMPUTE WS-CAL-HOURS = WS-DAYS * 24
	MOVE "TRAVEL" TO WS-CAL-REASON
	MOVE SPACES TO WS-CAL-NOTE
	MOVE WS-MILES TO WS-ED-MILES
	STRING FUNCTION TRIM(WS-ED-MILES) " mi " WS-TT-NAME(WS-TERRAIN-PICK)
		" " FUNCTION TRIM(WS-PACE-NAME)
		DELIMITED BY SIZE INTO WS-CAL-NOTE
	END-STRING
	CALL "CALCLOCK" USING WS-CAL-MODE, WS-CAL-PARTY-ID, WS-CAL-HOURS,
		WS-CAL-REASON, WS-CAL-NOTE, WS-CAL-DAY, WS-CAL-HOUR,
		WS-CAL-RESULT
	IF WS-CAL-RESULT = "Y"
		DISPLAY FUNCTION TRIM(WS-PARTY-NAME) " arrives on day " WS-CAL-DAY
			" at " WS-CAL-HOUR ":00."
	END-IF.

4500-WRITE-THE-LEG.
	MOVE WS-PICK-PARTY-ID TO tv-party-id
	ACCEPT tv-date FROM DATE YYYYMMDD
	ACCEPT WS-TIME-FULL FROM TIME
	MOVE WS-TIME-HHMMSS TO tv-time
	MOVE WS-MILES TO tv-miles
	MOVE WS-PACE TO tv-pace
	MOVE WS-TT-NAME(WS-TERRAIN-PICK) TO tv-terrain
	MOVE WS-DAYS TO tv-days
	MOVE WS-FROM-DAY TO tv-from-day
	MOVE WS-FROM-HOUR TO tv-from-hour
	MOVE WS-CAL-DAY TO tv-to-day
	MOVE WS-CAL-HOUR TO tv-to-hour
	MOVE WS-MEMBER-COUNT TO tv-members
	MOVE WS-RATIONS-USED TO tv-rations
	MOVE WS-WATER-USED TO tv-water
	MOVE WS-SHORT-COUNT TO tv-short-count
	MOVE WS-ENC-CHECKS TO tv-enc-checks
	MOVE WS-ENC-HITS TO tv-enc-hits
	MOVE WS-TRAVEL-NOTE TO tv-note
	MOVE ctx-op-name TO tv-operator
	OPEN EXTEND TravelFile
	IF WS-TRAVEL-STATUS = "05" OR WS-TRAVEL-STATUS = "35"
		CLOSE TravelFile
		OPEN OUTPUT TravelFile
	END-IF
	WRITE TravelLogRecord
	CLOSE TravelFile
	DISPLAY "Leg logged."
	IF WS-SHORT-COUNT > 0
		DISPLAY "** " WS-SHORT-COUNT " member-day(s) went without food "
			"or water - see the warnings above."
	END-IF.

5000-LIST-LEGS.
	DISPLAY "Party ID? " WITH NO ADVANCING
	ACCEPT WS-PICK-PARTY-ID
	MOVE 0 TO WS-LEG-COUNT
	OPEN INPUT TravelFile
	IF WS-TRAVEL-STATUS NOT = "00"
		DISPLAY "No travel on file yet."
	ELSE
		MOVE "N" TO WS-EOF-SW
		PERFORM UNTIL END-OF-FILE
			READ TravelFile
				AT END
					MOVE "Y" TO WS-EOF-SW
				NOT AT END
					IF tv-party-id = WS-PICK-PARTY-ID
						PERFORM 5100-SHOW-A-LEG
					END-IF
			END-READ
		END-PERFORM
		CLOSE TravelFile
		DISPLAY WS-LEG-COUNT " leg(s) on file for party "
			WS-PICK-PARTY-ID "."
	END-IF.

5100-SHOW-A-LEG.
	ADD 1 TO WS-LEG-COUNT
	MOVE tv-miles TO WS-ED-MILES
	MOVE tv-days TO WS-ED-DAYS
	DISPLAY "Day " tv-from-day " " tv-from-hour ":00 to day " tv-to-day
		" " tv-to-hour ":00  " FUNCTION TRIM(WS-ED-MILES) " mi "
		FUNCTION TRIM(tv-terrain) " pace " tv-pace "  "
		FUNCTION TRIM(WS-ED-DAYS) " day(s)  (posted " tv-date ")"
	DISPLAY "    " tv-members " member(s)  rations " tv-rations
		"  water " tv-water "  short " tv-short-count
		"  encounters " tv-enc-hits "/" tv-enc-checks
	IF tv-note NOT = SPACES
		DISPLAY "    " FUNCTION TRIM(tv-note)
	END-IF.

0470-LOG-THE-MOVEMENT.
	CALL "INVMOVE" USING WS-IM-CHAR-ID, WS-IM-ITEM-NAME, WS-IM-QTY,
		WS-IM-PROGRAM.

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
