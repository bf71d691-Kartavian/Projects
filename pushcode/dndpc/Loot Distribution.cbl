		>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. loot_distribution IS INITIAL.
AUTHOR. Loren Stevenson
DATE-WRITTEN. July 13, 2023
*> Hands the magic items and other goods out of the shared party stash
*> (owner 999999 in inventory.dat, where Hoard Generator.cbl leaves
*> them) instead of letting them sit there until somebody argues for
*> them - Party Treasury only splits the gold.  Each living member of
*> the party marks need, greed or pass on each stash item.  Need beats
*> greed; among the members left, whoever has had the least item value
*> out of the stash so far this campaign gets it, and a tie is rolled
*> off on a d20.  The item moves to the winner's pack the way Character
*> Inventory.cbl transfers one, and the award goes on loot.dat (see
*> LOOTREC.cpy) so the running totals - and the report of them - keep
*> the next split even.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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
	SELECT InventoryFile ASSIGN TO "inventory.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS inv-key
		ALTERNATE RECORD KEY IS inv-char-id WITH DUPLICATES
		FILE STATUS IS WS-INVFILE-STATUS.
	SELECT LootFile ASSIGN TO "loot.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		ACCESS IS SEQUENTIAL
		FILE STATUS IS WS-LOOT-STATUS.
DATA DIVISION.
FILE SECTION.
FD CharacterFile.
	COPY CHARREC.

FD PartyFile.
	COPY PARTYREC.

FD InventoryFile.
	COPY INVREC.

FD LootFile.
	COPY LOOTREC.

WORKING-STORAGE SECTION.

*> layout-version gate for character.dat and party.dat (see
*> DATAVER.cpy and VERCHECK.cbl) - checked before either is opened.
	COPY DATAVER.
01 WS-VER-MODE PIC X.
01 WS-VER-FILE PIC x(20).
01 WS-VER-VERSION PIC 9(3).
01 WS-VER-RESULT PIC X.

*> shared with game_console - emptying the stash is the DM's call.
01 CONSOLE-CONTEXT EXTERNAL.
	02 ctx-char-id PIC 9(6).
	02 ctx-active-sw PIC X.
	02 ctx-op-id PIC x(8).
	02 ctx-op-name PIC x(17).
	02 ctx-op-role PIC X.

01 WS-CHARFILE-STATUS PIC XX VALUE "00".
01 WS-PARTYFILE-STATUS PIC XX VALUE "00".
01 WS-INVFILE-STATUS PIC XX VALUE "00".
01 WS-LOOT-STATUS PIC XX VALUE "00".

01 WS-MENU-CHOICE PIC X.
01 WS-ANSWER PIC X.
01 WS-EOF-SW PIC X VALUE "N".
	88 END-OF-FILE VALUE "Y".
01 WS-STOP-SW PIC X VALUE "N".
	88 STOP-THE-RUN VALUE "Y".

01 WS-PICK-PARTY-ID PIC 9(4).
01 WS-PARTY-NAME PIC x(20).
01 WS-CAMPAIGN PIC x(20).

*> the party's living members, what each has had out of the stash
*> this campaign, and their mark on the item up for grabs
01 WS-MEMBER-ENTRY OCCURS 20 TIMES.
	02 WS-MB-ID PIC 9(6).
	02 WS-MB-NAME PIC x(23).
	02 WS-MB-RECEIVED PIC 9(7)V99.
	02 WS-MB-ITEMS PIC 9(4).
	02 WS-MB-MARK PIC X.
	02 WS-MB-IN PIC X.
	02 WS-MB-ROLL PIC 9(4).
01 WS-MEMBER-COUNT PIC 9(2) VALUE 0.
01 WS-MB-IDX PIC 9(2).

*> the stash as it stood when the run began
01 WS-STASH-CHAR-ID PIC 9(6) VALUE 999999.
01 WS-STASH-ENTRY OCCURS 100 TIMES.
	02 WS-ST-NAME PIC x(20).
	02 WS-ST-QTY PIC 9(3).
	02 WS-ST-WEIGHT PIC 9(3)V9.
	02 WS-ST-VALUE PIC 9(5)V99.
	02 WS-ST-CHARGES PIC 9(2).
01 WS-STASH-COUNT PIC 9(3) VALUE 0.
01 WS-ST-IDX PIC 9(3).

*> picking the winner of one share
01 WS-SHARE-QTY PIC 9(3).
01 WS-SHARE-VALUE PIC 9(7)V99.
01 WS-TIER PIC X.
01 WS-LOW-RECEIVED PIC 9(7)V99.
01 WS-IN-COUNT PIC 9(2).
01 WS-HIGH-ROLL PIC 9(4).
01 WS-HIGH-COUNT PIC 9(2).
01 WS-WINNER-IDX PIC 9(2).
01 WS-ROLLED-SW PIC X VALUE "N".
	88 ROLLED-OFF VALUE "Y".
01 WS-MOVED-SW PIC X VALUE "N".
	88 ITEM-MOVED VALUE "Y".
01 WS-AWARD-COUNT PIC 9(4).
01 WS-ED-AMOUNT PIC Z(6)9.99.
01 WS-ED-EACH PIC Z(4)9.99.
01 WS-ED-DIFF PIC -(6)9.99.
01 WS-ED-ITEMS PIC Z(3)9.
01 WS-TOTAL-RECEIVED PIC 9(8)V99.
01 WS-AVERAGE PIC 9(7)V99.
01 WS-DIFF PIC S9(7)V99.

*> DICEROLL.cbl parameters
01 WS-ROLL-N PIC 9(2).
01 WS-ROLL-M PIC 9(2).
01 WS-ROLL-DROP PIC 9(2).
01 WS-DICE-TOTAL PIC 9(4).

*> Character Inventory's transfer fields - the stash is the giving
*> side (WS-TARGET-CHAR-ID), the winner the receiving one
01 WS-TARGET-CHAR-ID PIC 9(6).
01 WS-ITEM-NAME PIC x(20).
01 WS-XFER-TARGET-ID PIC 9(6).
01 WS-XFER-QTY PIC 9(3).
01 WS-XFER-AVAIL PIC 9(3).
01 WS-XFER-WEIGHT PIC 9(3)V9.
01 WS-XFER-VALUE PIC 9(5)V99.
01 WS-XFER-REMAIN PIC 9(3).
01 WS-XFER-CHARGES PIC 9(2).

01 WS-TIME-FULL PIC 9(8).
01 WS-TIME-R REDEFINES WS-TIME-FULL.
	02 WS-TIME-HHMMSS PIC 9(6).
	02 WS-TIME-HSEC PIC 9(2).

*> report spooling - the haul report can also go to a dated file
*> under reports/ (see RPTSPOOL.cbl).
01 WS-SPOOL-ANSWER PIC X.
01 WS-SPOOLING-SW PIC X VALUE "N".
	88 SPOOLING VALUE "Y".
01 WS-RPT-OP PIC X.
01 WS-RPT-NAME PIC x(12) VALUE "loothaul".
01 WS-RPT-LINE PIC x(132) VALUE SPACES.

*> inventory movement log (see INVMOVE.cbl and INVMVREC.cpy)
01 WS-IM-CHAR-ID PIC 9(6).
01 WS-IM-ITEM-NAME PIC x(20).
01 WS-IM-QTY PIC S9(4).
01 WS-IM-PROGRAM PIC x(20) VALUE "loot_distribution".

PROCEDURE DIVISION.
0000-MAIN.
	PERFORM 0040-CHECK-LAYOUT-VERSION
	DISPLAY "================================================================"
	DISPLAY "                  PARTY STASH LOOT DISTRIBUTION"
	DISPLAY "================================================================"
	MOVE SPACE TO WS-MENU-CHOICE
	PERFORM UNTIL WS-MENU-CHOICE = "Q" OR WS-MENU-CHOICE = "q"
		DISPLAY " "
		DISPLAY "1) Distribution run for a party"
		DISPLAY "2) Who has had what - a party's haul"
		DISPLAY "Q) Done"
		DISPLAY "Choice? " WITH NO ADVANCING
		ACCEPT WS-MENU-CHOICE
		EVALUATE WS-MENU-CHOICE
			WHEN "1"
				PERFORM 1000-DISTRIBUTION-RUN
			WHEN "2"
				PERFORM 2000-PARTY-HAUL
			WHEN "Q"
			WHEN "q"
				CONTINUE
			WHEN OTHER
				DISPLAY "Not a valid choice."
		END-EVALUATE
	END-PERFORM
	GOBACK.

0350-READ-PARTY.
	MOVE SPACES TO WS-PARTY-NAME
	MOVE SPACES TO WS-CAMPAIGN
	OPEN INPUT PartyFile
	IF WS-PARTYFILE-STATUS = "00"
		MOVE WS-PICK-PARTY-ID TO pt-id
		READ PartyFile
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				MOVE pt-name TO WS-PARTY-NAME
				MOVE pt-campaign TO WS-CAMPAIGN
		END-READ
		CLOSE PartyFile
	END-IF.

0400-GATHER-MEMBERS.
	MOVE 0 TO WS-MEMBER-COUNT
	OPEN INPUT CharacterFile
	IF WS-CHARFILE-STATUS = "00"
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
							MOVE 0 TO WS-MB-RECEIVED(WS-MEMBER-COUNT)
							MOVE 0 TO WS-MB-ITEMS(WS-MEMBER-COUNT)
						END-IF
					END-IF
			END-READ
		END-PERFORM
		CLOSE CharacterFile
	END-IF.

0420-LOAD-RECEIVED.
	*> the campaign's awards to each member, whichever table they were
	*> at; a party with no campaign named counts its own awards only
	OPEN INPUT LootFile
	IF WS-LOOT-STATUS = "00"
		MOVE "N" TO WS-EOF-SW
		PERFORM UNTIL END-OF-FILE
			READ LootFile
				AT END
					MOVE "Y" TO WS-EOF-SW
				NOT AT END
					IF (WS-CAMPAIGN NOT = SPACES
						AND lt-campaign = WS-CAMPAIGN)
						OR (WS-CAMPAIGN = SPACES
						AND lt-party-id = WS-PICK-PARTY-ID)
						PERFORM VARYING WS-MB-IDX FROM 1 BY 1
							UNTIL WS-MB-IDX > WS-MEMBER-COUNT
							IF WS-MB-ID(WS-MB-IDX) = lt-char-id
								ADD lt-value TO WS-MB-RECEIVED(WS-MB-IDX)
								ADD lt-qty TO WS-MB-ITEMS(WS-MB-IDX)
							END-IF
						END-PERFORM
					END-IF
			END-READ
		END-PERFORM
		CLOSE LootFile
	END-IF.

1000-DISTRIBUTION-RUN.
	IF ctx-op-role = "P"
		DISPLAY "The loot distribution run is DM or admin only."
	ELSE
		DISPLAY "Party ID? " WITH NO ADVANCING
		ACCEPT WS-PICK-PARTY-ID
		PERFORM 0350-READ-PARTY
		PERFORM 0400-GATHER-MEMBERS
		IF WS-MEMBER-COUNT = 0
			DISPLAY "No living members on party " WS-PICK-PARTY-ID "."
		ELSE
			PERFORM 0420-LOAD-RECEIVED
			PERFORM 1100-LOAD-THE-STASH
			IF WS-STASH-COUNT = 0
				DISPLAY "The party stash is empty - nothing to hand out."
			ELSE
				MOVE 0 TO WS-AWARD-COUNT
				MOVE "N" TO WS-STOP-SW
				OPEN I-O InventoryFile
				PERFORM VARYING WS-ST-IDX FROM 1 BY 1
					UNTIL WS-ST-IDX > WS-STASH-COUNT OR STOP-THE-RUN
					PERFORM 1200-OFFER-AN-ITEM
				END-PERFORM
				CLOSE InventoryFile
				DISPLAY "----------------------------------------------------------------"
				DISPLAY WS-AWARD-COUNT " award(s) made out of the stash."
			END-IF
		END-IF
	END-IF.

1100-LOAD-THE-STASH.
	MOVE 0 TO WS-STASH-COUNT
	OPEN INPUT InventoryFile
	IF WS-INVFILE-STATUS = "00"
		MOVE "N" TO WS-EOF-SW
		MOVE WS-STASH-CHAR-ID TO inv-char-id
		START InventoryFile KEY IS >= inv-char-id
			INVALID KEY
				MOVE "Y" TO WS-EOF-SW
		END-START
		PERFORM UNTIL END-OF-FILE
			READ InventoryFile NEXT RECORD
				AT END
					MOVE "Y" TO WS-EOF-SW
				NOT AT END
					IF inv-char-id NOT = WS-STASH-CHAR-ID
						MOVE "Y" TO WS-EOF-SW
					ELSE
						IF inv-qty > 0 AND WS-STASH-COUNT < 100
							ADD 1 TO WS-STASH-COUNT
							MOVE inv-item-name TO WS-ST-NAME(WS-STASH-COUNT)
							MOVE inv-qty TO WS-ST-QTY(WS-STASH-COUNT)
							MOVE inv-weight TO WS-ST-WEIGHT(WS-STASH-COUNT)
							MOVE inv-value TO WS-ST-VALUE(WS-STASH-COUNT)
							MOVE inv-charges TO WS-ST-CHARGES(WS-STASH-COUNT)
						END-IF
					END-IF
			END-READ
		END-PERFORM
		CLOSE InventoryFile
	END-IF.

1200-OFFER-AN-ITEM.
	MOVE WS-ST-VALUE(WS-ST-IDX) TO WS-ED-EACH
	DISPLAY " "
	DISPLAY WS-ST-QTY(WS-ST-IDX) " x " WS-ST-NAME(WS-ST-IDX) "  "
		FUNCTION TRIM(WS-ED-EACH) " gp each"
	DISPLAY "Put it up for the party? (Y/N, Q to stop the run) "
		WITH NO ADVANCING
	ACCEPT WS-ANSWER
	EVALUATE WS-ANSWER
		WHEN "Q"
		WHEN "q"
			MOVE "Y" TO WS-STOP-SW
		WHEN "Y"
		WHEN "y"
			*> a stack can go out one at a time, so the potions spread,
			*> or as one lot, so the arrows do not
			MOVE 1 TO WS-SHARE-QTY
			IF WS-ST-QTY(WS-ST-IDX) > 1
				DISPLAY "One at a time or as one (L)ot? (O/L) "
					WITH NO ADVANCING
				ACCEPT WS-ANSWER
				IF WS-ANSWER = "L" OR WS-ANSWER = "l"
					MOVE WS-ST-QTY(WS-ST-IDX) TO WS-SHARE-QTY
				END-IF
			END-IF
			PERFORM 1300-TAKE-THE-MARKS
			MOVE "Y" TO WS-TIER
			PERFORM UNTIL WS-ST-QTY(WS-ST-IDX) = 0 OR WS-TIER = SPACE
				PERFORM 1400-AWARD-ONE-SHARE
			END-PERFORM
		WHEN OTHER
			DISPLAY "Left in the stash."
	END-EVALUATE.

1300-TAKE-THE-MARKS.
	PERFORM VARYING WS-MB-IDX FROM 1 BY 1 UNTIL WS-MB-IDX > WS-MEMBER-COUNT
		MOVE WS-MB-RECEIVED(WS-MB-IDX) TO WS-ED-AMOUNT
		DISPLAY "  " WS-MB-NAME(WS-MB-IDX) " (has had "
			FUNCTION TRIM(WS-ED-AMOUNT) " gp) - (N)eed, (G)reed or "
			"(P)ass? " WITH NO ADVANCING
		ACCEPT WS-ANSWER
		MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-ANSWER
		PERFORM UNTIL WS-ANSWER = "N" OR WS-ANSWER = "G"
			OR WS-ANSWER = "P"
			DISPLAY "  Please enter N, G, or P: " WITH NO ADVANCING
			ACCEPT WS-ANSWER
			MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-ANSWER
		END-PERFORM
		MOVE WS-ANSWER TO WS-MB-MARK(WS-MB-IDX)
	END-PERFORM.

1400-AWARD-ONE-SHARE.
	*> need beats greed; within the tier the smallest haul so far wins,
	*> and a tie on that goes to a d20 roll-off
	MOVE SPACE TO WS-TIER
	PERFORM VARYING WS-MB-IDX FROM 1 BY 1 UNTIL WS-MB-IDX > WS-MEMBER-COUNT
		IF WS-MB-MARK(WS-MB-IDX) = "N"
			MOVE "N" TO WS-TIER
		END-IF
		IF WS-MB-MARK(WS-MB-IDX) = "G" AND WS-TIER = SPACE
			MOVE "G" TO WS-TIER
		END-IF
	END-PERFORM
	IF WS-TIER = SPACE
		DISPLAY "Everyone passed - " FUNCTION TRIM(WS-ST-NAME(WS-ST-IDX))
			" stays in the stash."
	ELSE
		MOVE 9999999.99 TO WS-LOW-RECEIVED
		PERFORM VARYING WS-MB-IDX FROM 1 BY 1
			UNTIL WS-MB-IDX > WS-MEMBER-COUNT
			IF WS-MB-MARK(WS-MB-IDX) = WS-TIER
				AND WS-MB-RECEIVED(WS-MB-IDX) < WS-LOW-RECEIVED
				MOVE WS-MB-RECEIVED(WS-MB-IDX) TO WS-LOW-RECEIVED
			END-IF
		END-PERFORM
		MOVE 0 TO WS-IN-COUNT
		PERFORM VARYING WS-MB-IDX FROM 1 BY 1
			UNTIL WS-MB-IDX > WS-MEMBER-COUNT
			MOVE "N" TO WS-MB-IN(WS-MB-IDX)
			IF WS-MB-MARK(WS-MB-IDX) = WS-TIER
				AND WS-MB-RECEIVED(WS-MB-IDX) = WS-LOW-RECEIVED
				MOVE "Y" TO WS-MB-IN(WS-MB-IDX)
				ADD 1 TO WS-IN-COUNT
				MOVE WS-MB-IDX TO WS-WINNER-IDX
			END-IF
		END-PERFORM
		MOVE "N" TO WS-ROLLED-SW
		IF WS-IN-COUNT > 1
			MOVE "Y" TO WS-ROLLED-SW
			PERFORM UNTIL WS-IN-COUNT = 1
				PERFORM 1450-ROLL-OFF
			END-PERFORM
		END-IF
		IF WS-SHARE-QTY > WS-ST-QTY(WS-ST-IDX)
			MOVE WS-ST-QTY(WS-ST-IDX) TO WS-SHARE-QTY
		END-IF
		PERFORM 1500-HAND-IT-OVER
	END-IF.

1450-ROLL-OFF.
	MOVE 0 TO WS-HIGH-ROLL
	MOVE 1 TO WS-ROLL-N
	MOVE 20 TO WS-ROLL-M
	MOVE 0 TO WS-ROLL-DROP
	PERFORM VARYING WS-MB-IDX FROM 1 BY 1 UNTIL WS-MB-IDX > WS-MEMBER-COUNT
		IF WS-MB-IN(WS-MB-IDX) = "Y"
			CALL "DICEROLL" USING WS-ROLL-N, WS-ROLL-M, WS-ROLL-DROP,
				WS-DICE-TOTAL
			MOVE WS-DICE-TOTAL TO WS-MB-ROLL(WS-MB-IDX)
			DISPLAY "    " WS-MB-NAME(WS-MB-IDX) " rolls " WS-DICE-TOTAL
			IF WS-DICE-TOTAL > WS-HIGH-ROLL
				MOVE WS-DICE-TOTAL TO WS-HIGH-ROLL
			END-IF
		END-IF
	END-PERFORM
	MOVE 0 TO WS-IN-COUNT
	PERFORM VARYING WS-MB-IDX FROM 1 BY 1 UNTIL WS-MB-IDX > WS-MEMBER-COUNT
		IF WS-MB-IN(WS-MB-IDX) = "Y"
			IF WS-MB-ROLL(WS-MB-IDX) = WS-HIGH-ROLL
				ADD 1 TO WS-IN-COUNT
				MOVE WS-MB-IDX TO WS-WINNER-IDX
			ELSE
				MOVE "N" TO WS-MB-IN(WS-MB-IDX)
			END-IF
		END-IF
	END-PERFORM.

1500-HAND-IT-OVER.
	MOVE WS-STASH-CHAR-ID TO WS-TARGET-CHAR-ID
	MOVE WS-ST-NAME(WS-ST-IDX) TO WS-ITEM-NAME
	MOVE WS-ST-QTY(WS-ST-IDX) TO WS-XFER-AVAIL
	MOVE WS-SHARE-QTY TO WS-XFER-QTY
	MOVE WS-ST-WEIGHT(WS-ST-IDX) TO WS-XFER-WEIGHT
	MOVE WS-ST-VALUE(WS-ST-IDX) TO WS-XFER-VALUE
	MOVE WS-ST-CHARGES(WS-ST-IDX) TO WS-XFER-CHARGES
	MOVE WS-MB-ID(WS-WINNER-IDX) TO WS-XFER-TARGET-ID
	PERFORM 5200-MOVE-THE-ITEM
	IF ITEM-MOVED
		SUBTRACT WS-SHARE-QTY FROM WS-ST-QTY(WS-ST-IDX)
		COMPUTE WS-SHARE-VALUE = WS-ST-VALUE(WS-ST-IDX) * WS-SHARE-QTY
		ADD WS-SHARE-VALUE TO WS-MB-RECEIVED(WS-WINNER-IDX)
		ADD WS-SHARE-QTY TO WS-MB-ITEMS(WS-WINNER-IDX)
		ADD 1 TO WS-AWARD-COUNT
		IF WS-TIER = "N"
			DISPLAY "  " FUNCTION TRIM(WS-MB-NAME(WS-WINNER-IDX))
				" takes it on need" WITH NO ADVANCING
		ELSE
			DISPLAY "  " FUNCTION TRIM(WS-MB-NAME(WS-WINNER-IDX))
				" takes it on greed" WITH NO ADVANCING
		END-IF
		IF ROLLED-OFF
			DISPLAY " - won the roll-off."
		ELSE
			DISPLAY " - the smallest haul so far."
		END-IF
		PERFORM 1600-WRITE-LOOT-LINE
	ELSE
		*> nothing left the stash, so nobody is credited and the
		*> offer on this item ends here
		DISPLAY "  " FUNCTION TRIM(WS-ITEM-NAME) " stays in the stash."
		MOVE SPACE TO WS-TIER
	END-IF.

1600-WRITE-LOOT-LINE.
	ACCEPT lt-date FROM DATE YYYYMMDD
	ACCEPT WS-TIME-FULL FROM TIME
	MOVE WS-TIME-HHMMSS TO lt-time
	MOVE WS-CAMPAIGN TO lt-campaign
	MOVE WS-PICK-PARTY-ID TO lt-party-id
	MOVE WS-MB-ID(WS-WINNER-IDX) TO lt-char-id
	MOVE WS-ITEM-NAME TO lt-item-name
	MOVE WS-SHARE-QTY TO lt-qty
	MOVE WS-SHARE-VALUE TO lt-value
	MOVE WS-TIER TO lt-basis
	OPEN EXTEND LootFile
	IF WS-LOOT-STATUS = "05" OR WS-LOOT-STATUS = "35"
		CLOSE LootFile
		OPEN OUTPUT LootFile
	END-IF
	WRITE LootAwardRecord
	CLOSE LootFile.

2000-PARTY-HAUL.
	DISPLAY "Party ID? " WITH NO ADVANCING
	ACCEPT WS-PICK-PARTY-ID
	PERFORM 0350-READ-PARTY
	IF WS-PARTY-NAME = SPACES
		DISPLAY "No party on file with ID " WS-PICK-PARTY-ID "."
	ELSE
		PERFORM 0400-GATHER-MEMBERS
		PERFORM 0420-LOAD-RECEIVED
		PERFORM 0450-ASK-ABOUT-SPOOL
		MOVE "----------------------------------------------------------------"
			TO WS-RPT-LINE
		PERFORM 0500-PRINT-LINE
		STRING "STASH LOOT RECEIVED - PARTY " WS-PICK-PARTY-ID " ("
			FUNCTION TRIM(WS-PARTY-NAME) ")"
			DELIMITED BY SIZE INTO WS-RPT-LINE
		END-STRING
		PERFORM 0500-PRINT-LINE
		IF WS-CAMPAIGN NOT = SPACES
			STRING "Campaign: " WS-CAMPAIGN
				DELIMITED BY SIZE INTO WS-RPT-LINE
			END-STRING
			PERFORM 0500-PRINT-LINE
		END-IF
		MOVE "----------------------------------------------------------------"
			TO WS-RPT-LINE
		PERFORM 0500-PRINT-LINE
		IF WS-MEMBER-COUNT = 0
			MOVE "  (no living members)" TO WS-RPT-LINE
			PERFORM 0500-PRINT-LINE
		ELSE
			MOVE 0 TO WS-TOTAL-RECEIVED
			PERFORM VARYING WS-MB-IDX FROM 1 BY 1
				UNTIL WS-MB-IDX > WS-MEMBER-COUNT
				ADD WS-MB-RECEIVED(WS-MB-IDX) TO WS-TOTAL-RECEIVED
			END-PERFORM
			COMPUTE WS-AVERAGE = WS-TOTAL-RECEIVED / WS-MEMBER-COUNT
			MOVE "  Character                  Items     Value gp   vs. even"
				TO WS-RPT-LINE
			PERFORM 0500-PRINT-LINE
			PERFORM VARYING WS-MB-IDX FROM 1 BY 1
				UNTIL WS-MB-IDX > WS-MEMBER-COUNT
				PERFORM 2100-PRINT-A-MEMBER
			END-PERFORM
			MOVE "----------------------------------------------------------------"
				TO WS-RPT-LINE
			PERFORM 0500-PRINT-LINE
			MOVE WS-TOTAL-RECEIVED TO WS-ED-AMOUNT
			STRING "  Party total " FUNCTION TRIM(WS-ED-AMOUNT) " gp"
				DELIMITED BY SIZE INTO WS-RPT-LINE
			END-STRING
			PERFORM 0500-PRINT-LINE
			MOVE WS-AVERAGE TO WS-ED-AMOUNT
			STRING "  An even share " FUNCTION TRIM(WS-ED-AMOUNT) " gp"
				DELIMITED BY SIZE INTO WS-RPT-LINE
			END-STRING
			PERFORM 0500-PRINT-LINE
		END-IF
		PERFORM 0550-CLOSE-SPOOL
	END-IF.

2100-PRINT-A-MEMBER.
	MOVE WS-MB-ITEMS(WS-MB-IDX) TO WS-ED-ITEMS
	MOVE WS-MB-RECEIVED(WS-MB-IDX) TO WS-ED-AMOUNT
	COMPUTE WS-DIFF = WS-MB-RECEIVED(WS-MB-IDX) - WS-AVERAGE
	MOVE WS-DIFF TO WS-ED-DIFF
	STRING "  " WS-MB-NAME(WS-MB-IDX) "  " WS-ED-ITEMS "  " WS-ED-AMOUNT
		"  " WS-ED-DIFF
		DELIMITED BY SIZE INTO WS-RPT-LINE
	END-STRING
	PERFORM 0500-PRINT-LINE.

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

5200-MOVE-THE-ITEM.
	*> take the quantity off this character first, then land it on the
	*> target, reusing the one record area for both sides.
	MOVE "N" TO WS-MOVED-SW
	MOVE WS-TARGET-CHAR-ID TO inv-char-id
	MOVE WS-ITEM-NAME TO inv-item-name
	READ InventoryFile
		INVALID KEY
			DISPLAY "Warning: could not re-read the item - nothing moved."
		NOT INVALID KEY
			MOVE "Y" TO WS-MOVED-SW
			COMPUTE WS-XFER-REMAIN = WS-XFER-AVAIL - WS-XFER-QTY
			IF WS-XFER-REMAIN = 0
				DELETE InventoryFile
					INVALID KEY
						DISPLAY "Warning: could not update this side."
				END-DELETE
			ELSE
				MOVE WS-XFER-REMAIN TO inv-qty
				REWRITE InventoryData
			END-IF
			MOVE WS-TARGET-CHAR-ID TO WS-IM-CHAR-ID
			MOVE WS-ITEM-NAME TO WS-IM-ITEM-NAME
			COMPUTE WS-IM-QTY = 0 - WS-XFER-QTY
			PERFORM 0470-LOG-THE-MOVEMENT
			PERFORM 5300-LAND-ON-TARGET
	END-READ.

5300-LAND-ON-TARGET.
	MOVE WS-XFER-TARGET-ID TO inv-char-id
	MOVE WS-ITEM-NAME TO inv-item-name
	READ InventoryFile
		INVALID KEY
			MOVE WS-XFER-QTY TO inv-qty
			MOVE WS-XFER-WEIGHT TO inv-weight
			MOVE WS-XFER-VALUE TO inv-value
			MOVE "N" TO inv-equipped-sw
			*> attunement stays with the old owner; the charges travel
			MOVE "N" TO inv-attuned-sw
			MOVE WS-XFER-CHARGES TO inv-charges
			MOVE WS-XFER-TARGET-ID TO inv-char-id
			MOVE WS-ITEM-NAME TO inv-item-name
			WRITE InventoryData
				INVALID KEY
					DISPLAY "Warning: could not write the target record."
			END-WRITE
		NOT INVALID KEY
			ADD WS-XFER-QTY TO inv-qty
			MOVE WS-XFER-WEIGHT TO inv-weight
			MOVE WS-XFER-VALUE TO inv-value
			REWRITE InventoryData
	END-READ
	MOVE WS-XFER-TARGET-ID TO WS-IM-CHAR-ID
	MOVE WS-ITEM-NAME TO WS-IM-ITEM-NAME
	MOVE WS-XFER-QTY TO WS-IM-QTY
	PERFORM 0470-LOG-THE-MOVEMENT
	DISPLAY WS-XFER-QTY " " FUNCTION TRIM(WS-ITEM-NAME)
		" transferred to " WS-XFER-TARGET-ID ".".

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
