		ACCESS MODE IS DYNAMIC
		RECORD KEY IS char-id
		ALTERNATE RECORD KEY IS cname WITH DUPLICATES
		ALTERNATE RECORD KEY IS party-id WITH DUPLICATES
		FILE STATUS IS WS-FILE-STATUS.
	SELECT MonsterFile ASSIGN TO "monster.dat"
		ORGANIZATION IS INDEXED
		ORGANIZATION IS LINE SEQUENTIAL
		ACCESS IS SEQUENTIAL
		FILE STATUS IS WS-COMBAT-STATUS.
	SELECT ConditionFile ASSIGN TO "condition.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS cd-key
		ALTERNATE RECORD KEY IS cd-char-id WITH DUPLICATES
		FILE STATUS IS WS-CONDFILE-STATUS.
	SELECT EncounterFile ASSIGN TO "encounters.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS en-id
		ALTERNATE RECORD KEY IS en-party-id WITH DUPLICATES
		ALTERNATE RECORD KEY IS en-quest-id WITH DUPLICATES
		FILE STATUS IS WS-ENCFILE-STATUS.
	SELECT SessionFile ASSIGN TO "sessions.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS sj-id
		FILE STATUS IS WS-SESSFILE-STATUS.
	SELECT CompanionFile ASSIGN TO "companion.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS cp-key
		FILE STATUS IS WS-COMPFILE-STATUS.
	SELECT CombatLogFile ASSIGN TO WS-CLOG-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		ACCESS IS SEQUENTIAL
		FILE STATUS IS WS-CLOG-STATUS.
	SELECT AwardOutputFile ASSIGN TO "xpawards.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		ACCESS IS SEQUENTIAL
		FILE STATUS IS WS-AWARD-STATUS.
	SELECT AuditLogFile ASSIGN TO "charlog.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		ACCESS IS SEQUENTIAL
		FILE STATUS IS WS-LOG-STATUS.
DATA DIVISION.
FILE SECTION.
FD CharacterFile.
FD MonsterFile.
	COPY MONREC.

FD CompanionFile.
	COPY COMPREC.

FD CombatFile.
*> the whole fight in one record, the way checkpoint.dat carries a
*> character mid-creation - turn order, the round, and whose turn it
		03 cb-bonus PIC S9(2) SIGN IS TRAILING SEPARATE.
		03 cb-roll PIC 9(2).
		03 cb-total PIC S9(3) SIGN IS TRAILING SEPARATE.
	*> hit points and conditions ride behind the turn order, so a fight
	*> saved before they were tracked still resumes - its block simply
	*> reads back as spaces.  cb-kind is "P" for a character on file
	*> (cb-char-id), "C" for one of a character's companions (cb-char-id
	*> is the owner) and "M" for a monster; a monster's or companion's
	*> conditions live here, a character's live in condition.dat.
	02 cb-vitals OCCURS 30 TIMES.
		03 cb-kind PIC X.
		03 cb-char-id PIC 9(6).
		03 cb-hp-cur PIC 9(4).
		03 cb-hp-max PIC 9(4).
		03 cb-cond PIC x(15) OCCURS 3 TIMES.
		03 cb-xp PIC 9(6).
	*> saved encounters pulled into the fight (en-id, see ENCREC.cpy),
	*> marked fought when the fight is closed out
	02 cb-enc-count PIC 9.
	02 cb-enc-id PIC 9(5) OCCURS 3 TIMES.
	*> when the fight began - the key its combat log lines carry
	02 cb-fight-date PIC 9(8).
	02 cb-fight-time PIC 9(6).

FD ConditionFile.
	COPY CONDREC.

FD EncounterFile.
	COPY ENCREC.

FD SessionFile.
	COPY SESSREC.

FD CombatLogFile.
	COPY CMBLOG.

FD AwardOutputFile.
01 AwardOutputLine PIC x(80).

FD AuditLogFile.
	COPY AUDITLOG.

WORKING-STORAGE SECTION.

	02 WS-CB-BONUS PIC S9(2).
	02 WS-CB-ROLL PIC 9(2).
	02 WS-CB-TOTAL PIC S9(3).
	02 WS-CB-KIND PIC X.
		88 CB-IS-PC VALUE "P".
		88 CB-IS-MONSTER VALUE "M".
		88 CB-IS-COMPANION VALUE "C".
	02 WS-CB-CHAR-ID PIC 9(6).
	*> a WS-CB-HP-MAX of zero means nobody has told the tracker the
	*> creature's hit points yet - it is asked for on the first hit.
	02 WS-CB-HP-CUR PIC 9(4).
	02 WS-CB-HP-MAX PIC 9(4).
	02 WS-CB-COND PIC x(15) OCCURS 3 TIMES.
	*> a monster's bestiary XP, paid out only if it is dropped
	02 WS-CB-XP PIC 9(6).
01 WS-COMBATANT-COUNT PIC 9(2) VALUE 0.
01 WS-CB-IDX PIC 9(2).
01 WS-CB-JDX PIC 9(2).
*> one whole WS-COMBATANT-ENTRY, for the sort
01 WS-CB-SWAP-ENTRY PIC X(96).
01 WS-MONSTER-NAME PIC x(23).
01 WS-MONSTER-BONUS PIC S9(2) SIGN IS TRAILING SEPARATE.
01 WS-ED-TOTAL PIC -(2)9.
01 WS-KEEP-ANSWER PIC X.
01 WS-SAVE-IDX PIC 9(2).

*> the turn screen - damage, healing, and conditions
01 WS-PICK-NUM PIC 9(2).
01 WS-PICK-IDX PIC 9(2).
01 WS-DELTA PIC 9(3).
01 WS-HP-ENTRY PIC 9(4).
01 WS-SAVE-RESULT PIC X.
01 WS-COND-IDX PIC 9.
01 WS-COND-SLOT PIC 9.
01 WS-COND-LINE PIC x(60).
01 WS-COND-PTR PIC 9(3).
01 WS-ED-HP PIC ZZZ9.
01 WS-ED-HP-MAX PIC ZZZ9.
01 WS-PC-FOUND-SW PIC X VALUE "N".
	88 PC-FOUND VALUE "Y".
01 WS-PC-GONE-SW PIC X VALUE "N".
	88 PC-LEAVES-THE-FIGHT VALUE "Y".

01 WS-CONDFILE-STATUS PIC XX VALUE "00".
01 WS-COND-OPEN-SW PIC X VALUE "N".
	88 CONDITIONS-OPEN VALUE "Y".
01 WS-COND-EOF-SW PIC X VALUE "N".
	88 END-OF-CONDITIONS VALUE "Y".
01 WS-COND-NAME PIC x(15).
01 WS-COND-NOTE PIC x(30).

*> saved encounters from Encounter Builder's library
01 WS-ENCFILE-STATUS PIC XX VALUE "00".
01 WS-SESSFILE-STATUS PIC XX VALUE "00".
01 WS-ENC-EOF-SW PIC X VALUE "N".
	88 END-OF-ENCOUNTERS VALUE "Y".
01 WS-FIGHT-ENC-COUNT PIC 9 VALUE 0.
01 WS-FIGHT-ENC-ID PIC 9(5) OCCURS 3 TIMES.
01 WS-FIGHT-ENC-IDX PIC 9.
01 WS-PICK-ENC-ID PIC 9(5).
01 WS-ENC-LINE-IDX PIC 9(2).
01 WS-PICK-SESSION-ID PIC 9(5).
01 WS-FOUGHT-DATE PIC 9(8).

*> companions from companion.dat (see Companion Roster.cbl) fight
*> beside their owners; their hit points go back there afterward
01 WS-COMPFILE-STATUS PIC XX VALUE "00".
01 WS-COMP-EOF-SW PIC X VALUE "N".
	88 END-OF-COMPANIONS VALUE "Y".
01 WS-OWNER-IDX PIC 9(2).
01 WS-OWNER-LIMIT PIC 9(2).
01 WS-OWNER-ID PIC 9(6).
01 WS-COMP-IN-SW PIC X VALUE "N".
	88 COMPANION-ALREADY-IN VALUE "Y".
01 WS-COMP-ADDED PIC 9(2).
01 WS-COMP-IDX PIC 9(2).

*> shared with encounter_builder - a rolled slate sent straight to
*> the table arrives as an en-id already in the library.
01 FIGHT-HANDOFF EXTERNAL.
	02 fho-pending-sw PIC X.
		88 fho-pending VALUE "Y".
	02 fho-enc-id PIC 9(5).
	02 fho-party-id PIC 9(4).

*> the combat log (see CMBLOG.cpy) - the fields of the line about to
*> be written, cleared after each one
01 WS-CLOG-NAME PIC x(30) VALUE SPACES.
01 WS-CLOG-STATUS PIC XX VALUE "00".
*> a death goes to charlog.dat as well - the resurrection screen
*> measures its time limits from that line
01 WS-LOG-STATUS PIC XX VALUE "00".
01 WS-FIGHT-DATE PIC 9(8) VALUE 0.
01 WS-FIGHT-TIME PIC 9(6) VALUE 0.
01 WS-CLOG-TIME-FULL PIC 9(8).
01 WS-CL-EVENT PIC x(8).
01 WS-CL-ACTOR PIC x(23).
01 WS-CL-TARGET PIC x(23).
01 WS-CL-AMOUNT PIC 9(4).
01 WS-CL-HP PIC 9(4).
01 WS-CL-XP PIC 9(6).
01 WS-CL-NOTE PIC x(30).
01 WS-DEALER-NUM PIC 9(2).
01 WS-DEALER-NAME PIC x(23).
01 WS-ED-ROUND PIC ZZ9.
01 WS-ED-ROLL PIC Z9.

*> the after-action report, read back out of the combat log
01 WS-SPOOL-ANSWER PIC X.
01 WS-SPOOLING-SW PIC X VALUE "N".
	88 SPOOLING VALUE "Y".
01 WS-RPT-OP PIC X.
01 WS-RPT-NAME PIC x(12) VALUE "afteraction".
01 WS-RPT-LINE PIC x(132) VALUE SPACES.
01 WS-AAR-PASS PIC 9.
01 WS-CLOG-EOF-SW PIC X VALUE "N".
	88 END-OF-COMBAT-LOG VALUE "Y".
01 WS-AAR-ENTRY OCCURS 40 TIMES.
	02 WS-AAR-NAME PIC x(23).
	02 WS-AAR-DEALT PIC 9(6).
	02 WS-AAR-TAKEN PIC 9(6).
	02 WS-AAR-KILLS PIC 9(2).
01 WS-AAR-COUNT PIC 9(2) VALUE 0.
01 WS-AAR-IDX PIC 9(2).
01 WS-AAR-FIND PIC x(23).
01 WS-AAR-LINES PIC 9(4).
01 WS-AAR-ROUNDS PIC 9(3).
01 WS-KILL-XP PIC 9(7).
01 WS-ED-AMOUNT PIC Z(5)9.
01 WS-ED-AMOUNT2 PIC Z(5)9.
01 WS-ED-XP PIC Z(6)9.

*> the xpawards.dat posting file for XP Award.cbl
01 WS-AWARD-STATUS PIC XX VALUE "00".
01 WS-ANSWER PIC X.
01 WS-PC-COUNT PIC 9(2).
01 WS-SHARE-XP PIC 9(7).
01 WS-REMAINDER-XP PIC 9(7).
01 WS-AWARD-LINES PIC 9(2).

*> roll-forward journal (see CHARJRNL.cbl) - the record as it was
*> read, handed over with the record as written on every change.
01 WS-CJ-ACTION PIC X.
01 WS-CJ-PROGRAM PIC x(20) VALUE "initiative_tracker".
01 WS-CJ-BEFORE PIC X(305).

PROCEDURE DIVISION.
0000-MAIN.
	PERFORM 0040-CHECK-LAYOUT-VERSION
		DISPLAY "Note: no bestiary on file - monsters will be entered "
			"by hand."
	END-IF
	OPEN I-O ConditionFile
	IF WS-CONDFILE-STATUS = "35"
		OPEN OUTPUT ConditionFile
		CLOSE ConditionFile
		OPEN I-O ConditionFile
	END-IF
	IF WS-CONDFILE-STATUS = "00"
		MOVE "Y" TO WS-COND-OPEN-SW
	ELSE
		DISPLAY "Note: condition.dat will not open - conditions on the "
			"party are off for this fight."
	END-IF
	PERFORM 0900-CHECK-FOR-COMBAT
	IF WS-COMBATANT-COUNT = 0
		PERFORM 1000-LOAD-PARTY
		ACCEPT WS-FIGHT-DATE FROM DATE YYYYMMDD
		ACCEPT WS-CLOG-TIME-FULL FROM TIME
		MOVE WS-CLOG-TIME-FULL(1:6) TO WS-FIGHT-TIME
		MOVE "START" TO WS-CL-EVENT
		MOVE "fight begun" TO WS-CL-NOTE
		MOVE WS-COMBATANT-COUNT TO WS-CL-AMOUNT
		PERFORM 9000-LOG-EVENT
		PERFORM 0800-SAVE-COMBAT
	END-IF
	IF fho-pending
		PERFORM 2760-PULL-IN-HANDED-OFF
		PERFORM 0800-SAVE-COMBAT
	END-IF
	MOVE SPACE TO WS-MENU-CHOICE
		DISPLAY "2) Show the turn order"
		DISPLAY "3) Reroll the round"
		DISPLAY "4) Advance the turn"
		DISPLAY "5) Damage a combatant"
		DISPLAY "6) Heal a combatant"
		DISPLAY "7) Apply a condition"
		DISPLAY "8) Clear a condition"
		DISPLAY "9) Death save for a downed character"
		DISPLAY "E) Pull in a saved encounter"
		DISPLAY "C) Bring in the party's companions"
		DISPLAY "Q) Done"
		DISPLAY "Choice? " WITH NO ADVANCING
		ACCEPT WS-MENU-CHOICE
			WHEN "4"
				PERFORM 5000-ADVANCE-TURN
				PERFORM 0800-SAVE-COMBAT
			WHEN "5"
				PERFORM 6000-DAMAGE-COMBATANT
				PERFORM 0800-SAVE-COMBAT
			WHEN "6"
				PERFORM 6100-HEAL-COMBATANT
				PERFORM 0800-SAVE-COMBAT
			WHEN "7"
				PERFORM 7000-APPLY-CONDITION
				PERFORM 0800-SAVE-COMBAT
			WHEN "8"
				PERFORM 7100-CLEAR-CONDITION
				PERFORM 0800-SAVE-COMBAT
			WHEN "9"
				PERFORM 6500-DEATH-SAVE
				PERFORM 0800-SAVE-COMBAT
			WHEN "E"
			WHEN "e"
				PERFORM 2700-PULL-IN-ENCOUNTER
				PERFORM 0800-SAVE-COMBAT
			WHEN "C"
			WHEN "c"
				PERFORM 2900-PULL-IN-COMPANIONS
				PERFORM 0800-SAVE-COMBAT
			WHEN "Q"
			WHEN "q"
				CONTINUE
			PERFORM 0800-SAVE-COMBAT
			DISPLAY "Combat saved - resume it next time the tracker opens."
		ELSE
			PERFORM 0880-CLOSE-OUT-THE-FIGHT
		END-IF
	ELSE
		PERFORM 0880-CLOSE-OUT-THE-FIGHT
	END-IF
	IF BESTIARY-OPEN
		CLOSE MonsterFile
	END-IF
	IF CONDITIONS-OPEN
		CLOSE ConditionFile
	END-IF
	GOBACK.

0800-SAVE-COMBAT.
		MOVE WS-CB-BONUS(WS-SAVE-IDX) TO cb-bonus(WS-SAVE-IDX)
		MOVE WS-CB-ROLL(WS-SAVE-IDX) TO cb-roll(WS-SAVE-IDX)
		MOVE WS-CB-TOTAL(WS-SAVE-IDX) TO cb-total(WS-SAVE-IDX)
		MOVE WS-CB-KIND(WS-SAVE-IDX) TO cb-kind(WS-SAVE-IDX)
		MOVE WS-CB-CHAR-ID(WS-SAVE-IDX) TO cb-char-id(WS-SAVE-IDX)
		MOVE WS-CB-HP-CUR(WS-SAVE-IDX) TO cb-hp-cur(WS-SAVE-IDX)
		MOVE WS-CB-HP-MAX(WS-SAVE-IDX) TO cb-hp-max(WS-SAVE-IDX)
		PERFORM VARYING WS-COND-IDX FROM 1 BY 1 UNTIL WS-COND-IDX > 3
			MOVE WS-CB-COND(WS-SAVE-IDX, WS-COND-IDX)
				TO cb-cond(WS-SAVE-IDX, WS-COND-IDX)
		END-PERFORM
		MOVE WS-CB-XP(WS-SAVE-IDX) TO cb-xp(WS-SAVE-IDX)
	END-PERFORM
	MOVE WS-FIGHT-ENC-COUNT TO cb-enc-count
	MOVE WS-FIGHT-DATE TO cb-fight-date
	MOVE WS-FIGHT-TIME TO cb-fight-time
	PERFORM VARYING WS-FIGHT-ENC-IDX FROM 1 BY 1 UNTIL WS-FIGHT-ENC-IDX > 3
		MOVE WS-FIGHT-ENC-ID(WS-FIGHT-ENC-IDX)
			TO cb-enc-id(WS-FIGHT-ENC-IDX)
	END-PERFORM
	OPEN OUTPUT CombatFile
	WRITE CombatData
	OPEN OUTPUT CombatFile
	CLOSE CombatFile.

0870-MARK-ENCOUNTERS-FOUGHT.
	*> the fight is over - stamp each saved encounter in it with the
	*> Session Journal night it happened.  A night not journaled yet is
	*> allowed and dated today.
	IF WS-FIGHT-ENC-COUNT > 0
		DISPLAY "Session ID this fight was part of (0 to leave the "
			"encounter(s) unmarked)? " WITH NO ADVANCING
		ACCEPT WS-PICK-SESSION-ID
		IF WS-PICK-SESSION-ID > 0
			ACCEPT WS-FOUGHT-DATE FROM DATE YYYYMMDD
			OPEN INPUT SessionFile
			IF WS-SESSFILE-STATUS = "00"
				MOVE WS-PICK-SESSION-ID TO sj-id
				READ SessionFile
					INVALID KEY
						DISPLAY "Note: session " WS-PICK-SESSION-ID
							" is not in the journal yet."
					NOT INVALID KEY
						MOVE sj-date TO WS-FOUGHT-DATE
				END-READ
				CLOSE SessionFile
			END-IF
			OPEN I-O EncounterFile
			IF WS-ENCFILE-STATUS NOT = "00"
				DISPLAY "encounters.dat will not open - nothing marked."
			ELSE
				PERFORM VARYING WS-FIGHT-ENC-IDX FROM 1 BY 1
					UNTIL WS-FIGHT-ENC-IDX > WS-FIGHT-ENC-COUNT
					MOVE WS-FIGHT-ENC-ID(WS-FIGHT-ENC-IDX) TO en-id
					READ EncounterFile
						INVALID KEY
							DISPLAY "Encounter " en-id " is no longer in "
								"the library."
						NOT INVALID KEY
							MOVE WS-PICK-SESSION-ID TO en-sess-id
							MOVE WS-FOUGHT-DATE TO en-fought-date
							REWRITE EncounterData
								INVALID KEY
									DISPLAY "Warning: could not mark "
										"encounter " en-id "."
								NOT INVALID KEY
									DISPLAY "Encounter " en-id " ("
										FUNCTION TRIM(en-name)
										") marked fought in session "
										en-sess-id "."
							END-REWRITE
					END-READ
				END-PERFORM
				CLOSE EncounterFile
			END-IF
		END-IF
	END-IF.

0880-CLOSE-OUT-THE-FIGHT.
	*> the fight is over for good - mark it, log it, report it, and
	*> offer the XP for what actually went down before clearing it.
	PERFORM 0870-MARK-ENCOUNTERS-FOUGHT
	MOVE "END" TO WS-CL-EVENT
	MOVE "fight over" TO WS-CL-NOTE
	MOVE WS-COMBATANT-COUNT TO WS-CL-AMOUNT
	PERFORM 9000-LOG-EVENT
	PERFORM 9100-AFTER-ACTION-REPORT
	PERFORM 9500-WRITE-XP-AWARDS
	PERFORM 2970-SAVE-COMPANIONS-HP
	PERFORM 0850-CLEAR-COMBAT.

0900-CHECK-FOR-COMBAT.
	OPEN INPUT CombatFile
	IF WS-COMBAT-STATUS = "00"
		MOVE cb-bonus(WS-SAVE-IDX) TO WS-CB-BONUS(WS-SAVE-IDX)
		MOVE cb-roll(WS-SAVE-IDX) TO WS-CB-ROLL(WS-SAVE-IDX)
		MOVE cb-total(WS-SAVE-IDX) TO WS-CB-TOTAL(WS-SAVE-IDX)
		IF cb-vitals(WS-SAVE-IDX) = SPACES
			MOVE "M" TO WS-CB-KIND(WS-SAVE-IDX)
			MOVE 0 TO WS-CB-CHAR-ID(WS-SAVE-IDX)
			MOVE 0 TO WS-CB-HP-CUR(WS-SAVE-IDX)
			MOVE 0 TO WS-CB-HP-MAX(WS-SAVE-IDX)
			MOVE SPACES TO WS-CB-COND(WS-SAVE-IDX, 1)
			MOVE SPACES TO WS-CB-COND(WS-SAVE-IDX, 2)
			MOVE SPACES TO WS-CB-COND(WS-SAVE-IDX, 3)
			MOVE 0 TO WS-CB-XP(WS-SAVE-IDX)
		ELSE
			MOVE cb-kind(WS-SAVE-IDX) TO WS-CB-KIND(WS-SAVE-IDX)
			MOVE cb-char-id(WS-SAVE-IDX) TO WS-CB-CHAR-ID(WS-SAVE-IDX)
			MOVE cb-hp-cur(WS-SAVE-IDX) TO WS-CB-HP-CUR(WS-SAVE-IDX)
			MOVE cb-hp-max(WS-SAVE-IDX) TO WS-CB-HP-MAX(WS-SAVE-IDX)
			PERFORM VARYING WS-COND-IDX FROM 1 BY 1 UNTIL WS-COND-IDX > 3
				MOVE cb-cond(WS-SAVE-IDX, WS-COND-IDX)
					TO WS-CB-COND(WS-SAVE-IDX, WS-COND-IDX)
			END-PERFORM
			MOVE cb-xp(WS-SAVE-IDX) TO WS-CB-XP(WS-SAVE-IDX)
		END-IF
	END-PERFORM
	IF cb-vitals(1) = SPACES
		DISPLAY "This fight was saved before hit points were tracked - "
			"each combatant's HP is asked for on the first hit."
	END-IF
	IF cb-enc-count IS NUMERIC
		MOVE cb-enc-count TO WS-FIGHT-ENC-COUNT
		PERFORM VARYING WS-FIGHT-ENC-IDX FROM 1 BY 1
			UNTIL WS-FIGHT-ENC-IDX > 3
			MOVE cb-enc-id(WS-FIGHT-ENC-IDX)
				TO WS-FIGHT-ENC-ID(WS-FIGHT-ENC-IDX)
		END-PERFORM
	ELSE
		MOVE 0 TO WS-FIGHT-ENC-COUNT
	END-IF
	IF cb-fight-date IS NUMERIC AND cb-fight-date > 0
		MOVE cb-fight-date TO WS-FIGHT-DATE
		MOVE cb-fight-time TO WS-FIGHT-TIME
	ELSE
		*> saved before the combat log - its log starts here
		ACCEPT WS-FIGHT-DATE FROM DATE YYYYMMDD
		ACCEPT WS-CLOG-TIME-FULL FROM TIME
		MOVE WS-CLOG-TIME-FULL(1:6) TO WS-FIGHT-TIME
	END-IF
	MOVE "RESUMED" TO WS-CL-EVENT
	MOVE "fight resumed" TO WS-CL-NOTE
	MOVE cb-count TO WS-CL-AMOUNT
	PERFORM 9000-LOG-EVENT
	DISPLAY "Combat resumed at round " WS-CURRENT-ROUND "."
	PERFORM 0960-REFRESH-PARTY-HP
	PERFORM 3000-SHOW-ORDER.

0960-REFRESH-PARTY-HP.
	*> character.dat is the book of record for the party - pick up any
	*> healing or damage Session Tracker posted while the fight sat.
	OPEN INPUT CharacterFile
	IF WS-FILE-STATUS = "00"
		PERFORM VARYING WS-SAVE-IDX FROM 1 BY 1
			UNTIL WS-SAVE-IDX > WS-COMBATANT-COUNT
			IF CB-IS-PC(WS-SAVE-IDX)
				MOVE WS-CB-CHAR-ID(WS-SAVE-IDX) TO char-id
				READ CharacterFile
					INVALID KEY
						CONTINUE
					NOT INVALID KEY
						MOVE hp-current TO WS-CB-HP-CUR(WS-SAVE-IDX)
						MOVE hp-max TO WS-CB-HP-MAX(WS-SAVE-IDX)
				END-READ
			END-IF
		END-PERFORM
		CLOSE CharacterFile
	END-IF.

5000-ADVANCE-TURN.
	IF WS-COMBATANT-COUNT = 0
		DISPLAY "Nobody in the fight yet."
		END-IF
		DISPLAY "Round " WS-CURRENT-ROUND " - it is "
			FUNCTION TRIM(WS-CB-NAME(WS-CURRENT-TURN)) "'s turn."
		MOVE "TURN" TO WS-CL-EVENT
		MOVE WS-CB-NAME(WS-CURRENT-TURN) TO WS-CL-ACTOR
		MOVE WS-CB-HP-CUR(WS-CURRENT-TURN) TO WS-CL-HP
		PERFORM 9000-LOG-EVENT
		IF CB-IS-PC(WS-CURRENT-TURN) AND WS-CB-HP-CUR(WS-CURRENT-TURN) = 0
			DISPLAY FUNCTION TRIM(WS-CB-NAME(WS-CURRENT-TURN))
				" is down - roll their death save (option 9)."
		END-IF
	END-IF.

1000-LOAD-PARTY.
	MOVE 0 TO WS-COMBATANT-COUNT
	IF fho-pending
		MOVE fho-party-id TO WS-PICK-PARTY-ID
		DISPLAY "Party " WS-PICK-PARTY-ID " comes in with the rolled "
			"encounter."
	ELSE
		DISPLAY "Party ID to pull in (0 for every character on file)? "
			WITH NO ADVANCING
		ACCEPT WS-PICK-PARTY-ID
	END-IF
	OPEN INPUT CharacterFile
	IF WS-FILE-STATUS NOT = "00"
		DISPLAY "No characters on file yet - add monsters by hand."
	ELSE
		*> one table comes in through the party-id alternate key; 0
		*> still walks every character on file
		IF WS-PICK-PARTY-ID = 0
			MOVE 0 TO char-id
			START CharacterFile KEY IS >= char-id
				INVALID KEY
					CONTINUE
			END-START
		ELSE
			MOVE WS-PICK-PARTY-ID TO party-id
			START CharacterFile KEY IS >= party-id
				INVALID KEY
					CONTINUE
			END-START
		END-IF
		IF WS-FILE-STATUS = "00"
			MOVE "N" TO WS-EOF-SW
			PERFORM UNTIL END-OF-CHARACTERS
					AT END
						MOVE "Y" TO WS-EOF-SW
					NOT AT END
						IF WS-PICK-PARTY-ID NOT = 0
							AND party-id NOT = WS-PICK-PARTY-ID
							MOVE "Y" TO WS-EOF-SW
						END-IF
						IF NOT END-OF-CHARACTERS
							AND NOT is-dead
							AND WS-COMBATANT-COUNT < 30
							ADD 1 TO WS-COMBATANT-COUNT
								WS-CB-NAME(WS-COMBATANT-COUNT)
							MOVE dexmod TO
								WS-CB-BONUS(WS-COMBATANT-COUNT)
							MOVE "P" TO WS-CB-KIND(WS-COMBATANT-COUNT)
							MOVE char-id TO
								WS-CB-CHAR-ID(WS-COMBATANT-COUNT)
							MOVE hp-current TO
								WS-CB-HP-CUR(WS-COMBATANT-COUNT)
							MOVE hp-max TO
								WS-CB-HP-MAX(WS-COMBATANT-COUNT)
							MOVE 0 TO WS-CB-XP(WS-COMBATANT-COUNT)
							PERFORM 1600-CLEAR-MONSTER-CONDITIONS
							PERFORM 1500-ROLL-ONE
						END-IF
				END-READ
		END-IF
		CLOSE CharacterFile
		DISPLAY WS-COMBATANT-COUNT " character(s) pulled into the fight."
		IF WS-COMBATANT-COUNT > 0
			DISPLAY "Bring their companions in too? (Y/N) "
				WITH NO ADVANCING
			ACCEPT WS-ANSWER
			IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
				PERFORM 2900-PULL-IN-COMPANIONS
			END-IF
		END-IF
	END-IF.

1500-ROLL-ONE.
	COMPUTE WS-CB-TOTAL(WS-COMBATANT-COUNT) =
		WS-CB-ROLL(WS-COMBATANT-COUNT) + WS-CB-BONUS(WS-COMBATANT-COUNT).

1600-CLEAR-MONSTER-CONDITIONS.
	PERFORM VARYING WS-COND-IDX FROM 1 BY 1 UNTIL WS-COND-IDX > 3
		MOVE SPACES TO WS-CB-COND(WS-COMBATANT-COUNT, WS-COND-IDX)
	END-PERFORM.

2000-ADD-MONSTER.
	IF WS-COMBATANT-COUNT = 30
		DISPLAY "The fight is full - 30 combatants already."
			DISPLAY "Initiative bonus (may be negative, e.g. 2 or -1)? "
				WITH NO ADVANCING
			ACCEPT WS-MONSTER-BONUS
			DISPLAY "Hit points (0 to give them on the first hit)? "
				WITH NO ADVANCING
			ACCEPT WS-HP-ENTRY
			DISPLAY "XP value (0 if none)? " WITH NO ADVANCING
			ACCEPT WS-CL-XP
			ADD 1 TO WS-COMBATANT-COUNT
			MOVE WS-MONSTER-NAME TO WS-CB-NAME(WS-COMBATANT-COUNT)
			MOVE WS-MONSTER-BONUS TO WS-CB-BONUS(WS-COMBATANT-COUNT)
			MOVE "M" TO WS-CB-KIND(WS-COMBATANT-COUNT)
			MOVE 0 TO WS-CB-CHAR-ID(WS-COMBATANT-COUNT)
			MOVE WS-HP-ENTRY TO WS-CB-HP-CUR(WS-COMBATANT-COUNT)
			MOVE WS-HP-ENTRY TO WS-CB-HP-MAX(WS-COMBATANT-COUNT)
			MOVE WS-CL-XP TO WS-CB-XP(WS-COMBATANT-COUNT)
			MOVE 0 TO WS-CL-XP
			PERFORM 1600-CLEAR-MONSTER-CONDITIONS
			PERFORM 1500-ROLL-ONE
			DISPLAY FUNCTION TRIM(WS-MONSTER-NAME) " joins the fight."
		END-IF
	IF WS-MONSTER-QTY = 0
		MOVE 1 TO WS-MONSTER-QTY
	END-IF
	PERFORM 2650-ADD-THE-MONSTERS.

2650-ADD-THE-MONSTERS.
	*> WS-MONSTER-QTY of the creature in MonsterData
	PERFORM VARYING WS-MONSTER-NUM FROM 1 BY 1
		UNTIL WS-MONSTER-NUM > WS-MONSTER-QTY
		IF WS-COMBATANT-COUNT < 30
				END-STRING
			END-IF
			MOVE mn-init-bonus TO WS-CB-BONUS(WS-COMBATANT-COUNT)
			MOVE "M" TO WS-CB-KIND(WS-COMBATANT-COUNT)
			MOVE 0 TO WS-CB-CHAR-ID(WS-COMBATANT-COUNT)
			MOVE mn-hp TO WS-CB-HP-CUR(WS-COMBATANT-COUNT)
			MOVE mn-hp TO WS-CB-HP-MAX(WS-COMBATANT-COUNT)
			MOVE mn-xp TO WS-CB-XP(WS-COMBATANT-COUNT)
			PERFORM 1600-CLEAR-MONSTER-CONDITIONS
			PERFORM 1500-ROLL-ONE
			DISPLAY FUNCTION TRIM(WS-CB-NAME(WS-COMBATANT-COUNT))
				" joins the fight."
		END-IF
	END-PERFORM.

2700-PULL-IN-ENCOUNTER.
	*> a slate saved in Encounter Builder's library lands in the order
	*> line by line, the same way a bestiary pick does
	IF WS-FIGHT-ENC-COUNT = 3
		DISPLAY "This fight already carries three saved encounters."
	ELSE
		OPEN INPUT EncounterFile
		IF WS-ENCFILE-STATUS NOT = "00"
			DISPLAY "No encounter library on file yet - save one from "
				"Encounter Builder."
		ELSE
			DISPLAY "Encounter ID (0 to list a party's unfought ones)? "
				WITH NO ADVANCING
			ACCEPT WS-PICK-ENC-ID
			IF WS-PICK-ENC-ID = 0
				PERFORM 2750-LIST-UNFOUGHT
				DISPLAY "Encounter ID? " WITH NO ADVANCING
				ACCEPT WS-PICK-ENC-ID
			END-IF
			MOVE WS-PICK-ENC-ID TO en-id
			READ EncounterFile
				INVALID KEY
					DISPLAY "No encounter " WS-PICK-ENC-ID " in the library."
				NOT INVALID KEY
					PERFORM 2800-ADD-ENCOUNTER-LINES
			END-READ
			CLOSE EncounterFile
		END-IF
	END-IF.

2750-LIST-UNFOUGHT.
	IF WS-PICK-PARTY-ID = 0
		DISPLAY "Party ID? " WITH NO ADVANCING
		ACCEPT WS-PICK-PARTY-ID
	END-IF
	MOVE WS-PICK-PARTY-ID TO en-party-id
	START EncounterFile KEY IS >= en-party-id
		INVALID KEY
			CONTINUE
	END-START
	IF WS-ENCFILE-STATUS = "00"
		MOVE "N" TO WS-ENC-EOF-SW
		PERFORM UNTIL END-OF-ENCOUNTERS
			READ EncounterFile NEXT RECORD
				AT END
					MOVE "Y" TO WS-ENC-EOF-SW
				NOT AT END
					IF en-party-id NOT = WS-PICK-PARTY-ID
						MOVE "Y" TO WS-ENC-EOF-SW
					ELSE
						IF en-not-fought
							DISPLAY "  " en-id "  " en-name "  " en-rating
						END-IF
					END-IF
			END-READ
		END-PERFORM
	END-IF.

2760-PULL-IN-HANDED-OFF.
	*> the encounter Encounter Builder just rolled and filed
	MOVE "N" TO fho-pending-sw
	IF WS-FIGHT-ENC-COUNT = 3
		DISPLAY "This fight already carries three saved encounters - "
			"pull encounter " fho-enc-id " in later."
	ELSE
		OPEN INPUT EncounterFile
		IF WS-ENCFILE-STATUS = "00"
			MOVE fho-enc-id TO en-id
			READ EncounterFile
				INVALID KEY
					DISPLAY "Encounter " fho-enc-id " is not in the library."
				NOT INVALID KEY
					PERFORM 2800-ADD-ENCOUNTER-LINES
			END-READ
			CLOSE EncounterFile
		END-IF
	END-IF.

2900-PULL-IN-COMPANIONS.
	*> every active companion of every character already in the
	*> order, skipping any that are in it already
	MOVE 0 TO WS-COMP-ADDED
	OPEN INPUT CompanionFile
	IF WS-COMPFILE-STATUS NOT = "00"
		DISPLAY "No companions on file."
	ELSE
		MOVE WS-COMBATANT-COUNT TO WS-OWNER-LIMIT
		PERFORM VARYING WS-OWNER-IDX FROM 1 BY 1
			UNTIL WS-OWNER-IDX > WS-OWNER-LIMIT
			IF CB-IS-PC(WS-OWNER-IDX)
				PERFORM 2910-PULL-IN-ONE-OWNERS
			END-IF
		END-PERFORM
		CLOSE CompanionFile
		DISPLAY WS-COMP-ADDED " companion(s) brought into the fight."
	END-IF.

2910-PULL-IN-ONE-OWNERS.
	MOVE WS-CB-CHAR-ID(WS-OWNER-IDX) TO WS-OWNER-ID
	MOVE WS-OWNER-ID TO cp-owner-id
	MOVE LOW-VALUES TO cp-name
	START CompanionFile KEY IS >= cp-key
		INVALID KEY
			CONTINUE
	END-START
	IF WS-COMPFILE-STATUS = "00"
		MOVE "N" TO WS-COMP-EOF-SW
		PERFORM UNTIL END-OF-COMPANIONS
			READ CompanionFile NEXT RECORD
				AT END
					MOVE "Y" TO WS-COMP-EOF-SW
				NOT AT END
					IF cp-owner-id NOT = WS-OWNER-ID
						MOVE "Y" TO WS-COMP-EOF-SW
					ELSE
						IF cp-active
							PERFORM 2920-ADD-THE-COMPANION
						END-IF
					END-IF
			END-READ
		END-PERFORM
	END-IF.

2920-ADD-THE-COMPANION.
	MOVE "N" TO WS-COMP-IN-SW
	PERFORM VARYING WS-CB-IDX FROM 1 BY 1
		UNTIL WS-CB-IDX > WS-COMBATANT-COUNT
		IF CB-IS-COMPANION(WS-CB-IDX)
			AND WS-CB-CHAR-ID(WS-CB-IDX) = cp-owner-id
			AND WS-CB-NAME(WS-CB-IDX) = cp-name
			MOVE "Y" TO WS-COMP-IN-SW
		END-IF
	END-PERFORM
	EVALUATE TRUE
		WHEN COMPANION-ALREADY-IN
			CONTINUE
		WHEN cp-hp-cur = 0 AND cp-hp-max > 0
			DISPLAY FUNCTION TRIM(cp-name) " is still down at 0 HP - "
				"left out."
		WHEN WS-COMBATANT-COUNT = 30
			DISPLAY "The fight is full - " FUNCTION TRIM(cp-name)
				" waits outside."
		WHEN OTHER
			ADD 1 TO WS-COMBATANT-COUNT
			ADD 1 TO WS-COMP-ADDED
			MOVE cp-name TO WS-CB-NAME(WS-COMBATANT-COUNT)
			MOVE cp-init-bonus TO WS-CB-BONUS(WS-COMBATANT-COUNT)
			MOVE "C" TO WS-CB-KIND(WS-COMBATANT-COUNT)
			MOVE cp-owner-id TO WS-CB-CHAR-ID(WS-COMBATANT-COUNT)
			MOVE cp-hp-cur TO WS-CB-HP-CUR(WS-COMBATANT-COUNT)
			MOVE cp-hp-max TO WS-CB-HP-MAX(WS-COMBATANT-COUNT)
			MOVE 0 TO WS-CB-XP(WS-COMBATANT-COUNT)
			PERFORM 1600-CLEAR-MONSTER-CONDITIONS
			PERFORM 1500-ROLL-ONE
			DISPLAY FUNCTION TRIM(cp-name) " joins the fight beside "
				FUNCTION TRIM(WS-CB-NAME(WS-OWNER-IDX)) "."
	END-EVALUATE.

2950-SAVE-ONE-COMPANION.
	*> WS-COMP-IDX names the companion in the order - its hit points
	*> go back to companion.dat
	MOVE WS-CB-CHAR-ID(WS-COMP-IDX) TO cp-owner-id
	MOVE WS-CB-NAME(WS-COMP-IDX) TO cp-name
	OPEN I-O CompanionFile
	IF WS-COMPFILE-STATUS = "00"
		READ CompanionFile
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				MOVE WS-CB-HP-CUR(WS-COMP-IDX) TO cp-hp-cur
				REWRITE CompanionData
				IF cp-hp-cur = 0
					DISPLAY FUNCTION TRIM(cp-name) " is down - mark it in "
						"Companion Roster if it did not survive."
				END-IF
		END-READ
		CLOSE CompanionFile
	END-IF.

2970-SAVE-COMPANIONS-HP.
	PERFORM VARYING WS-COMP-IDX FROM 1 BY 1
		UNTIL WS-COMP-IDX > WS-COMBATANT-COUNT
		IF CB-IS-COMPANION(WS-COMP-IDX)
			PERFORM 2950-SAVE-ONE-COMPANION
		END-IF
	END-PERFORM.

2800-ADD-ENCOUNTER-LINES.
	IF NOT en-not-fought
		DISPLAY "Note: already fought in session " en-sess-id
			" - pulling it in again."
	END-IF
	DISPLAY "Encounter " en-id " (" FUNCTION TRIM(en-name) ", "
		FUNCTION TRIM(en-rating) ") joins the fight."
	PERFORM VARYING WS-ENC-LINE-IDX FROM 1 BY 1
		UNTIL WS-ENC-LINE-IDX > en-line-count
		MOVE en-mon-name(WS-ENC-LINE-IDX) TO WS-MONSTER-NAME
		PERFORM 2500-LOOKUP-BESTIARY
		IF NOT BESTIARY-MONSTER-FOUND
			*> gone from the bestiary since the slate was saved - it
			*> comes in at +0 and its hit points are asked on the
			*> first hit
			DISPLAY FUNCTION TRIM(WS-MONSTER-NAME) " is not in the "
				"bestiary - entered at +0 initiative."
			MOVE WS-MONSTER-NAME TO mn-name
			MOVE 0 TO mn-init-bonus
			MOVE 0 TO mn-hp
			MOVE en-mon-xp(WS-ENC-LINE-IDX) TO mn-xp
		END-IF
		MOVE en-mon-qty(WS-ENC-LINE-IDX) TO WS-MONSTER-QTY
		IF WS-MONSTER-QTY = 0
			MOVE 1 TO WS-MONSTER-QTY
		END-IF
		PERFORM 2650-ADD-THE-MONSTERS
	END-PERFORM
	ADD 1 TO WS-FIGHT-ENC-COUNT
	MOVE en-id TO WS-FIGHT-ENC-ID(WS-FIGHT-ENC-COUNT).

3000-SHOW-ORDER.
	IF WS-COMBATANT-COUNT = 0
		DISPLAY "Nobody in the fight yet."
		PERFORM VARYING WS-CB-IDX FROM 1 BY 1
			UNTIL WS-CB-IDX > WS-COMBATANT-COUNT
			MOVE WS-CB-TOTAL(WS-CB-IDX) TO WS-ED-TOTAL
			MOVE WS-CB-IDX TO WS-ED-NUM
			MOVE WS-CB-HP-CUR(WS-CB-IDX) TO WS-ED-HP
			MOVE WS-CB-HP-MAX(WS-CB-IDX) TO WS-ED-HP-MAX
			IF WS-CB-IDX = WS-CURRENT-TURN
				DISPLAY ">" WS-ED-NUM " " WS-ED-TOTAL "  "
					WS-CB-NAME(WS-CB-IDX) " (rolled " WS-CB-ROLL(WS-CB-IDX)
					")  HP " WS-ED-HP "/" WS-ED-HP-MAX
			ELSE
				DISPLAY " " WS-ED-NUM " " WS-ED-TOTAL "  "
					WS-CB-NAME(WS-CB-IDX) " (rolled " WS-CB-ROLL(WS-CB-IDX)
					")  HP " WS-ED-HP "/" WS-ED-HP-MAX
			END-IF
			PERFORM 3200-SHOW-CONDITIONS
		END-PERFORM
		DISPLAY "----------------------------------------------------------------"
	END-IF.
		PERFORM VARYING WS-CB-JDX FROM 1 BY 1
			UNTIL WS-CB-JDX > WS-COMBATANT-COUNT - WS-CB-IDX
			IF WS-CB-TOTAL(WS-CB-JDX) < WS-CB-TOTAL(WS-CB-JDX + 1)
				MOVE WS-COMBATANT-ENTRY(WS-CB-JDX) TO WS-CB-SWAP-ENTRY
				MOVE WS-COMBATANT-ENTRY(WS-CB-JDX + 1)
					TO WS-COMBATANT-ENTRY(WS-CB-JDX)
				MOVE WS-CB-SWAP-ENTRY TO WS-COMBATANT-ENTRY(WS-CB-JDX + 1)
			END-IF
		END-PERFORM
	END-PERFORM.
	ADD 1 TO WS-CURRENT-ROUND
	MOVE 1 TO WS-CURRENT-TURN
	DISPLAY "Round rerolled."
	MOVE "REROLL" TO WS-CL-EVENT
	MOVE "initiative rerolled" TO WS-CL-NOTE
	PERFORM 9000-LOG-EVENT
	PERFORM 3000-SHOW-ORDER.

3200-SHOW-CONDITIONS.
	*> one line under the combatant - a character's from condition.dat,
	*> a monster's from its own three slots
	MOVE SPACES TO WS-COND-LINE
	MOVE 1 TO WS-COND-PTR
	IF CB-IS-PC(WS-CB-IDX)
		IF CONDITIONS-OPEN
			MOVE WS-CB-CHAR-ID(WS-CB-IDX) TO cd-char-id
			START ConditionFile KEY IS >= cd-char-id
				INVALID KEY
					CONTINUE
			END-START
			IF WS-CONDFILE-STATUS = "00"
				MOVE "N" TO WS-COND-EOF-SW
				PERFORM UNTIL END-OF-CONDITIONS
					READ ConditionFile NEXT RECORD
						AT END
							MOVE "Y" TO WS-COND-EOF-SW
						NOT AT END
							IF cd-char-id NOT = WS-CB-CHAR-ID(WS-CB-IDX)
								MOVE "Y" TO WS-COND-EOF-SW
							ELSE
								STRING "[" DELIMITED BY SIZE
									FUNCTION TRIM(cd-condition)
										DELIMITED BY SIZE
									"] " DELIMITED BY SIZE
									INTO WS-COND-LINE
									WITH POINTER WS-COND-PTR
									ON OVERFLOW
										MOVE "Y" TO WS-COND-EOF-SW
								END-STRING
							END-IF
					END-READ
				END-PERFORM
			END-IF
		END-IF
	ELSE
		PERFORM VARYING WS-COND-IDX FROM 1 BY 1 UNTIL WS-COND-IDX > 3
			IF WS-CB-COND(WS-CB-IDX, WS-COND-IDX) NOT = SPACES
				STRING "[" DELIMITED BY SIZE
					FUNCTION TRIM(WS-CB-COND(WS-CB-IDX, WS-COND-IDX))
						DELIMITED BY SIZE
					"] " DELIMITED BY SIZE
					INTO WS-COND-LINE
					WITH POINTER WS-COND-PTR
				END-STRING
			END-IF
		END-PERFORM
	END-IF
	IF WS-COND-LINE NOT = SPACES
		DISPLAY "         " WS-COND-LINE
	END-IF.

6000-DAMAGE-COMBATANT.
	PERFORM 6200-PICK-COMBATANT
	IF WS-PICK-IDX > 0
		PERFORM 6150-ASK-WHO-DEALT-IT
		IF CB-IS-PC(WS-PICK-IDX)
			PERFORM 8000-READ-THE-PC
			IF PC-FOUND
				PERFORM 8100-PC-TAKES-DAMAGE
				PERFORM 8900-CLOSE-THE-PC
			END-IF
		ELSE
			IF WS-CB-HP-MAX(WS-PICK-IDX) = 0
				PERFORM 6250-ASK-FOR-HIT-POINTS
			END-IF
			DISPLAY "Damage taken? " WITH NO ADVANCING
			ACCEPT WS-DELTA
			IF WS-DELTA >= WS-CB-HP-CUR(WS-PICK-IDX)
				MOVE 0 TO WS-CB-HP-CUR(WS-PICK-IDX)
				DISPLAY FUNCTION TRIM(WS-CB-NAME(WS-PICK-IDX))
					" drops - out of the fight."
				MOVE "DROPPED" TO WS-CL-EVENT
				MOVE WS-CB-XP(WS-PICK-IDX) TO WS-CL-XP
				PERFORM 6160-LOG-THE-HIT
				IF CB-IS-COMPANION(WS-PICK-IDX)
					MOVE WS-PICK-IDX TO WS-COMP-IDX
					PERFORM 2950-SAVE-ONE-COMPANION
				END-IF
				PERFORM 6300-DROP-COMBATANT
			ELSE
				SUBTRACT WS-DELTA FROM WS-CB-HP-CUR(WS-PICK-IDX)
				DISPLAY FUNCTION TRIM(WS-CB-NAME(WS-PICK-IDX)) " is at "
					WS-CB-HP-CUR(WS-PICK-IDX) "/" WS-CB-HP-MAX(WS-PICK-IDX) "."
				MOVE "DAMAGE" TO WS-CL-EVENT
				PERFORM 6160-LOG-THE-HIT
			END-IF
		END-IF
	END-IF.

6100-HEAL-COMBATANT.
	PERFORM 6200-PICK-COMBATANT
	IF WS-PICK-IDX > 0
		*> healing is credited to whoever's turn it is
		MOVE SPACES TO WS-DEALER-NAME
		IF WS-CURRENT-TURN > 0 AND WS-CURRENT-TURN <= WS-COMBATANT-COUNT
			MOVE WS-CB-NAME(WS-CURRENT-TURN) TO WS-DEALER-NAME
		END-IF
		IF CB-IS-PC(WS-PICK-IDX)
			PERFORM 8000-READ-THE-PC
			IF PC-FOUND
				PERFORM 8200-PC-IS-HEALED
				PERFORM 8900-CLOSE-THE-PC
			END-IF
		ELSE
			IF WS-CB-HP-MAX(WS-PICK-IDX) = 0
				PERFORM 6250-ASK-FOR-HIT-POINTS
			END-IF
			DISPLAY "Healing received? " WITH NO ADVANCING
			ACCEPT WS-DELTA
			ADD WS-DELTA TO WS-CB-HP-CUR(WS-PICK-IDX)
			IF WS-CB-HP-CUR(WS-PICK-IDX) > WS-CB-HP-MAX(WS-PICK-IDX)
				MOVE WS-CB-HP-MAX(WS-PICK-IDX) TO WS-CB-HP-CUR(WS-PICK-IDX)
			END-IF
			DISPLAY FUNCTION TRIM(WS-CB-NAME(WS-PICK-IDX)) " is at "
				WS-CB-HP-CUR(WS-PICK-IDX) "/" WS-CB-HP-MAX(WS-PICK-IDX) "."
			MOVE "HEAL" TO WS-CL-EVENT
			PERFORM 6160-LOG-THE-HIT
		END-IF
	END-IF.

6150-ASK-WHO-DEALT-IT.
	*> for the log - who took the killing blow is the usual argument
	DISPLAY "Dealt by (number in the order, 0 for whose turn it is, "
		"99 for nobody in it)? " WITH NO ADVANCING
	ACCEPT WS-DEALER-NUM
	IF WS-DEALER-NUM = 0
		MOVE WS-CURRENT-TURN TO WS-DEALER-NUM
	END-IF
	IF WS-DEALER-NUM < 1 OR WS-DEALER-NUM > WS-COMBATANT-COUNT
		MOVE "(outside the order)" TO WS-DEALER-NAME
	ELSE
		MOVE WS-CB-NAME(WS-DEALER-NUM) TO WS-DEALER-NAME
	END-IF.

6160-LOG-THE-HIT.
	*> WS-CL-EVENT is set; the rest comes off the pick
	MOVE WS-DEALER-NAME TO WS-CL-ACTOR
	MOVE WS-CB-NAME(WS-PICK-IDX) TO WS-CL-TARGET
	MOVE WS-DELTA TO WS-CL-AMOUNT
	MOVE WS-CB-HP-CUR(WS-PICK-IDX) TO WS-CL-HP
	PERFORM 9000-LOG-EVENT.

6200-PICK-COMBATANT.
	MOVE 0 TO WS-PICK-IDX
	IF WS-COMBATANT-COUNT = 0
		DISPLAY "Nobody in the fight yet."
	ELSE
		PERFORM 3000-SHOW-ORDER
		DISPLAY "Which combatant (number in the order, 0 for whose turn "
			"it is)? " WITH NO ADVANCING
		ACCEPT WS-PICK-NUM
		IF WS-PICK-NUM = 0
			MOVE WS-CURRENT-TURN TO WS-PICK-NUM
		END-IF
		IF WS-PICK-NUM < 1 OR WS-PICK-NUM > WS-COMBATANT-COUNT
			DISPLAY "No combatant at that number."
		ELSE
			MOVE WS-PICK-NUM TO WS-PICK-IDX
		END-IF
	END-IF.

6250-ASK-FOR-HIT-POINTS.
	DISPLAY "Hit points for " FUNCTION TRIM(WS-CB-NAME(WS-PICK-IDX))
		" before this? " WITH NO ADVANCING
	ACCEPT WS-HP-ENTRY
	MOVE WS-HP-ENTRY TO WS-CB-HP-CUR(WS-PICK-IDX)
	MOVE WS-HP-ENTRY TO WS-CB-HP-MAX(WS-PICK-IDX).

6300-DROP-COMBATANT.
	*> the rest of the order closes up behind the fallen; when it was
	*> their turn, the turn backs up one so advancing lands on whoever
	*> slid into their place.
	PERFORM VARYING WS-CB-IDX FROM WS-PICK-IDX BY 1
		UNTIL WS-CB-IDX >= WS-COMBATANT-COUNT
		MOVE WS-COMBATANT-ENTRY(WS-CB-IDX + 1)
			TO WS-COMBATANT-ENTRY(WS-CB-IDX)
	END-PERFORM
	SUBTRACT 1 FROM WS-COMBATANT-COUNT
	IF WS-PICK-IDX <= WS-CURRENT-TURN AND WS-CURRENT-TURN > 0
		SUBTRACT 1 FROM WS-CURRENT-TURN
	END-IF
	MOVE 0 TO WS-PICK-IDX.

6500-DEATH-SAVE.
	PERFORM 6200-PICK-COMBATANT
	IF WS-PICK-IDX > 0
		IF CB-IS-PC(WS-PICK-IDX)
			PERFORM 8000-READ-THE-PC
			IF PC-FOUND
				PERFORM 8300-PC-DEATH-SAVE
				PERFORM 8900-CLOSE-THE-PC
			END-IF
		ELSE
			DISPLAY "Only characters on file roll death saves - a monster "
				"at 0 is simply out."
		END-IF
	END-IF.

7000-APPLY-CONDITION.
	PERFORM 6200-PICK-COMBATANT
	IF WS-PICK-IDX > 0
		DISPLAY "Condition (e.g. Poisoned, Stunned, Concentration)? "
			WITH NO ADVANCING
		ACCEPT WS-COND-NAME
		EVALUATE TRUE
			WHEN WS-COND-NAME = SPACES
				DISPLAY "No condition given - nothing applied."
			WHEN CB-IS-PC(WS-PICK-IDX)
				PERFORM 7200-APPLY-PC-CONDITION
			WHEN OTHER
				PERFORM 7300-APPLY-MONSTER-CONDITION
		END-EVALUATE
	END-IF.

7100-CLEAR-CONDITION.
	PERFORM 6200-PICK-COMBATANT
	IF WS-PICK-IDX > 0
		DISPLAY "Condition to clear? " WITH NO ADVANCING
		ACCEPT WS-COND-NAME
		IF CB-IS-PC(WS-PICK-IDX)
			PERFORM 7400-CLEAR-PC-CONDITION
		ELSE
			PERFORM 7500-CLEAR-MONSTER-CONDITION
		END-IF
	END-IF.

7200-APPLY-PC-CONDITION.
	*> same record Session Tracker writes, so the condition is still
	*> riding the character after the fight
	IF NOT CONDITIONS-OPEN
		DISPLAY "condition.dat is not open - nothing applied."
	ELSE
		MOVE SPACES TO WS-COND-NOTE
		IF FUNCTION UPPER-CASE(WS-COND-NAME) = "CONCENTRATION"
			DISPLAY "Concentrating on what spell? " WITH NO ADVANCING
			ACCEPT WS-COND-NOTE
		ELSE
			DISPLAY "Note (blank for none)? " WITH NO ADVANCING
			ACCEPT WS-COND-NOTE
		END-IF
		MOVE WS-CB-CHAR-ID(WS-PICK-IDX) TO cd-char-id
		MOVE WS-COND-NAME TO cd-condition
		MOVE WS-COND-NOTE TO cd-note
		ACCEPT cd-date FROM DATE YYYYMMDD
		WRITE ConditionData
			INVALID KEY
				REWRITE ConditionData
				DISPLAY FUNCTION TRIM(cd-condition) " refreshed on "
					FUNCTION TRIM(WS-CB-NAME(WS-PICK-IDX)) "."
			NOT INVALID KEY
				DISPLAY FUNCTION TRIM(WS-CB-NAME(WS-PICK-IDX)) " is now "
					FUNCTION TRIM(cd-condition) "."
		END-WRITE
		MOVE "COND+" TO WS-CL-EVENT
		PERFORM 7600-LOG-CONDITION
	END-IF.

7300-APPLY-MONSTER-CONDITION.
	MOVE 0 TO WS-COND-SLOT
	PERFORM VARYING WS-COND-IDX FROM 1 BY 1 UNTIL WS-COND-IDX > 3
		IF FUNCTION UPPER-CASE(WS-CB-COND(WS-PICK-IDX, WS-COND-IDX))
			= FUNCTION UPPER-CASE(WS-COND-NAME)
			MOVE 9 TO WS-COND-SLOT
		END-IF
		IF WS-CB-COND(WS-PICK-IDX, WS-COND-IDX) = SPACES
			AND WS-COND-SLOT = 0
			MOVE WS-COND-IDX TO WS-COND-SLOT
		END-IF
	END-PERFORM
	EVALUATE WS-COND-SLOT
		WHEN 9
			DISPLAY FUNCTION TRIM(WS-CB-NAME(WS-PICK-IDX)) " is already "
				FUNCTION TRIM(WS-COND-NAME) "."
		WHEN 0
			DISPLAY FUNCTION TRIM(WS-CB-NAME(WS-PICK-IDX)) " already "
				"carries three conditions - clear one first."
		WHEN OTHER
			MOVE WS-COND-NAME TO WS-CB-COND(WS-PICK-IDX, WS-COND-SLOT)
			DISPLAY FUNCTION TRIM(WS-CB-NAME(WS-PICK-IDX)) " is now "
				FUNCTION TRIM(WS-COND-NAME) "."
			MOVE "COND+" TO WS-CL-EVENT
			PERFORM 7600-LOG-CONDITION
	END-EVALUATE.

7400-CLEAR-PC-CONDITION.
	IF NOT CONDITIONS-OPEN
		DISPLAY "condition.dat is not open - nothing cleared."
	ELSE
		MOVE WS-CB-CHAR-ID(WS-PICK-IDX) TO cd-char-id
		MOVE WS-COND-NAME TO cd-condition
		READ ConditionFile
			INVALID KEY
				DISPLAY "That condition is not on this character."
			NOT INVALID KEY
				DELETE ConditionFile
					INVALID KEY
						DISPLAY "Warning: could not clear that condition."
				END-DELETE
				DISPLAY FUNCTION TRIM(WS-COND-NAME) " cleared from "
					FUNCTION TRIM(WS-CB-NAME(WS-PICK-IDX)) "."
				MOVE "COND-" TO WS-CL-EVENT
				PERFORM 7600-LOG-CONDITION
		END-READ
	END-IF.

7500-CLEAR-MONSTER-CONDITION.
	MOVE 0 TO WS-COND-SLOT
	PERFORM VARYING WS-COND-IDX FROM 1 BY 1 UNTIL WS-COND-IDX > 3
		IF FUNCTION UPPER-CASE(WS-CB-COND(WS-PICK-IDX, WS-COND-IDX))
			= FUNCTION UPPER-CASE(WS-COND-NAME)
			MOVE SPACES TO WS-CB-COND(WS-PICK-IDX, WS-COND-IDX)
			MOVE WS-COND-IDX TO WS-COND-SLOT
		END-IF
	END-PERFORM
	IF WS-COND-SLOT = 0
		DISPLAY "That condition is not on "
			FUNCTION TRIM(WS-CB-NAME(WS-PICK-IDX)) "."
	ELSE
		DISPLAY FUNCTION TRIM(WS-COND-NAME) " cleared from "
			FUNCTION TRIM(WS-CB-NAME(WS-PICK-IDX)) "."
		MOVE "COND-" TO WS-CL-EVENT
		PERFORM 7600-LOG-CONDITION
	END-IF.

7600-LOG-CONDITION.
	MOVE WS-CB-NAME(WS-PICK-IDX) TO WS-CL-TARGET
	MOVE WS-COND-NAME TO WS-CL-NOTE
	PERFORM 9000-LOG-EVENT.

8000-READ-THE-PC.
	*> a character's hit points post straight to character.dat, one
	*> open-read-rewrite-close per change, so nothing is lost if the
	*> console dies before the fight is saved.
	MOVE "N" TO WS-PC-FOUND-SW
	MOVE "N" TO WS-PC-GONE-SW
	OPEN I-O CharacterFile
	IF WS-FILE-STATUS NOT = "00"
		DISPLAY "character.dat will not open (status " WS-FILE-STATUS
			") - nothing posted."
	ELSE
		MOVE WS-CB-CHAR-ID(WS-PICK-IDX) TO char-id
		READ CharacterFile
			INVALID KEY
				DISPLAY FUNCTION TRIM(WS-CB-NAME(WS-PICK-IDX))
					" is no longer on file - nothing posted."
			NOT INVALID KEY
				MOVE "Y" TO WS-PC-FOUND-SW
				MOVE CharacterData TO WS-CJ-BEFORE
		END-READ
		IF NOT PC-FOUND
			CLOSE CharacterFile
		END-IF
	END-IF.

8100-PC-TAKES-DAMAGE.
	*> Session Tracker's rules for going down
	IF is-dead
		DISPLAY cnamef " is already dead."
	ELSE
		DISPLAY "Damage taken? " WITH NO ADVANCING
		ACCEPT WS-DELTA
		EVALUATE TRUE
			WHEN hp-current = 0
				*> damage to a downed character is an automatic failed
				*> death save, stable or not
				MOVE "N" TO ds-stable-sw
				ADD 1 TO ds-failure
				DISPLAY cnamef " took a hit while down - that is a "
					"failed death save (" ds-failure " failure(s))."
				MOVE "DAMAGE" TO WS-CL-EVENT
				MOVE "hit while down - failed save" TO WS-CL-NOTE
				PERFORM 8150-LOG-PC-HIT
				PERFORM 8500-JUDGE-THE-TALLY
			WHEN WS-DELTA >= hp-current
				MOVE 0 TO hp-current
				MOVE 0 TO ds-success
				MOVE 0 TO ds-failure
				MOVE "N" TO ds-stable-sw
				DISPLAY cnamef " is DOWN!  Start rolling death saves."
				MOVE "DOWNED" TO WS-CL-EVENT
				PERFORM 8150-LOG-PC-HIT
			WHEN OTHER
				SUBTRACT WS-DELTA FROM hp-current
				DISPLAY cnamef " is at " hp-current "/" hp-max "."
				MOVE "DAMAGE" TO WS-CL-EVENT
				PERFORM 8150-LOG-PC-HIT
		END-EVALUATE
		PERFORM 0460-SAVE-THE-CHARACTER
	END-IF.

8150-LOG-PC-HIT.
	MOVE WS-DEALER-NAME TO WS-CL-ACTOR
	MOVE WS-CB-NAME(WS-PICK-IDX) TO WS-CL-TARGET
	MOVE WS-DELTA TO WS-CL-AMOUNT
	MOVE hp-current TO WS-CL-HP
	PERFORM 9000-LOG-EVENT.

8200-PC-IS-HEALED.
	IF is-dead
		DISPLAY cnamef " is dead - healing does nothing now."
	ELSE
		DISPLAY "Healing received? " WITH NO ADVANCING
		ACCEPT WS-DELTA
		IF hp-current = 0
			MOVE 0 TO ds-success
			MOVE 0 TO ds-failure
			MOVE "N" TO ds-stable-sw
			DISPLAY cnamef " is back on their feet - death saves cleared."
		END-IF
		ADD WS-DELTA TO hp-current
		IF hp-current > hp-max
			MOVE hp-max TO hp-current
		END-IF
		DISPLAY cnamef " is at " hp-current "/" hp-max "."
		MOVE "HEAL" TO WS-CL-EVENT
		PERFORM 8150-LOG-PC-HIT
		PERFORM 0460-SAVE-THE-CHARACTER
	END-IF.

8300-PC-DEATH-SAVE.
	*> Session Tracker's rules for death saves
	EVALUATE TRUE
		WHEN is-dead
			DISPLAY cnamef " is past saving."
		WHEN is-stable
			DISPLAY cnamef " is stable - no more saves needed."
		WHEN hp-current NOT = 0
			DISPLAY cnamef " is conscious - no death save needed."
		WHEN OTHER
			DISPLAY "Roll it here, or record a save made at the table "
				"(R/S/F)? " WITH NO ADVANCING
			ACCEPT WS-SAVE-RESULT
			PERFORM UNTIL WS-SAVE-RESULT = "R" OR WS-SAVE-RESULT = "r"
				OR WS-SAVE-RESULT = "S" OR WS-SAVE-RESULT = "s"
				OR WS-SAVE-RESULT = "F" OR WS-SAVE-RESULT = "f"
				DISPLAY "Please enter R, S, or F: " WITH NO ADVANCING
				ACCEPT WS-SAVE-RESULT
			END-PERFORM
			IF WS-SAVE-RESULT = "R" OR WS-SAVE-RESULT = "r"
				PERFORM 8400-ROLL-THE-SAVE
			ELSE
				IF WS-SAVE-RESULT = "S" OR WS-SAVE-RESULT = "s"
					ADD 1 TO ds-success
					MOVE "success at the table" TO WS-CL-NOTE
				ELSE
					ADD 1 TO ds-failure
					MOVE "failure at the table" TO WS-CL-NOTE
				END-IF
			END-IF
			MOVE "DEATHSV" TO WS-CL-EVENT
			MOVE WS-CB-NAME(WS-PICK-IDX) TO WS-CL-ACTOR
			MOVE hp-current TO WS-CL-HP
			PERFORM 9000-LOG-EVENT
			IF hp-current = 0
				DISPLAY "Death saves: " ds-success " success(es), "
					ds-failure " failure(s)"
				PERFORM 8500-JUDGE-THE-TALLY
			END-IF
			PERFORM 0460-SAVE-THE-CHARACTER
	END-EVALUATE.

8400-ROLL-THE-SAVE.
	MOVE 1 TO WS-ROLL-N
	MOVE 20 TO WS-ROLL-M
	MOVE 0 TO WS-ROLL-DROP
	CALL "DICEROLL" USING WS-ROLL-N, WS-ROLL-M, WS-ROLL-DROP, WS-DICE-TOTAL
	DISPLAY cnamef " rolled a " WS-DICE-TOTAL "."
	MOVE WS-DICE-TOTAL TO WS-CL-AMOUNT
	MOVE WS-DICE-TOTAL TO WS-ED-ROLL
	MOVE SPACES TO WS-CL-NOTE
	STRING "rolled " DELIMITED BY SIZE
		FUNCTION TRIM(WS-ED-ROLL) DELIMITED BY SIZE
		INTO WS-CL-NOTE
	END-STRING
	EVALUATE TRUE
		WHEN WS-DICE-TOTAL = 20
			*> a natural 20 brings them back up with 1 hit point
			MOVE 1 TO hp-current
			MOVE 0 TO ds-success
			MOVE 0 TO ds-failure
			MOVE "N" TO ds-stable-sw
			DISPLAY "Natural 20!  " cnamef " is back up at 1 hit point."
		WHEN WS-DICE-TOTAL = 1
			ADD 2 TO ds-failure
			DISPLAY "A natural 1 counts as two failures."
		WHEN WS-DICE-TOTAL >= 10
			ADD 1 TO ds-success
		WHEN OTHER
			ADD 1 TO ds-failure
	END-EVALUATE.

8500-JUDGE-THE-TALLY.
	IF ds-success >= 3
		MOVE "Y" TO ds-stable-sw
		MOVE 0 TO ds-success
		MOVE 0 TO ds-failure
		DISPLAY cnamef " is STABLE at 0 hit points."
		MOVE "STABLE" TO WS-CL-EVENT
		MOVE WS-CB-NAME(WS-PICK-IDX) TO WS-CL-TARGET
		PERFORM 9000-LOG-EVENT
	END-IF
	IF ds-failure >= 3
		MOVE "Y" TO dead-sw
		MOVE 0 TO ds-success
		MOVE 0 TO ds-failure
		DISPLAY cnamef " has DIED.  Consider Character Retirement."
		MOVE "DIED" TO WS-CL-EVENT
		MOVE WS-CB-NAME(WS-PICK-IDX) TO WS-CL-TARGET
		PERFORM 9000-LOG-EVENT
		PERFORM 8550-LOG-THE-DEATH
	END-IF.

8550-LOG-THE-DEATH.
	ACCEPT al-date FROM DATE YYYYMMDD
	ACCEPT WS-CLOG-TIME-FULL FROM TIME
	MOVE WS-CLOG-TIME-FULL(1:6) TO al-time
	MOVE pnamef TO al-playerf
	MOVE pnamel TO al-playerl
	MOVE cnamef TO al-charf
	MOVE cnamel TO al-charl
	MOVE "DIED" TO al-action
	OPEN EXTEND AuditLogFile
	IF WS-LOG-STATUS = "05" OR WS-LOG-STATUS = "35"
		CLOSE AuditLogFile
		OPEN OUTPUT AuditLogFile
	END-IF
	WRITE AuditLogRecord
	CLOSE AuditLogFile.

8900-CLOSE-THE-PC.
	*> the turn order shows what character.dat now says; the dead
	*> leave the order the way the party load leaves them out
	MOVE hp-current TO WS-CB-HP-CUR(WS-PICK-IDX)
	MOVE hp-max TO WS-CB-HP-MAX(WS-PICK-IDX)
	IF is-dead
		MOVE "Y" TO WS-PC-GONE-SW
	END-IF
	CLOSE CharacterFile
	IF PC-LEAVES-THE-FIGHT
		DISPLAY FUNCTION TRIM(WS-CB-NAME(WS-PICK-IDX))
			" leaves the turn order."
		PERFORM 6300-DROP-COMBATANT
	END-IF.

0450-ASK-ABOUT-SPOOL.
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

9000-LOG-EVENT.
	*> one line onto the fight's combat log.  The log is named for the
	*> day the fight began so a fight resumed the next night stays in
	*> one file; a log that will not open costs the line, not the fight.
	MOVE SPACES TO WS-CLOG-NAME
	STRING "combatlog-" DELIMITED BY SIZE
		WS-FIGHT-DATE DELIMITED BY SIZE
		".dat" DELIMITED BY SIZE
		INTO WS-CLOG-NAME
	END-STRING
	MOVE SPACES TO CombatLogRecord
	MOVE WS-FIGHT-DATE TO cl-fight-date
	MOVE WS-FIGHT-TIME TO cl-fight-time
	ACCEPT cl-date FROM DATE YYYYMMDD
	ACCEPT WS-CLOG-TIME-FULL FROM TIME
	MOVE WS-CLOG-TIME-FULL(1:6) TO cl-time
	MOVE WS-CURRENT-ROUND TO cl-round
	MOVE WS-CL-EVENT TO cl-event
	MOVE WS-CL-ACTOR TO cl-actor
	MOVE WS-CL-TARGET TO cl-target
	MOVE WS-CL-AMOUNT TO cl-amount
	MOVE WS-CL-HP TO cl-hp-after
	MOVE WS-CL-XP TO cl-xp
	MOVE WS-CL-NOTE TO cl-note
	OPEN EXTEND CombatLogFile
	IF WS-CLOG-STATUS = "05" OR WS-CLOG-STATUS = "35"
		CLOSE CombatLogFile
		OPEN OUTPUT CombatLogFile
	END-IF
	IF WS-CLOG-STATUS = "00"
		WRITE CombatLogRecord
		CLOSE CombatLogFile
	ELSE
		DISPLAY "Warning: could not write the combat log (status "
			WS-CLOG-STATUS ")."
	END-IF
	MOVE SPACES TO WS-CL-EVENT
	MOVE SPACES TO WS-CL-ACTOR
	MOVE SPACES TO WS-CL-TARGET
	MOVE 0 TO WS-CL-AMOUNT
	MOVE 0 TO WS-CL-HP
	MOVE 0 TO WS-CL-XP
	MOVE SPACES TO WS-CL-NOTE.

9100-AFTER-ACTION-REPORT.
	*> read this fight's lines back out of the combat log three times:
	*> once to tally, once for the kills, once for the characters.
	MOVE 0 TO WS-AAR-COUNT
	MOVE 0 TO WS-AAR-LINES
	MOVE 0 TO WS-AAR-ROUNDS
	MOVE 0 TO WS-KILL-XP
	MOVE 1 TO WS-AAR-PASS
	PERFORM 9150-READ-THE-LOG
	IF WS-AAR-LINES = 0
		DISPLAY "Nothing in the combat log for this fight - no "
			"after-action report."
	ELSE
		PERFORM 0450-ASK-ABOUT-SPOOL
		MOVE "================================================================"
			TO WS-RPT-LINE
		PERFORM 0500-PRINT-LINE
		MOVE WS-AAR-ROUNDS TO WS-ED-ROUND
		STRING "After-Action Report - fight begun " WS-FIGHT-DATE
			" at " WS-FIGHT-TIME ", " FUNCTION TRIM(WS-ED-ROUND)
			" round(s)"
			DELIMITED BY SIZE INTO WS-RPT-LINE
		END-STRING
		PERFORM 0500-PRINT-LINE
		MOVE "----------------------------------------------------------------"
			TO WS-RPT-LINE
		PERFORM 0500-PRINT-LINE
		MOVE "Combatant                  Dealt   Taken  Kills" TO WS-RPT-LINE
		PERFORM 0500-PRINT-LINE
		PERFORM VARYING WS-AAR-IDX FROM 1 BY 1
			UNTIL WS-AAR-IDX > WS-AAR-COUNT
			MOVE WS-AAR-DEALT(WS-AAR-IDX) TO WS-ED-AMOUNT
			MOVE WS-AAR-TAKEN(WS-AAR-IDX) TO WS-ED-AMOUNT2
			MOVE WS-AAR-KILLS(WS-AAR-IDX) TO WS-ED-ROLL
			STRING "  " WS-AAR-NAME(WS-AAR-IDX) " " WS-ED-AMOUNT "  "
				WS-ED-AMOUNT2 "     " WS-ED-ROLL
				DELIMITED BY SIZE INTO WS-RPT-LINE
			END-STRING
			PERFORM 0500-PRINT-LINE
		END-PERFORM
		MOVE "----------------------------------------------------------------"
			TO WS-RPT-LINE
		PERFORM 0500-PRINT-LINE
		MOVE "Monsters defeated:" TO WS-RPT-LINE
		PERFORM 0500-PRINT-LINE
		MOVE 2 TO WS-AAR-PASS
		PERFORM 9150-READ-THE-LOG
		MOVE WS-KILL-XP TO WS-ED-XP
		STRING "  Total XP for monsters defeated: " WS-ED-XP
			DELIMITED BY SIZE INTO WS-RPT-LINE
		END-STRING
		PERFORM 0500-PRINT-LINE
		MOVE "----------------------------------------------------------------"
			TO WS-RPT-LINE
		PERFORM 0500-PRINT-LINE
		MOVE "Characters down, death saves, and deaths:" TO WS-RPT-LINE
		PERFORM 0500-PRINT-LINE
		MOVE 3 TO WS-AAR-PASS
		PERFORM 9150-READ-THE-LOG
		MOVE "================================================================"
			TO WS-RPT-LINE
		PERFORM 0500-PRINT-LINE
		PERFORM 0550-CLOSE-SPOOL
	END-IF.

9150-READ-THE-LOG.
	MOVE "N" TO WS-CLOG-EOF-SW
	OPEN INPUT CombatLogFile
	IF WS-CLOG-STATUS = "00"
		PERFORM UNTIL END-OF-COMBAT-LOG
			READ CombatLogFile
				AT END
					MOVE "Y" TO WS-CLOG-EOF-SW
				NOT AT END
					IF cl-fight-date = WS-FIGHT-DATE
						AND cl-fight-time = WS-FIGHT-TIME
						EVALUATE WS-AAR-PASS
							WHEN 1
								PERFORM 9200-TALLY-THE-LINE
							WHEN 2
								PERFORM 9300-PRINT-THE-KILL
							WHEN 3
								PERFORM 9400-PRINT-THE-PC-LINE
						END-EVALUATE
					END-IF
			END-READ
		END-PERFORM
		CLOSE CombatLogFile
	END-IF.

9200-TALLY-THE-LINE.
	ADD 1 TO WS-AAR-LINES
	IF cl-round > WS-AAR-ROUNDS
		MOVE cl-round TO WS-AAR-ROUNDS
	END-IF
	IF cl-damage OR cl-dropped OR cl-downed
		IF cl-actor NOT = SPACES
			MOVE cl-actor TO WS-AAR-FIND
			PERFORM 9250-FIND-THE-NAME
			IF WS-AAR-IDX > 0
				ADD cl-amount TO WS-AAR-DEALT(WS-AAR-IDX)
				IF cl-dropped
					ADD 1 TO WS-AAR-KILLS(WS-AAR-IDX)
				END-IF
			END-IF
		END-IF
		MOVE cl-target TO WS-AAR-FIND
		PERFORM 9250-FIND-THE-NAME
		IF WS-AAR-IDX > 0
			ADD cl-amount TO WS-AAR-TAKEN(WS-AAR-IDX)
		END-IF
	END-IF
	IF cl-dropped
		ADD cl-xp TO WS-KILL-XP
	END-IF.

9250-FIND-THE-NAME.
	*> WS-AAR-IDX comes back 0 only when the table is full
	MOVE 0 TO WS-AAR-IDX
	PERFORM VARYING WS-CB-IDX FROM 1 BY 1
		UNTIL WS-CB-IDX > WS-AAR-COUNT OR WS-AAR-IDX > 0
		IF WS-AAR-NAME(WS-CB-IDX) = WS-AAR-FIND
			MOVE WS-CB-IDX TO WS-AAR-IDX
		END-IF
	END-PERFORM
	IF WS-AAR-IDX = 0 AND WS-AAR-COUNT < 40
		ADD 1 TO WS-AAR-COUNT
		MOVE WS-AAR-COUNT TO WS-AAR-IDX
		MOVE WS-AAR-FIND TO WS-AAR-NAME(WS-AAR-IDX)
		MOVE 0 TO WS-AAR-DEALT(WS-AAR-IDX)
		MOVE 0 TO WS-AAR-TAKEN(WS-AAR-IDX)
		MOVE 0 TO WS-AAR-KILLS(WS-AAR-IDX)
	END-IF.

9300-PRINT-THE-KILL.
	IF cl-dropped
		MOVE cl-round TO WS-ED-ROUND
		MOVE cl-xp TO WS-ED-XP
		STRING "  " cl-target " round " WS-ED-ROUND " by " cl-actor
			" XP " WS-ED-XP
			DELIMITED BY SIZE INTO WS-RPT-LINE
		END-STRING
		PERFORM 0500-PRINT-LINE
	END-IF.

9400-PRINT-THE-PC-LINE.
	MOVE cl-round TO WS-ED-ROUND
	EVALUATE TRUE
		WHEN cl-downed
			STRING "  Round " WS-ED-ROUND ": " FUNCTION TRIM(cl-target)
				" DOWN - hit by " FUNCTION TRIM(cl-actor)
				DELIMITED BY SIZE INTO WS-RPT-LINE
			END-STRING
			PERFORM 0500-PRINT-LINE
		WHEN cl-death-save
			STRING "  Round " WS-ED-ROUND ": " FUNCTION TRIM(cl-actor)
				" death save - " FUNCTION TRIM(cl-note)
				DELIMITED BY SIZE INTO WS-RPT-LINE
			END-STRING
			PERFORM 0500-PRINT-LINE
		WHEN cl-stable
			STRING "  Round " WS-ED-ROUND ": " FUNCTION TRIM(cl-target)
				" is STABLE"
				DELIMITED BY SIZE INTO WS-RPT-LINE
			END-STRING
			PERFORM 0500-PRINT-LINE
		WHEN cl-died
			STRING "  Round " WS-ED-ROUND ": " FUNCTION TRIM(cl-target)
				" DIED"
				DELIMITED BY SIZE INTO WS-RPT-LINE
			END-STRING
			PERFORM 0500-PRINT-LINE
	END-EVALUATE.

9500-WRITE-XP-AWARDS.
	*> XP for the monsters actually dropped, split evenly across the
	*> characters still standing in the order - the same "char-id,amount"
	*> xpawards.dat that XP From Session.cbl writes for XP Award.cbl.
	MOVE 0 TO WS-PC-COUNT
	PERFORM VARYING WS-CB-IDX FROM 1 BY 1
		UNTIL WS-CB-IDX > WS-COMBATANT-COUNT
		IF CB-IS-PC(WS-CB-IDX)
			ADD 1 TO WS-PC-COUNT
		END-IF
	END-PERFORM
	IF WS-KILL-XP > 0 AND WS-PC-COUNT > 0
		MOVE WS-KILL-XP TO WS-ED-XP
		DISPLAY FUNCTION TRIM(WS-ED-XP) " XP for monsters defeated, "
			WS-PC-COUNT " character(s) in the order."
		DISPLAY "Write it to xpawards.dat for XP Award posting? (Y/N) "
			WITH NO ADVANCING
		ACCEPT WS-ANSWER
		IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
			PERFORM 9550-WRITE-THE-AWARD-FILE
		END-IF
	END-IF.

9550-WRITE-THE-AWARD-FILE.
	DIVIDE WS-KILL-XP BY WS-PC-COUNT GIVING WS-SHARE-XP
		REMAINDER WS-REMAINDER-XP
	OPEN INPUT AwardOutputFile
	IF WS-AWARD-STATUS = "00"
		CLOSE AwardOutputFile
		DISPLAY "There is already an xpawards.dat waiting to post - "
			"overwrite it? (Y/N) " WITH NO ADVANCING
		ACCEPT WS-ANSWER
	ELSE
		MOVE "Y" TO WS-ANSWER
	END-IF
	IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
		DISPLAY "Left alone - post or remove it first."
	ELSE
		MOVE 0 TO WS-AWARD-LINES
		OPEN OUTPUT AwardOutputFile
		PERFORM VARYING WS-CB-IDX FROM 1 BY 1
			UNTIL WS-CB-IDX > WS-COMBATANT-COUNT
			IF CB-IS-PC(WS-CB-IDX)
				MOVE SPACES TO AwardOutputLine
				STRING WS-CB-CHAR-ID(WS-CB-IDX) DELIMITED BY SIZE
					"," DELIMITED BY SIZE
					WS-SHARE-XP DELIMITED BY SIZE
					INTO AwardOutputLine
				END-STRING
				WRITE AwardOutputLine
				ADD 1 TO WS-AWARD-LINES
			END-IF
		END-PERFORM
		CLOSE AwardOutputFile
		DISPLAY WS-AWARD-LINES " award line(s) of " WS-SHARE-XP
			" XP written to xpawards.dat - run XP Award posting to "
			"apply them."
		IF WS-REMAINDER-XP > 0
			DISPLAY WS-REMAINDER-XP " XP left over after the even split."
		END-IF
	END-IF.

0460-SAVE-THE-CHARACTER.
	REWRITE CharacterData
	IF WS-FILE-STATUS = "00" OR WS-FILE-STATUS = "02"
		*> the after image becomes the before image of the next change
		MOVE "C" TO WS-CJ-ACTION
		CALL "CHARJRNL" USING WS-CJ-ACTION, WS-CJ-PROGRAM,
			WS-CJ-BEFORE, CharacterData
		MOVE CharacterData TO WS-CJ-BEFORE
	ELSE
		DISPLAY "Warning: could not save " cnamef " (status "
			WS-FILE-STATUS ")."
	END-IF.

0040-CHECK-LAYOUT-VERSION.
	*> refuse to run against a character.dat stamped for a different
	*> build - Data Upgrade converts the file and moves the stamp.
