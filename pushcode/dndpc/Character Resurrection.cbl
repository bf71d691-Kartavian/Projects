		>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. character_resurrection IS INITIAL.
AUTHOR. Loren Stevenson
DATE-WRITTEN. July 6, 2023
*> Bringing a dead character back the way the table would, instead of
*> clearing dead-sw by hand in maintenance.  The DM names the method -
*> Revivify, Raise Dead, Resurrection, or a temple doing the raising
*> for a fee - and the time limit is measured from the DIED line that
*> Session Tracker.cbl or Initiative Tracker.cbl put on charlog.dat.
*> The diamond comes out of inventory.dat (the spell's component on
*> spellref.dat when it has one, see SPREFREC.cpy), a temple's fee
*> goes on a treasury.dat line, and Raise Dead's lingering penalty
*> rides as a condition.dat row until a long rest or four clears it.
*> Every raising goes on charlog.dat under the operator who
*> authorized it, with the method as the action.
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
	SELECT AuditLogFile ASSIGN TO "charlog.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		ACCESS IS SEQUENTIAL
		FILE STATUS IS WS-LOG-STATUS.
	SELECT InventoryFile ASSIGN TO "inventory.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS inv-key
		ALTERNATE RECORD KEY IS inv-char-id WITH DUPLICATES
		FILE STATUS IS WS-INVFILE-STATUS.
	SELECT SpellRefFile ASSIGN TO "spellref.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS sr-name
		FILE STATUS IS WS-REFFILE-STATUS.
	SELECT ConditionFile ASSIGN TO "condition.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS cd-key
		ALTERNATE RECORD KEY IS cd-char-id WITH DUPLICATES
		FILE STATUS IS WS-CONDFILE-STATUS.
	SELECT TreasuryFile ASSIGN TO "treasury.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		ACCESS IS SEQUENTIAL
		FILE STATUS IS WS-TREAS-STATUS.
	SELECT LockFile ASSIGN TO "locks.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS lock-id
		FILE STATUS IS WS-LOCKFILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD CharacterFile.
	COPY CHARREC.

FD AuditLogFile.
	COPY AUDITLOG.

FD InventoryFile.
	COPY INVREC.

FD SpellRefFile.
	COPY SPREFREC.

FD ConditionFile.
	COPY CONDREC.

FD TreasuryFile.
	COPY TREASREC.

FD LockFile.
	COPY LOCKREC.

WORKING-STORAGE SECTION.

*> layout-version gate for character.dat (see DATAVER.cpy and
*> VERCHECK.cbl) - checked before the file is opened.
	COPY DATAVER.
01 WS-VER-MODE PIC X.
01 WS-VER-FILE PIC x(20).
01 WS-VER-VERSION PIC 9(3).
01 WS-VER-RESULT PIC X.

*> shared with game_console - who is at the keyboard is who
*> authorized the raising, and bringing the dead back is the DM's call.
01 CONSOLE-CONTEXT EXTERNAL.
	02 ctx-char-id PIC 9(6).
	02 ctx-active-sw PIC X.
	02 ctx-op-id PIC x(8).
	02 ctx-op-name PIC x(17).
	02 ctx-op-role PIC X.

01 WS-FILE-STATUS PIC XX VALUE "00".
01 WS-LOG-STATUS PIC XX VALUE "00".
01 WS-INVFILE-STATUS PIC XX VALUE "00".
01 WS-REFFILE-STATUS PIC XX VALUE "00".
01 WS-CONDFILE-STATUS PIC XX VALUE "00".
01 WS-TREAS-STATUS PIC XX VALUE "00".
01 WS-LOCKFILE-STATUS PIC XX VALUE "00".

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

*> the dead character being brought back, held while the other files
*> are read
01 WS-DEAD-CNAMEF PIC x(10).
01 WS-DEAD-CNAMEL PIC x(12).
01 WS-DEAD-NAME PIC x(23).
01 WS-DEAD-PARTY-ID PIC 9(4).
01 WS-GO-AHEAD-SW PIC X VALUE "N".
	88 GO-AHEAD VALUE "Y".

*> every DIED line on charlog.dat, latest per name - the clock the
*> time limits run against
01 WS-DEATH-ENTRY OCCURS 200 TIMES.
	02 WS-DE-CHARF PIC x(10).
	02 WS-DE-CHARL PIC x(12).
	02 WS-DE-DATE PIC 9(8).
	02 WS-DE-TIME PIC 9(6).
01 WS-DEATH-COUNT PIC 9(3) VALUE 0.
01 WS-DE-IDX PIC 9(3).
01 WS-DEATH-FOUND-SW PIC X VALUE "N".
	88 DEATH-FOUND VALUE "Y".
01 WS-DEATH-DATE PIC 9(8).
01 WS-DEATH-TIME PIC 9(6).
01 WS-DEATH-TIME-R REDEFINES WS-DEATH-TIME.
	02 WS-DEATH-HH PIC 9(2).
	02 WS-DEATH-MM PIC 9(2).
	02 WS-DEATH-SS PIC 9(2).
01 WS-TODAY PIC 9(8).
01 WS-ELAPSED-DAYS PIC S9(7).
01 WS-ELAPSED-MIN PIC S9(9).
01 WS-ED-DAYS PIC -(6)9.
01 WS-PREV-PARTY-ID PIC 9(4).
01 WS-DEAD-COUNT PIC 9(3).

*> the four ways back.  The limit is in minutes from the death, the
*> diamond is the gp a Diamond must be worth when spellref.dat has no
*> component on file for the spell, and the hit points are 1 or,
*> for an "F", the character's full maximum.  A temple supplies its
*> own diamond and charges a fee instead.
01 WS-METHOD-TABLE-DATA.
	02 FILLER PIC x(48) VALUE
		"VRevivify            REVIVIFY  000000001003001NN".
	02 FILLER PIC x(48) VALUE
		"RRaise Dead          RAISEDEAD 000014400005001YN".
	02 FILLER PIC x(48) VALUE
		"EResurrection        RESURRECT 05259600001000FNN".
	02 FILLER PIC x(48) VALUE
		"TRaise Dead          TEMPLE    000014400000001YY".
01 WS-METHOD-TABLE REDEFINES WS-METHOD-TABLE-DATA.
	02 WS-METHOD-ENTRY OCCURS 4 TIMES.
		03 WS-MT-CODE PIC X.
		03 WS-MT-SPELL PIC x(20).
		03 WS-MT-ACTION PIC x(10).
		03 WS-MT-LIMIT-MIN PIC 9(9).
		03 WS-MT-DIAMOND-GP PIC 9(5).
		03 WS-MT-HP PIC X.
		03 WS-MT-PENALTY PIC X.
		03 WS-MT-TEMPLE PIC X.
01 WS-MT-IDX PIC 9.
01 WS-METHOD-FOUND-SW PIC X VALUE "N".
	88 METHOD-FOUND VALUE "Y".

*> the diamond - what it is called, the least it must be worth, and
*> whose pack it comes out of
01 WS-COMP-ITEM PIC x(20).
01 WS-COMP-VALUE PIC 9(5)V99.
01 WS-ED-COMP-VALUE PIC Z(4)9.99.
01 WS-HOLDER-ID PIC 9(6).
01 WS-NUM-IN PIC x(7).
01 WS-COMP-HELD-SW PIC X VALUE "N".
	88 COMPONENT-HELD VALUE "Y".

*> the temple's fee, on a treasury.dat debit against the party
01 WS-FEE-IN PIC x(10).
01 WS-FEE-AMOUNT PIC 9(7)V99.
01 WS-ED-AMOUNT PIC Z(6)9.99.

01 WS-TIME-FULL PIC 9(8).
01 WS-TIME-R REDEFINES WS-TIME-FULL.
	02 WS-TIME-HHMMSS PIC 9(6).
	02 WS-TIME-HSEC PIC 9(2).
01 WS-NOW-R REDEFINES WS-TIME-FULL.
	02 WS-NOW-HH PIC 9(2).
	02 WS-NOW-MM PIC 9(2).
	02 FILLER PIC 9(4).

*> record lock (see LOCKREC.cpy) held while the character is rewritten
01 WS-LOCK-GOT-SW PIC X VALUE "N".
	88 GOT-THE-LOCK VALUE "Y".
01 WS-LOCK-TIME-FULL PIC 9(8).
01 WS-LOCK-TIME-R REDEFINES WS-LOCK-TIME-FULL.
	02 WS-LOCK-HHMMSS PIC 9(6).
	02 WS-LOCK-HSEC PIC 9(2).
01 WS-LOCK-ANSWER PIC X.

*> roll-forward journal (see CHARJRNL.cbl) - the record as it was
*> read, handed over with the record as written on every change.
01 WS-CJ-ACTION PIC X.
01 WS-CJ-PROGRAM PIC x(20) VALUE "char_resurrection".
01 WS-CJ-BEFORE PIC X(305).

*> inventory movement log (see INVMOVE.cbl and INVMVREC.cpy)
01 WS-IM-CHAR-ID PIC 9(6).
01 WS-IM-ITEM-NAME PIC x(20).
01 WS-IM-QTY PIC S9(4).
01 WS-IM-PROGRAM PIC x(20) VALUE "char_resurrection".

PROCEDURE DIVISION.
0000-MAIN.
	PERFORM 0040-CHECK-LAYOUT-VERSION
	DISPLAY "================================================================"
	DISPLAY "                  RESURRECTION AND RAISE DEAD"
	DISPLAY "================================================================"
	MOVE SPACE TO WS-MENU-CHOICE
	PERFORM UNTIL WS-MENU-CHOICE = "Q" OR WS-MENU-CHOICE = "q"
		DISPLAY " "
		DISPLAY "1) The dead, by party"
		DISPLAY "2) Bring a character back"
		DISPLAY "Q) Done"
		DISPLAY "Choice? " WITH NO ADVANCING
		ACCEPT WS-MENU-CHOICE
		EVALUATE WS-MENU-CHOICE
			WHEN "1"
				PERFORM 1000-LIST-THE-DEAD
			WHEN "2"
				PERFORM 2000-BRING-BACK
			WHEN "Q"
			WHEN "q"
				CONTINUE
			WHEN OTHER
				DISPLAY "Not a valid choice."
		END-EVALUATE
	END-PERFORM
	GOBACK.

0100-FIND-CHARACTER.
	MOVE "N" TO WS-CHAR-FOUND-SW
	OPEN INPUT CharacterFile
	IF WS-FILE-STATUS NOT = "00"
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
	IF WS-FILE-STATUS = "00"
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

0150-LOCK-CHARACTER.
	*> holds lock-id = char-id in locks.dat while the record is
	*> rewritten, the way Character Maintenance does for an edit.
	MOVE "N" TO WS-LOCK-GOT-SW
	OPEN I-O LockFile
	IF WS-LOCKFILE-STATUS = "35"
		OPEN OUTPUT LockFile
		CLOSE LockFile
		OPEN I-O LockFile
	END-IF
	IF WS-LOCKFILE-STATUS NOT = "00"
		DISPLAY "Warning: locks.dat will not open - saving without "
			"the record lock."
		MOVE "Y" TO WS-LOCK-GOT-SW
	ELSE
		PERFORM 0330-BUILD-LOCK-RECORD
		MOVE char-id TO lock-id
		WRITE LockData
			INVALID KEY
				PERFORM 0170-REPORT-LOCK-HOLDER
			NOT INVALID KEY
				MOVE "Y" TO WS-LOCK-GOT-SW
		END-WRITE
		IF NOT GOT-THE-LOCK
			CLOSE LockFile
		END-IF
	END-IF.

0160-UNLOCK-CHARACTER.
	MOVE char-id TO lock-id
	DELETE LockFile
		INVALID KEY
			CONTINUE
	END-DELETE
	CLOSE LockFile.

0170-REPORT-LOCK-HOLDER.
	MOVE char-id TO lock-id
	READ LockFile
		INVALID KEY
			CONTINUE
		NOT INVALID KEY
			DISPLAY "This record is being edited by "
				FUNCTION TRIM(lock-who) " since " lock-date " "
				lock-time "."
	END-READ
	DISPLAY "Take the lock over anyway (only if that session is "
		"dead)? (Y/N) " WITH NO ADVANCING
	ACCEPT WS-LOCK-ANSWER
	IF WS-LOCK-ANSWER = "Y" OR WS-LOCK-ANSWER = "y"
		PERFORM 0330-BUILD-LOCK-RECORD
		MOVE char-id TO lock-id
		REWRITE LockData
		MOVE "Y" TO WS-LOCK-GOT-SW
	END-IF.

0330-BUILD-LOCK-RECORD.
	ACCEPT lock-who FROM ENVIRONMENT "USER"
	ACCEPT lock-date FROM DATE YYYYMMDD
	ACCEPT WS-LOCK-TIME-FULL FROM TIME
	MOVE WS-LOCK-HHMMSS TO lock-time.

0200-LOAD-THE-DEATHS.
	*> charlog.dat only carries names, so the latest DIED line for a
	*> name stands for that character's death
	MOVE 0 TO WS-DEATH-COUNT
	OPEN INPUT AuditLogFile
	IF WS-LOG-STATUS = "00"
		MOVE "N" TO WS-EOF-SW
		PERFORM UNTIL END-OF-FILE
			READ AuditLogFile
				AT END
					MOVE "Y" TO WS-EOF-SW
				NOT AT END
					IF al-action = "DIED"
						PERFORM 0210-NOTE-A-DEATH
					END-IF
			END-READ
		END-PERFORM
		CLOSE AuditLogFile
	END-IF.

0210-NOTE-A-DEATH.
	MOVE "N" TO WS-DEATH-FOUND-SW
	PERFORM VARYING WS-DE-IDX FROM 1 BY 1
		UNTIL WS-DE-IDX > WS-DEATH-COUNT OR DEATH-FOUND
		IF WS-DE-CHARF(WS-DE-IDX) = al-charf
			AND WS-DE-CHARL(WS-DE-IDX) = al-charl
			MOVE "Y" TO WS-DEATH-FOUND-SW
			MOVE al-date TO WS-DE-DATE(WS-DE-IDX)
			MOVE al-time TO WS-DE-TIME(WS-DE-IDX)
		END-IF
	END-PERFORM
	IF NOT DEATH-FOUND AND WS-DEATH-COUNT < 200
		ADD 1 TO WS-DEATH-COUNT
		MOVE al-charf TO WS-DE-CHARF(WS-DEATH-COUNT)
		MOVE al-charl TO WS-DE-CHARL(WS-DEATH-COUNT)
		MOVE al-date TO WS-DE-DATE(WS-DEATH-COUNT)
		MOVE al-time TO WS-DE-TIME(WS-DEATH-COUNT)
	END-IF.

0250-FIND-THE-DEATH.
	*> looks up cnamef/cnamel in the table and works out how long ago
	*> the death was logged
	MOVE "N" TO WS-DEATH-FOUND-SW
	PERFORM VARYING WS-DE-IDX FROM 1 BY 1
		UNTIL WS-DE-IDX > WS-DEATH-COUNT OR DEATH-FOUND
		IF WS-DE-CHARF(WS-DE-IDX) = cnamef
			AND WS-DE-CHARL(WS-DE-IDX) = cnamel
			MOVE "Y" TO WS-DEATH-FOUND-SW
			MOVE WS-DE-DATE(WS-DE-IDX) TO WS-DEATH-DATE
			MOVE WS-DE-TIME(WS-DE-IDX) TO WS-DEATH-TIME
		END-IF
	END-PERFORM
	IF DEATH-FOUND
		ACCEPT WS-TODAY FROM DATE YYYYMMDD
		ACCEPT WS-TIME-FULL FROM TIME
		COMPUTE WS-ELAPSED-DAYS = FUNCTION INTEGER-OF-DATE(WS-TODAY)
			- FUNCTION INTEGER-OF-DATE(WS-DEATH-DATE)
		COMPUTE WS-ELAPSED-MIN = WS-ELAPSED-DAYS * 1440
			+ WS-NOW-HH * 60 + WS-NOW-MM
			- WS-DEATH-HH * 60 - WS-DEATH-MM
		MOVE WS-ELAPSED-DAYS TO WS-ED-DAYS
	END-IF.

1000-LIST-THE-DEAD.
	PERFORM 0200-LOAD-THE-DEATHS
	MOVE 0 TO WS-DEAD-COUNT
	MOVE 9999 TO WS-PREV-PARTY-ID
	OPEN INPUT CharacterFile
	IF WS-FILE-STATUS NOT = "00"
		DISPLAY "No characters on file yet."
	ELSE
		DISPLAY "----------------------------------------------------------------"
		MOVE "N" TO WS-EOF-SW
		MOVE 0 TO party-id
		START CharacterFile KEY IS >= party-id
			INVALID KEY
				MOVE "Y" TO WS-EOF-SW
		END-START
		PERFORM UNTIL END-OF-FILE
			READ CharacterFile NEXT RECORD
				AT END
					MOVE "Y" TO WS-EOF-SW
				NOT AT END
					IF is-dead
						PERFORM 1100-SHOW-ONE-DEAD
					END-IF
			END-READ
		END-PERFORM
		CLOSE CharacterFile
		DISPLAY "----------------------------------------------------------------"
		DISPLAY WS-DEAD-COUNT " dead character(s) on file."
	END-IF.

1100-SHOW-ONE-DEAD.
	ADD 1 TO WS-DEAD-COUNT
	IF party-id NOT = WS-PREV-PARTY-ID
		MOVE party-id TO WS-PREV-PARTY-ID
		IF party-id = 0
			DISPLAY "No party:"
		ELSE
			DISPLAY "Party " party-id ":"
		END-IF
	END-IF
	PERFORM 0250-FIND-THE-DEATH
	IF DEATH-FOUND
		DISPLAY "  ID " char-id "  " cname "  " cls " " char-level
			"  died " WS-DEATH-DATE " " WS-DEATH-TIME " ("
			FUNCTION TRIM(WS-ED-DAYS) " day(s) ago)"
	ELSE
		DISPLAY "  ID " char-id "  " cname "  " cls " " char-level
			"  no death logged"
	END-IF.

2000-BRING-BACK.
	IF ctx-op-role = "P"
		DISPLAY "Bringing a character back is DM or admin only."
	ELSE
		PERFORM 0100-FIND-CHARACTER
		IF CHAR-FOUND
			IF NOT is-dead
				DISPLAY cnamef " is not dead."
			ELSE
				MOVE cnamef TO WS-DEAD-CNAMEF
				MOVE cnamel TO WS-DEAD-CNAMEL
				MOVE party-id TO WS-DEAD-PARTY-ID
				MOVE SPACES TO WS-DEAD-NAME
				STRING FUNCTION TRIM(cnamef) " " FUNCTION TRIM(cnamel)
					DELIMITED BY SIZE INTO WS-DEAD-NAME
				END-STRING
				PERFORM 2100-PICK-THE-METHOD
				IF METHOD-FOUND
					MOVE "Y" TO WS-GO-AHEAD-SW
					PERFORM 2200-CHECK-THE-TIME
					IF GO-AHEAD
						IF WS-MT-TEMPLE(WS-MT-IDX) = "Y"
							PERFORM 2400-ASK-THE-FEE
						ELSE
							PERFORM 2300-CHECK-THE-DIAMOND
						END-IF
					END-IF
					IF GO-AHEAD
						PERFORM 2500-RESTORE-THE-CHARACTER
					END-IF
				END-IF
			END-IF
		END-IF
	END-IF.

2100-PICK-THE-METHOD.
	MOVE "N" TO WS-METHOD-FOUND-SW
	DISPLAY "(V)ivify - Revivify, within a minute"
	DISPLAY "(R)aise Dead, within 10 days"
	DISPLAY "r(E)surrection, within a century"
	DISPLAY "(T)emple service - Raise Dead by the priests, for a fee"
	DISPLAY "Method? " WITH NO ADVANCING
	ACCEPT WS-ANSWER
	MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-ANSWER
	PERFORM VARYING WS-MT-IDX FROM 1 BY 1
		UNTIL WS-MT-IDX > 4 OR METHOD-FOUND
		IF WS-MT-CODE(WS-MT-IDX) = WS-ANSWER
			MOVE "Y" TO WS-METHOD-FOUND-SW
		END-IF
	END-PERFORM
	IF METHOD-FOUND
		SUBTRACT 1 FROM WS-MT-IDX
	ELSE
		DISPLAY "Not a method - nothing done."
	END-IF.

2200-CHECK-THE-TIME.
	*> the clock is the one on the wall, so a DM who knows better at
	*> the table may override it - the override is logged
	PERFORM 0200-LOAD-THE-DEATHS
	MOVE WS-DEAD-CNAMEF TO cnamef
	MOVE WS-DEAD-CNAMEL TO cnamel
	PERFORM 0250-FIND-THE-DEATH
	IF NOT DEATH-FOUND
		DISPLAY "No death for " FUNCTION TRIM(WS-DEAD-NAME)
			" on charlog.dat - the time limit cannot be checked."
		PERFORM 2250-ASK-FOR-OVERRIDE
	ELSE
		DISPLAY FUNCTION TRIM(WS-DEAD-NAME) " died " WS-DEATH-DATE " "
			WS-DEATH-TIME ", " FUNCTION TRIM(WS-ED-DAYS) " day(s) ago."
		IF WS-ELAPSED-MIN > WS-MT-LIMIT-MIN(WS-MT-IDX)
			DISPLAY "That is past the limit for "
				FUNCTION TRIM(WS-MT-SPELL(WS-MT-IDX)) "."
			PERFORM 2250-ASK-FOR-OVERRIDE
		END-IF
	END-IF.

2250-ASK-FOR-OVERRIDE.
	DISPLAY "DM override - go ahead anyway? (Y/N) " WITH NO ADVANCING
	ACCEPT WS-ANSWER
	IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
		MOVE "OVERRIDE" TO al-action
		PERFORM 2800-LOG-ACTION
		DISPLAY "Override logged."
	ELSE
		MOVE "N" TO WS-GO-AHEAD-SW
		DISPLAY "Nothing done."
	END-IF.

2300-CHECK-THE-DIAMOND.
	*> the spell's own component when spellref.dat has one, a plain
	*> Diamond of the book value when it does not
	MOVE "Diamond" TO WS-COMP-ITEM
	MOVE WS-MT-DIAMOND-GP(WS-MT-IDX) TO WS-COMP-VALUE
	OPEN INPUT SpellRefFile
	IF WS-REFFILE-STATUS = "00"
		MOVE WS-MT-SPELL(WS-MT-IDX) TO sr-name
		READ SpellRefFile
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				IF sr-comp-item NOT = SPACES
					AND sr-comp-item NOT = LOW-VALUES
					MOVE sr-comp-item TO WS-COMP-ITEM
					MOVE sr-comp-value TO WS-COMP-VALUE
				END-IF
		END-READ
		CLOSE SpellRefFile
	END-IF
	MOVE WS-COMP-VALUE TO WS-ED-COMP-VALUE
	DISPLAY FUNCTION TRIM(WS-MT-SPELL(WS-MT-IDX)) " uses up "
		FUNCTION TRIM(WS-COMP-ITEM) " worth at least "
		FUNCTION TRIM(WS-ED-COMP-VALUE) " gp."
	DISPLAY "Character ID carrying it (Enter for the dead "
		"character's own pack)? " WITH NO ADVANCING
	ACCEPT WS-NUM-IN
	MOVE 0 TO WS-HOLDER-ID
	IF WS-NUM-IN NOT = SPACES
		MOVE FUNCTION NUMVAL(WS-NUM-IN) TO WS-HOLDER-ID
	END-IF
	IF WS-HOLDER-ID = 0
		MOVE WS-TARGET-CHAR-ID TO WS-HOLDER-ID
	END-IF
	MOVE "N" TO WS-COMP-HELD-SW
	OPEN INPUT InventoryFile
	IF WS-INVFILE-STATUS = "00"
		MOVE WS-HOLDER-ID TO inv-char-id
		MOVE WS-COMP-ITEM TO inv-item-name
		READ InventoryFile
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				IF inv-qty > 0 AND inv-value >= WS-COMP-VALUE
					MOVE "Y" TO WS-COMP-HELD-SW
				END-IF
		END-READ
		CLOSE InventoryFile
	END-IF
	IF NOT COMPONENT-HELD
		DISPLAY "Character " WS-HOLDER-ID " is not carrying "
			FUNCTION TRIM(WS-COMP-ITEM) " worth that much - nothing done."
		MOVE "N" TO WS-GO-AHEAD-SW
	END-IF.

2400-ASK-THE-FEE.
	DISPLAY "Temple fee in gp? " WITH NO ADVANCING
	ACCEPT WS-FEE-IN
	MOVE FUNCTION NUMVAL(WS-FEE-IN) TO WS-FEE-AMOUNT
	MOVE WS-FEE-AMOUNT TO WS-ED-AMOUNT
	DISPLAY FUNCTION TRIM(WS-ED-AMOUNT) " gp goes on a treasury line "
		"for party " WS-DEAD-PARTY-ID ".  Pay it? (Y/N) "
		WITH NO ADVANCING
	ACCEPT WS-ANSWER
	IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
		MOVE "N" TO WS-GO-AHEAD-SW
		DISPLAY "Nothing done."
	END-IF.

2500-RESTORE-THE-CHARACTER.
	OPEN I-O CharacterFile
	MOVE WS-TARGET-CHAR-ID TO char-id
	READ CharacterFile
		INVALID KEY
			MOVE "N" TO WS-CHAR-FOUND-SW
		NOT INVALID KEY
			MOVE "Y" TO WS-CHAR-FOUND-SW
	END-READ
	IF CHAR-FOUND
		PERFORM 0150-LOCK-CHARACTER
	END-IF
	IF CHAR-FOUND AND GOT-THE-LOCK
		MOVE CharacterData TO WS-CJ-BEFORE
		MOVE "N" TO dead-sw
		MOVE 0 TO ds-success
		MOVE 0 TO ds-failure
		MOVE "N" TO ds-stable-sw
		IF WS-MT-HP(WS-MT-IDX) = "F"
			MOVE hp-max TO hp-current
		ELSE
			MOVE 1 TO hp-current
		END-IF
		REWRITE CharacterData
		IF WS-FILE-STATUS = "00" OR WS-FILE-STATUS = "02"
			MOVE "C" TO WS-CJ-ACTION
			CALL "CHARJRNL" USING WS-CJ-ACTION, WS-CJ-PROGRAM,
				WS-CJ-BEFORE, CharacterData
			DISPLAY FUNCTION TRIM(WS-DEAD-NAME) " lives again at "
				hp-current "/" hp-max " hit points."
			IF WS-MT-TEMPLE(WS-MT-IDX) = "Y"
				PERFORM 2700-POST-THE-FEE
			ELSE
				PERFORM 2600-CONSUME-THE-DIAMOND
			END-IF
			IF WS-MT-PENALTY(WS-MT-IDX) = "Y"
				PERFORM 2750-ADD-THE-PENALTY
			END-IF
			MOVE WS-MT-ACTION(WS-MT-IDX) TO al-action
			PERFORM 2800-LOG-ACTION
		ELSE
			DISPLAY "Warning: could not save " cnamef " (status "
				WS-FILE-STATUS ") - nothing done."
		END-IF
		PERFORM 0160-UNLOCK-CHARACTER
	END-IF
	CLOSE CharacterFile.

2600-CONSUME-THE-DIAMOND.
	*> one comes off the stack, and the row goes when the last one does
	OPEN I-O InventoryFile
	IF WS-INVFILE-STATUS NOT = "00"
		DISPLAY "Warning: could not open inventory.dat (status "
			WS-INVFILE-STATUS ") - take " FUNCTION TRIM(WS-COMP-ITEM)
			" off by hand."
	ELSE
		MOVE WS-HOLDER-ID TO inv-char-id
		MOVE WS-COMP-ITEM TO inv-item-name
		READ InventoryFile
			INVALID KEY
				DISPLAY "Warning: " FUNCTION TRIM(WS-COMP-ITEM)
					" went missing from inventory.dat."
			NOT INVALID KEY
				MOVE WS-HOLDER-ID TO WS-IM-CHAR-ID
				MOVE WS-COMP-ITEM TO WS-IM-ITEM-NAME
				MOVE -1 TO WS-IM-QTY
				PERFORM 0470-LOG-THE-MOVEMENT
				IF inv-qty > 1
					SUBTRACT 1 FROM inv-qty
					REWRITE InventoryData
					DISPLAY FUNCTION TRIM(WS-COMP-ITEM) " consumed - "
						inv-qty " left."
				ELSE
					DELETE InventoryFile
					DISPLAY FUNCTION TRIM(WS-COMP-ITEM) " consumed - "
						"the last one, removed from inventory."
				END-IF
		END-READ
		CLOSE InventoryFile
	END-IF.

2700-POST-THE-FEE.
	ACCEPT tr-date FROM DATE YYYYMMDD
	ACCEPT WS-TIME-FULL FROM TIME
	MOVE WS-TIME-HHMMSS TO tr-time
	MOVE WS-DEAD-PARTY-ID TO tr-party-id
	MOVE WS-TARGET-CHAR-ID TO tr-char-id
	MOVE "D" TO tr-type
	MOVE WS-FEE-AMOUNT TO tr-amount
	MOVE SPACES TO tr-memo
	STRING "Temple raising " DELIMITED BY SIZE
		WS-DEAD-NAME DELIMITED BY SIZE
		INTO tr-memo
	END-STRING
	OPEN EXTEND TreasuryFile
	IF WS-TREAS-STATUS = "05" OR WS-TREAS-STATUS = "35"
		CLOSE TreasuryFile
		OPEN OUTPUT TreasuryFile
	END-IF
	WRITE TreasuryRecord
	CLOSE TreasuryFile
	DISPLAY "Temple fee posted to the treasury.".

2750-ADD-THE-PENALTY.
	*> the -4 rides on every d20 test and drops by one each long rest;
	*> Session Tracker's clear-condition takes it off once it is gone
	OPEN I-O ConditionFile
	IF WS-CONDFILE-STATUS = "35"
		OPEN OUTPUT ConditionFile
		CLOSE ConditionFile
		OPEN I-O ConditionFile
	END-IF
	IF WS-CONDFILE-STATUS NOT = "00"
		DISPLAY "Warning: could not open condition.dat (status "
			WS-CONDFILE-STATUS ") - note the penalty by hand."
	ELSE
		MOVE WS-TARGET-CHAR-ID TO cd-char-id
		MOVE "Returned Dead" TO cd-condition
		MOVE "-4 on d20 tests, -1 per rest" TO cd-note
		ACCEPT cd-date FROM DATE YYYYMMDD
		WRITE ConditionData
			INVALID KEY
				REWRITE ConditionData
		END-WRITE
		CLOSE ConditionFile
		DISPLAY "Returned Dead (-4 to d20 tests) added to "
			FUNCTION TRIM(WS-DEAD-NAME) "'s conditions."
	END-IF.

2800-LOG-ACTION.
	*> the operator at the console is who authorized it
	ACCEPT al-date FROM DATE YYYYMMDD
	ACCEPT WS-TIME-FULL FROM TIME
	MOVE WS-TIME-HHMMSS TO al-time
	IF ctx-op-name NOT = SPACES AND ctx-op-name NOT = LOW-VALUES
		MOVE ctx-op-name TO al-player
	ELSE
		ACCEPT al-player FROM ENVIRONMENT "USER"
	END-IF
	MOVE WS-DEAD-CNAMEF TO al-charf
	MOVE WS-DEAD-CNAMEL TO al-charl
	OPEN EXTEND AuditLogFile
	IF WS-LOG-STATUS = "05" OR WS-LOG-STATUS = "35"
		CLOSE AuditLogFile
		OPEN OUTPUT AuditLogFile
	END-IF
	WRITE AuditLogRecord
	CLOSE AuditLogFile.

0470-LOG-THE-MOVEMENT.
	CALL "INVMOVE" USING WS-IM-CHAR-ID, WS-IM-ITEM-NAME, WS-IM-QTY,
		WS-IM-PROGRAM.

0040-CHECK-LAYOUT-VERSION.
	*> refuse to run against a character.dat stamped for a different
	*> build - Data Upgrade converts the file and moves the stamp.
	MOVE "C" TO WS-VER-MODE
	MOVE "character.dat" TO WS-VER-FILE
	MOVE dv-charrec-version TO WS-VER-VERSION
	CALL "VERCHECK" USING WS-VER-MODE, WS-VER-FILE, WS-VER-VERSION,
		WS-VER-RESULT
	IF WS-VER-RESULT = "N"
		DISPLAY "Not touching character.dat - run Data Upgrade first."
		GOBACK
	END-IF.
