		ACCESS MODE IS DYNAMIC
		RECORD KEY IS char-id
		ALTERNATE RECORD KEY IS cname WITH DUPLICATES
		ALTERNATE RECORD KEY IS party-id WITH DUPLICATES
		FILE STATUS IS WS-CHARFILE-STATUS.
	SELECT SpellbookFile ASSIGN TO "spellbook.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS sr-name
		FILE STATUS IS WS-REFFILE-STATUS.
	SELECT PreparedFile ASSIGN TO "prepared.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS pr-key
		ALTERNATE RECORD KEY IS pr-char-id WITH DUPLICATES
		FILE STATUS IS WS-PREPFILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD CharacterFile.
	COPY SPELLREC.
FD SpellRefFile.
	COPY SPREFREC.
FD PreparedFile.
	COPY PREPREC.

WORKING-STORAGE SECTION.



01 WS-MENU-CHOICE PIC X.
01 WS-LOOK-ONLY-SW PIC X VALUE "N".
	88 LOOK-ONLY VALUE "Y".
01 WS-SPELL-NAME PIC x(20).
01 WS-SPELL-LEVEL PIC 9.


01 WS-EOF-SW PIC X VALUE "N".
	88 END-OF-SPELLS VALUE "Y".
01 WS-PREPFILE-STATUS PIC XX VALUE "00".
01 WS-SPELL-COUNT PIC 9(3).

PROCEDURE DIVISION.
	END-IF
	PERFORM 0100-FIND-CHARACTER
	IF CHAR-FOUND
		PERFORM 0140-CHECK-THE-OWNER
		MOVE char-id TO WS-TARGET-CHAR-ID
		IF NOT is-spellcaster
			DISPLAY "Note: " cname " is not a spellcaster on file, "
		DISPLAY "Q) Done"
		DISPLAY "Choice? " WITH NO ADVANCING
		ACCEPT WS-MENU-CHOICE
		IF LOOK-ONLY AND WS-MENU-CHOICE NOT = "2"
			AND WS-MENU-CHOICE NOT = "Q" AND WS-MENU-CHOICE NOT = "q"
			DISPLAY "Only the listing is open on another player's "
				"character."
			MOVE "-" TO WS-MENU-CHOICE
		END-IF
		EVALUATE WS-MENU-CHOICE
			WHEN "1"
				PERFORM 2000-LEARN-SPELL
				PERFORM 3000-LIST-SPELLS
			WHEN "3"
				PERFORM 4000-FORGET-SPELL
			WHEN "-"
				CONTINUE
			WHEN "Q"
			WHEN "q"
				CONTINUE
					DISPLAY "Warning: could not remove that spell."
			END-DELETE
			DISPLAY FUNCTION TRIM(sp-spell-name) " forgotten."
			PERFORM 4100-UNPREPARE-SPELL
	END-READ.

4100-UNPREPARE-SPELL.
	*> a forgotten spell cannot stay on today's prepared list
	OPEN I-O PreparedFile
	IF WS-PREPFILE-STATUS = "00"
		MOVE WS-TARGET-CHAR-ID TO pr-char-id
		MOVE WS-SPELL-NAME TO pr-spell-name
		DELETE PreparedFile
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				DISPLAY "It was prepared today - taken off the list too."
		END-DELETE
		CLOSE PreparedFile
	END-IF.

0140-CHECK-THE-OWNER.
	*> a signed-on player changes only the characters on their own
	*> account (see owner-op-id in CHARREC.cpy) - anyone else's book
	*> opens for a look and nothing more
	MOVE "N" TO WS-LOOK-ONLY-SW
	IF ctx-op-role = "P" AND owner-op-id NOT = ctx-op-id
		MOVE "Y" TO WS-LOOK-ONLY-SW
		IF owner-op-id = SPACES
			DISPLAY "Character ID " char-id " is not tied to a player "
				"account yet - listing only until the admin runs "
				"Owner Match."
		ELSE
			DISPLAY "Character ID " char-id " belongs to another "
				"player - listing only."
		END-IF
	END-IF.

0040-CHECK-LAYOUT-VERSION.
	*> refuse to run against a character.dat stamped for a different
	*> build - Data Upgrade converts the file and moves the stamp.
