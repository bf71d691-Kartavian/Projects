		ACCESS MODE IS DYNAMIC
		RECORD KEY IS char-id
		ALTERNATE RECORD KEY IS cname WITH DUPLICATES
		ALTERNATE RECORD KEY IS party-id WITH DUPLICATES
		FILE STATUS IS WS-CHARFILE-STATUS.
	SELECT AuditLogFile ASSIGN TO "charlog.dat"
		ORGANIZATION IS LINE SEQUENTIAL
	02 ctx-op-role PIC X.
01 WS-PARTYFILE-STATUS PIC XX VALUE "00".
01 WS-CHARFILE-STATUS PIC XX VALUE "00".

*> roll-forward journal (see CHARJRNL.cbl) - the record as it was
*> read, handed over with the record as written on every change.
01 WS-CJ-ACTION PIC X.
01 WS-CJ-PROGRAM PIC x(20) VALUE "party_maintenance".
01 WS-CJ-BEFORE PIC X(305).
01 WS-MENU-CHOICE PIC X.

01 WS-EOF-SW PIC X VALUE "N".
	88 END-OF-PARTIES VALUE "Y".
01 WS-PARTY-COUNT PIC 9(4) VALUE 0.
01 WS-CLOSED-COUNT PIC 9(4) VALUE 0.
01 WS-NEXT-PARTY-ID PIC 9(4) VALUE 0.
01 WS-PICK-PARTY-ID PIC 9(4).
01 WS-PICK-CHAR-ID PIC 9(6).
	IF pt-level-mode NOT = "M"
		MOVE "X" TO pt-level-mode
	END-IF
	MOVE "A" TO pt-status
	MOVE 0 TO pt-closed-date
	WRITE PartyData
		INVALID KEY
			DISPLAY "Warning: could not save that party."

2000-LIST-PARTIES.
	MOVE 0 TO WS-PARTY-COUNT
	MOVE 0 TO WS-CLOSED-COUNT
	MOVE 0 TO pt-id
	START PartyFile KEY IS >= pt-id
		INVALID KEY
				AT END
					MOVE "Y" TO WS-EOF-SW
				NOT AT END
					*> a closed campaign stays on file to hold its
					*> pt-id, but it is nobody's table any more
					IF party-closed
						ADD 1 TO WS-CLOSED-COUNT
					ELSE
						ADD 1 TO WS-PARTY-COUNT
						DISPLAY pt-id "  " pt-name "  Campaign: "
							pt-campaign "  DM: " pt-dm
					END-IF
			END-READ
		END-PERFORM
	END-IF
	DISPLAY WS-PARTY-COUNT " party(ies) on file."
	IF WS-CLOSED-COUNT > 0
		DISPLAY WS-CLOSED-COUNT " closed campaign(s) not shown - "
			"Campaign Closeout can reopen them."
	END-IF.

3000-ASSIGN-CHARACTER.
	DISPLAY "Character ID to assign? " WITH NO ADVANCING
	IF PARTY-FOUND
		PERFORM 3200-REWRITE-CHARACTER-PARTY
	ELSE
		IF NOT party-closed
			DISPLAY "No party " WS-PICK-PARTY-ID " on file."
		END-IF
	END-IF.

3100-CHECK-PARTY-EXISTS.
	MOVE "N" TO WS-PARTY-FOUND-SW
	MOVE SPACE TO pt-status
	MOVE WS-PICK-PARTY-ID TO pt-id
	READ PartyFile
		INVALID KEY
			CONTINUE
		NOT INVALID KEY
			IF party-closed
				DISPLAY "Party " WS-PICK-PARTY-ID " is a closed campaign "
					"- reopen it first."
			ELSE
				MOVE "Y" TO WS-PARTY-FOUND-SW
			END-IF
	END-READ.

3200-REWRITE-CHARACTER-PARTY.
			INVALID KEY
				DISPLAY "No character on file with ID " WS-PICK-CHAR-ID "."
			NOT INVALID KEY
				MOVE CharacterData TO WS-CJ-BEFORE
				MOVE WS-PICK-PARTY-ID TO party-id
				REWRITE CharacterData
				MOVE "C" TO WS-CJ-ACTION
				PERFORM 0460-JOURNAL-THE-CHANGE
				DISPLAY cname " now plays in " FUNCTION TRIM(pt-name) "."
				MOVE "EDITED" TO al-action
				PERFORM 0400-LOG-ACTION
			INVALID KEY
				DISPLAY "No character on file with ID " WS-PICK-CHAR-ID "."
			NOT INVALID KEY
				MOVE CharacterData TO WS-CJ-BEFORE
				MOVE 0 TO party-id
				REWRITE CharacterData
				MOVE "C" TO WS-CJ-ACTION
				PERFORM 0460-JOURNAL-THE-CHANGE
				DISPLAY cname " is no longer assigned to a party."
				MOVE "EDITED" TO al-action
				PERFORM 0400-LOG-ACTION
		CLOSE CharacterFile
	END-IF.

0460-JOURNAL-THE-CHANGE.
	*> the after image becomes the before image of the next change
	IF WS-CHARFILE-STATUS = "00" OR WS-CHARFILE-STATUS = "02"
		CALL "CHARJRNL" USING WS-CJ-ACTION, WS-CJ-PROGRAM,
			WS-CJ-BEFORE, CharacterData
		MOVE CharacterData TO WS-CJ-BEFORE
	END-IF.

0400-LOG-ACTION.
	ACCEPT al-date FROM DATE YYYYMMDD
	ACCEPT WS-LOG-TIME-FULL FROM TIME
