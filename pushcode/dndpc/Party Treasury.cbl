		ACCESS MODE IS DYNAMIC
		RECORD KEY IS char-id
		ALTERNATE RECORD KEY IS cname WITH DUPLICATES
		ALTERNATE RECORD KEY IS party-id WITH DUPLICATES
		FILE STATUS IS WS-CHARFILE-STATUS.
DATA DIVISION.
FILE SECTION.
	OPEN INPUT CharacterFile
	IF WS-CHARFILE-STATUS = "00"
		MOVE "N" TO WS-CHAR-EOF-SW
		*> only the table's members, through the party-id alternate key
		MOVE WS-PICK-PARTY-ID TO party-id
		START CharacterFile KEY IS >= party-id
			INVALID KEY
				CONTINUE
		END-START
					AT END
						MOVE "Y" TO WS-CHAR-EOF-SW
					NOT AT END
						IF party-id NOT = WS-PICK-PARTY-ID
							MOVE "Y" TO WS-CHAR-EOF-SW
						END-IF
						IF NOT END-OF-CHARACTERS
							AND WS-MEMBER-COUNT < 50
							ADD 1 TO WS-MEMBER-COUNT
							MOVE char-id
