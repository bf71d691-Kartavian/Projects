		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS char-id
		ALTERNATE RECORD KEY IS cname WITH DUPLICATES
		ALTERNATE RECORD KEY IS party-id WITH DUPLICATES
		FILE STATUS IS WS-FILE-STATUS.
	SELECT PartyFile ASSIGN TO "party.dat"
		ORGANIZATION IS INDEXED
	PERFORM 0050-LOAD-SAVE-TABLE
	PERFORM 0075-OPEN-GEAR-FILES
	PERFORM 0100-PICK-PARTY
	PERFORM 0150-POSITION-ON-PARTY
	PERFORM UNTIL END-OF-CHARACTERS
		READ CharacterFile
			AT END
				MOVE "Y" TO WS-EOF-SW
			NOT AT END
				IF WS-PICK-PARTY-ID NOT = 0
					AND party-id NOT = WS-PICK-PARTY-ID
					*> walked off the end of the table's members
					MOVE "Y" TO WS-EOF-SW
				ELSE
					PERFORM 1000-PRINT-CHARACTER
				END-IF
		END-READ
		DISPLAY "----------------------------------------------------------------"
	END-IF.

0150-POSITION-ON-PARTY.
	*> one table is read through the party-id alternate key, so only
	*> its members come back; 0 still walks the whole file.
	IF WS-PICK-PARTY-ID NOT = 0
		MOVE WS-PICK-PARTY-ID TO party-id
		START CharacterFile KEY IS >= party-id
			INVALID KEY
				MOVE "Y" TO WS-EOF-SW
		END-START
	END-IF.

1000-PRINT-CHARACTER.
	ADD 1 TO WS-CHARACTER-COUNT
	STRING "ID:        " char-id DELIMITED BY SIZE INTO WS-RPT-LINE
