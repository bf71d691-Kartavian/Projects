		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS char-id
		ALTERNATE RECORD KEY IS cname WITH DUPLICATES
		ALTERNATE RECORD KEY IS party-id WITH DUPLICATES
		FILE STATUS IS WS-FILE-STATUS.
	SELECT PartyFile ASSIGN TO "party.dat"
		ORGANIZATION IS INDEXED
		GOBACK
	END-IF
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
					PERFORM 1000-ACCUMULATE
				END-IF
		END-READ
		END-IF
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

1000-ACCUMULATE.
	ADD 1 TO WS-CHARACTER-COUNT
	PERFORM VARYING WS-CLASS-IDX FROM 1 BY 1
