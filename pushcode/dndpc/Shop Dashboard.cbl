		ACCESS MODE IS DYNAMIC
		RECORD KEY IS char-id
		ALTERNATE RECORD KEY IS cname WITH DUPLICATES
		ALTERNATE RECORD KEY IS party-id WITH DUPLICATES
		FILE STATUS IS WS-CHARFILE-STATUS.
	SELECT SessionFile ASSIGN TO "sessions.dat"
		ORGANIZATION IS INDEXED
	IF WS-CHARFILE-STATUS NOT = "00"
		DISPLAY "No characters on file yet."
	ELSE
		*> one table comes in through the party-id alternate key; 0
		*> still walks the whole roster
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
		IF WS-CHARFILE-STATUS = "00"
			MOVE "N" TO WS-EOF-SW
			PERFORM UNTIL END-OF-SCAN
					AT END
						MOVE "Y" TO WS-EOF-SW
					NOT AT END
						IF WS-PICK-PARTY-ID NOT = 0
							AND party-id NOT = WS-PICK-PARTY-ID
							MOVE "Y" TO WS-EOF-SW
						END-IF
						IF NOT END-OF-SCAN
							AND WS-DASH-COUNT < 200
							ADD 1 TO WS-DASH-COUNT
							MOVE char-id
