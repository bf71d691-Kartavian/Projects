		ACCESS MODE IS DYNAMIC
		RECORD KEY IS char-id
		ALTERNATE RECORD KEY IS cname WITH DUPLICATES
		ALTERNATE RECORD KEY IS party-id WITH DUPLICATES
		FILE STATUS IS WS-CHARFILE-STATUS.
	SELECT PartyFile ASSIGN TO "party.dat"
		ORGANIZATION IS INDEXED
01 WS-CHARFILE-STATUS PIC XX VALUE "00".
01 WS-PARTYFILE-STATUS PIC XX VALUE "00".
01 WS-LOG-STATUS PIC XX VALUE "00".

*> roll-forward journal (see CHARJRNL.cbl) - the record as it was
*> read, handed over with the record as written on every change.
01 WS-CJ-ACTION PIC X.
01 WS-CJ-PROGRAM PIC x(20) VALUE "milestone_levelup".
01 WS-CJ-BEFORE PIC X(305).
01 WS-PICK-PARTY-ID PIC 9(4).
01 WS-ANSWER PIC X.
01 WS-EOF-SW PIC X VALUE "N".

1000-GATHER-THE-PARTY.
	MOVE 0 TO WS-MEMBER-COUNT
	*> only the table's members, through the party-id alternate key
	MOVE WS-PICK-PARTY-ID TO party-id
	START CharacterFile KEY IS >= party-id
		INVALID KEY
			CONTINUE
	END-START
				AT END
					MOVE "Y" TO WS-EOF-SW
				NOT AT END
					IF party-id NOT = WS-PICK-PARTY-ID
						MOVE "Y" TO WS-EOF-SW
					END-IF
					IF NOT END-OF-CHARACTERS
						AND NOT is-dead
						AND WS-MEMBER-COUNT < 50
						ADD 1 TO WS-MEMBER-COUNT
			IF char-level >= 20
				DISPLAY cname " is already level 20 - left alone."
			ELSE
				MOVE CharacterData TO WS-CJ-BEFORE
				ADD 1 TO cls-level
				IF is-multiclass
					COMPUTE char-level = cls-level + cls2-level
					MOVE char-level TO hit-dice-left
				END-IF
				REWRITE CharacterData
				MOVE "C" TO WS-CJ-ACTION
				PERFORM 0460-JOURNAL-THE-CHANGE
				ADD 1 TO WS-LEVELED-COUNT
				DISPLAY cname " is now level " char-level "  HP "
					hp-current "/" hp-max
		END-IF
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
