		ACCESS MODE IS DYNAMIC
		RECORD KEY IS char-id
		ALTERNATE RECORD KEY IS cname WITH DUPLICATES
		ALTERNATE RECORD KEY IS party-id WITH DUPLICATES
		FILE STATUS IS WS-CHARFILE-STATUS.
	SELECT PartyFile ASSIGN TO "party.dat"
		ORGANIZATION IS INDEXED
FD BundleFile.
01 BundleLine.
	02 bd-type PIC X.
	02 bd-body PIC X(319).

FD CharacterFile.
	COPY CHARREC.
01 WS-TREAS-STATUS PIC XX VALUE "00".
01 WS-ID-STATUS PIC XX VALUE "00".

*> roll-forward journal (see CHARJRNL.cbl) - the record as it was
*> read, handed over with the record as written on every change.
01 WS-CJ-ACTION PIC X.
01 WS-CJ-PROGRAM PIC x(20) VALUE "campaign_transfer".
01 WS-CJ-BEFORE PIC X(305).

*> owner stamp - who the new character belongs to (see OWNMATCH.cbl)
01 WS-OM-MODE PIC X.
01 WS-OM-PNAME PIC x(17).
01 WS-OM-OP-ID PIC x(8).
01 WS-OM-OP-NAME PIC x(17).
01 WS-OM-RESULT PIC X.

01 WS-MENU-CHOICE PIC X.
01 WS-PICK-PARTY-ID PIC 9(4).
01 WS-EOF-SW PIC X VALUE "N".
	IF WS-CHARFILE-STATUS NOT = "00"
		DISPLAY "No characters on file - an empty bundle."
	ELSE
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
						IF NOT END-OF-SCAN
							MOVE "C" TO bd-type
							MOVE CharacterData TO bd-body
							WRITE BundleLine
3100-LAND-THE-PARTY.
	MOVE bd-body(1:62) TO PartyData
	MOVE WS-NEW-PARTY-ID TO pt-id
	*> whatever it was at the other shop, it lands as a live table
	MOVE "A" TO pt-status
	MOVE 0 TO pt-closed-date
	WRITE PartyData
		INVALID KEY
			DISPLAY "Warning: could not land the party record."
	END-WRITE.

3200-LAND-A-CHARACTER.
	MOVE bd-body(1:305) TO CharacterData
	MOVE char-id TO WS-HOLD-OLD-ID
	MOVE WS-NEXT-CHAR-ID TO char-id
	ADD 1 TO WS-NEXT-CHAR-ID
	MOVE WS-NEW-PARTY-ID TO party-id
	PERFORM 0480-STAMP-THE-OWNER
	WRITE CharacterData
		INVALID KEY
			DISPLAY "Warning: could not land character "
				WS-HOLD-OLD-ID "."
			ADD 1 TO WS-SKIP-COUNT
		NOT INVALID KEY
			MOVE "A" TO WS-CJ-ACTION
			PERFORM 0460-JOURNAL-THE-CHANGE
			IF WS-MAP-COUNT < 50
				ADD 1 TO WS-MAP-COUNT
				MOVE WS-HOLD-OLD-ID TO WS-MAP-OLD(WS-MAP-COUNT)
				" (was " WS-HOLD-OLD-ID ")."
	END-WRITE.

0460-JOURNAL-THE-CHANGE.
	*> the after image becomes the before image of the next change
	IF WS-CHARFILE-STATUS = "00" OR WS-CHARFILE-STATUS = "02"
		CALL "CHARJRNL" USING WS-CJ-ACTION, WS-CJ-PROGRAM,
			WS-CJ-BEFORE, CharacterData
		MOVE CharacterData TO WS-CJ-BEFORE
	END-IF.

3250-MAP-AN-ID.
	*> WS-MAPPED-ID goes in as the visitor's old id and comes out as
	*> the id the character wears here (unchanged if never mapped).
	END-PERFORM.

3300-LAND-AN-ITEM.
	MOVE bd-body(1:44) TO InventoryData
	*> a bundle cut before items carried attunement and charges
	IF inv-charges NOT NUMERIC
		MOVE "N" TO inv-attuned-sw
		MOVE 0 TO inv-charges
	END-IF
	MOVE inv-char-id TO WS-MAPPED-ID
	PERFORM 3250-MAP-AN-ID
	IF WS-MAP-HIT-SW = "N"
	WRITE TreasuryRecord
	CLOSE TreasuryFile.

0480-STAMP-THE-OWNER.
	*> an owner that came along in the bundle is kept when that
	*> account exists here too; otherwise the landing is stamped the
	*> way any other add is
	MOVE "I" TO WS-OM-MODE
	MOVE owner-op-id TO WS-OM-OP-ID
	CALL "OWNMATCH" USING WS-OM-MODE, WS-OM-PNAME, WS-OM-OP-ID,
		WS-OM-OP-NAME, WS-OM-RESULT
	IF WS-OM-RESULT NOT = "Y"
		MOVE "S" TO WS-OM-MODE
		MOVE pname TO WS-OM-PNAME
		CALL "OWNMATCH" USING WS-OM-MODE, WS-OM-PNAME, WS-OM-OP-ID,
			WS-OM-OP-NAME, WS-OM-RESULT
		MOVE WS-OM-OP-ID TO owner-op-id
		IF WS-OM-RESULT NOT = "Y"
			DISPLAY "  No player account matches " FUNCTION TRIM(pname)
				" - owner left for Owner Match."
		END-IF
	END-IF.

0040-CHECK-LAYOUT-VERSION.
	*> refuse to run against a character.dat or party.dat stamped for
	*> a different build - Data Upgrade converts the files and moves
