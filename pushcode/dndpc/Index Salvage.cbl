*> snapshot and a lost day of work.  Pass one walks the damaged file
*> record by record, shrugging off read errors, and parks every
*> readable record in charsalv.seq; pass two builds a clean indexed
*> file (char-id key, cname and party-id alternates) from the parked
*> records and reports exactly what could not be carried across.  The
*> swap-in at the end keeps the damaged original as
*> character.dat.damaged.  A file still carrying the 297-byte record
*> of the layout-4 build, or only the two keys of the layout-3 build,
*> is walked through its own declaration, so the salvage doubles as
*> the upgrade and the schema stamp moves with it.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS char-id
		ALTERNATE RECORD KEY IS cname WITH DUPLICATES
		ALTERNATE RECORD KEY IS party-id WITH DUPLICATES
		FILE STATUS IS WS-DMG-STATUS.
	SELECT Layout4File ASSIGN TO "character.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS l4-char-id
		ALTERNATE RECORD KEY IS l4-cname WITH DUPLICATES
		ALTERNATE RECORD KEY IS l4-party-id WITH DUPLICATES
		FILE STATUS IS WS-DMG-STATUS.
	SELECT OldKeyFile ASSIGN TO "character.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS ok-char-id
		ALTERNATE RECORD KEY IS ok-cname WITH DUPLICATES
		FILE STATUS IS WS-DMG-STATUS.
	SELECT SalvageFile ASSIGN TO "charsalv.seq"
		ORGANIZATION IS LINE SEQUENTIAL
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS fix-char-id
		ALTERNATE RECORD KEY IS fix-cname WITH DUPLICATES
		ALTERNATE RECORD KEY IS fix-party-id WITH DUPLICATES
		FILE STATUS IS WS-FIX-STATUS.
DATA DIVISION.
FILE SECTION.
FD DamagedFile.
	COPY CHARREC.

FD Layout4File.
*> the layout-4 297 bytes under all three keys, before owner-op-id
01 Layout4CharacterData.
	02 l4-char-id PIC 9(6).
	02 l4-pname PIC x(17).
	02 l4-cname PIC x(22).
	02 l4-middle PIC X(195).
	02 l4-party-id PIC 9(4).
	02 l4-rest PIC X(53).

FD OldKeyFile.
*> the same 297 bytes under the layout-3 keys (no party-id index)
01 OldKeyCharacterData.
	02 ok-char-id PIC 9(6).
	02 ok-pname PIC x(17).
	02 ok-cname PIC x(22).
	02 ok-rest PIC X(252).

FD SalvageFile.
01 SalvageLine PIC x(305).

FD RebuiltFile.
*> same bytes as CharacterData (see CHARREC.cpy), with just the key
*> fields broken out so the fresh index can be declared.
01 FixCharacterData.
	02 fix-char-id PIC 9(6).
	02 fix-pname PIC x(17).
	02 fix-cname PIC x(22).
	02 fix-middle PIC X(195).
	02 fix-party-id PIC 9(4).
	02 fix-rest PIC X(61).

WORKING-STORAGE SECTION.
01 WS-DMG-STATUS PIC XX VALUE "00".
01 WS-DUP-COUNT PIC 9(6) VALUE 0.
01 WS-REBUILT-COUNT PIC 9(6) VALUE 0.
01 WS-FAIL-STREAK PIC 9(2) VALUE 0.
01 WS-OLD-KEYS-SW PIC X VALUE "N".
	88 OLD-KEY-LAYOUT VALUE "Y".
	88 LAYOUT-4-FILE VALUE "4".

*> the rebuilt file carries the current keys, so the schema stamp
*> moves with it on the swap (see DATAVER.cpy and VERCHECK.cbl).
	COPY DATAVER.
01 WS-VER-MODE PIC X.
01 WS-VER-FILE PIC x(20).
01 WS-VER-VERSION PIC 9(3).
01 WS-VER-RESULT PIC X.

PROCEDURE DIVISION.
0000-MAIN.

1000-WALK-THE-WRECKAGE.
	OPEN INPUT DamagedFile
	IF WS-DMG-STATUS = "39"
		*> the record or key structure is an older one - try the
		*> layout-4 record first, then the two-key layout-3 file
		OPEN INPUT Layout4File
		IF WS-DMG-STATUS = "39"
			MOVE "Y" TO WS-OLD-KEYS-SW
			DISPLAY "character.dat carries the older key layout - it "
				"will be rebuilt with the party-id key."
			PERFORM 1500-WALK-THE-OLD-KEYS
		ELSE
			MOVE "4" TO WS-OLD-KEYS-SW
			DISPLAY "character.dat carries the layout-4 record - it will "
				"be rebuilt with room for the owning account."
			PERFORM 1300-WALK-THE-LAYOUT-4-KEYS
		END-IF
	ELSE
		PERFORM 1100-WALK-THE-CURRENT-KEYS
	END-IF.

1100-WALK-THE-CURRENT-KEYS.
	IF WS-DMG-STATUS NOT = "00"
		DISPLAY "character.dat will not even open (status " WS-DMG-STATUS
			") - trying the record walk anyway."
	DISPLAY WS-GOOD-COUNT " record(s) recovered to charsalv.seq, "
		WS-BAD-COUNT " unreadable.".

1300-WALK-THE-LAYOUT-4-KEYS.
	IF WS-DMG-STATUS NOT = "00"
		DISPLAY "character.dat will not open under the layout-4 keys "
			"either (status " WS-DMG-STATUS ") - nothing walked."
	ELSE
		PERFORM 1350-WALK-THE-LAYOUT-4-RECORDS
	END-IF.

1350-WALK-THE-LAYOUT-4-RECORDS.
	OPEN OUTPUT SalvageFile
	MOVE 0 TO l4-char-id
	START Layout4File KEY IS >= l4-char-id
		INVALID KEY
			DISPLAY "Could not position on the key (status "
				WS-DMG-STATUS ") - reading from wherever it lands."
	END-START
	MOVE "N" TO WS-EOF-SW
	MOVE 0 TO WS-FAIL-STREAK
	PERFORM UNTIL END-OF-FILE-SW
		ADD 1 TO WS-SLOT-NO
		READ Layout4File NEXT RECORD
			AT END
				MOVE "Y" TO WS-EOF-SW
			NOT AT END
				IF (WS-DMG-STATUS = "00" OR WS-DMG-STATUS = "02")
					AND l4-char-id IS NUMERIC
					MOVE 0 TO WS-FAIL-STREAK
					*> the short record pads out with a blank
					*> owner-op-id for Owner Match to fill in
					WRITE SalvageLine FROM Layout4CharacterData
					ADD 1 TO WS-GOOD-COUNT
				ELSE
					ADD 1 TO WS-BAD-COUNT
					DISPLAY "Record slot " WS-SLOT-NO
						": not recovered (status " WS-DMG-STATUS ")."
				END-IF
		END-READ
		IF WS-DMG-STATUS NOT = "00" AND WS-DMG-STATUS NOT = "02"
			AND WS-DMG-STATUS NOT = "10" AND NOT END-OF-FILE-SW
			ADD 1 TO WS-FAIL-STREAK
			IF WS-FAIL-STREAK > 10
				MOVE "Y" TO WS-EOF-SW
			END-IF
		END-IF
	END-PERFORM
	CLOSE SalvageFile
	CLOSE Layout4File
	DISPLAY WS-GOOD-COUNT " record(s) recovered to charsalv.seq, "
		WS-BAD-COUNT " unreadable.".

1500-WALK-THE-OLD-KEYS.
	OPEN INPUT OldKeyFile
	IF WS-DMG-STATUS NOT = "00"
		DISPLAY "character.dat will not open under any known key layout "
			"(status " WS-DMG-STATUS ") - nothing walked."
	ELSE
		PERFORM 1550-WALK-THE-OLD-RECORDS
	END-IF.

1550-WALK-THE-OLD-RECORDS.
	OPEN OUTPUT SalvageFile
	MOVE 0 TO ok-char-id
	START OldKeyFile KEY IS >= ok-char-id
		INVALID KEY
			DISPLAY "Could not position on the key (status "
				WS-DMG-STATUS ") - reading from wherever it lands."
	END-START
	MOVE "N" TO WS-EOF-SW
	MOVE 0 TO WS-FAIL-STREAK
	PERFORM UNTIL END-OF-FILE-SW
		ADD 1 TO WS-SLOT-NO
		READ OldKeyFile NEXT RECORD
			AT END
				MOVE "Y" TO WS-EOF-SW
			NOT AT END
				IF (WS-DMG-STATUS = "00" OR WS-DMG-STATUS = "02")
					AND ok-char-id IS NUMERIC
					MOVE 0 TO WS-FAIL-STREAK
					WRITE SalvageLine FROM OldKeyCharacterData
					ADD 1 TO WS-GOOD-COUNT
				ELSE
					ADD 1 TO WS-BAD-COUNT
					DISPLAY "Record slot " WS-SLOT-NO
						": not recovered (status " WS-DMG-STATUS ")."
				END-IF
		END-READ
		IF WS-DMG-STATUS NOT = "00" AND WS-DMG-STATUS NOT = "02"
			AND WS-DMG-STATUS NOT = "10" AND NOT END-OF-FILE-SW
			ADD 1 TO WS-FAIL-STREAK
			IF WS-FAIL-STREAK > 10
				MOVE "Y" TO WS-EOF-SW
			END-IF
		END-IF
	END-PERFORM
	CLOSE SalvageFile
	CLOSE OldKeyFile
	DISPLAY WS-GOOD-COUNT " record(s) recovered to charsalv.seq, "
		WS-BAD-COUNT " unreadable.".

2000-REBUILD-THE-INDEX.
	OPEN OUTPUT RebuiltFile
	IF WS-FIX-STATUS NOT = "00"
	DISPLAY "Unreadable:      " WS-BAD-COUNT
	DISPLAY "Duplicate keys:  " WS-DUP-COUNT
	DISPLAY "In charfix.dat:  " WS-REBUILT-COUNT
	IF OLD-KEY-LAYOUT
		DISPLAY "Key layout:      re-keyed from the older two-key file"
	END-IF
	IF LAYOUT-4-FILE
		DISPLAY "Key layout:      carried over from the layout-4 file"
	END-IF
	DISPLAY "Swap the rebuilt file in as character.dat now? (Y/N) "
		WITH NO ADVANCING
	ACCEPT WS-ANSWER
	IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
		CALL "SYSTEM" USING "mv character.dat character.dat.damaged"
		CALL "SYSTEM" USING "mv charfix.dat character.dat"
		MOVE "S" TO WS-VER-MODE
		MOVE "character.dat" TO WS-VER-FILE
		MOVE dv-charrec-version TO WS-VER-VERSION
		CALL "VERCHECK" USING WS-VER-MODE, WS-VER-FILE, WS-VER-VERSION,
			WS-VER-RESULT
		DISPLAY "Swapped - the damaged original is "
			"character.dat.damaged."
		IF WS-BAD-COUNT > 0
			*> the unreadable slots are gone from the rebuilt file, but
			*> the character journal still holds their latest images
			DISPLAY "Bring back the unreadable characters from the "
				"character journal now? (Y/N) " WITH NO ADVANCING
			ACCEPT WS-ANSWER
			IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
				CALL "roll_forward"
			ELSE
				DISPLAY "Roll Forward (option 2) can bring them back "
					"later."
			END-IF
		END-IF
	ELSE
		DISPLAY "charfix.dat left beside the damaged file - swap it "
			"by hand when ready."
