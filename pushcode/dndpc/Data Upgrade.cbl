*> The old files are kept beside the new ones as .pre-upgrade
*> copies.  Run it once after installing the new build; a file
*> already in the new layout is detected and left alone.
*> Layout 4 kept the 297-byte record but made party-id an alternate
*> key, so a layout-3 file (char-id and cname keys only) is tried
*> first and simply re-keyed; the byte-growth hops behind it now
*> land straight in the re-keyed file.
*> ItemCatalogData picked up the weapon facts (damage dice and type,
*> finesse, ranged, versatile, two-handed) for Weapon Attack.cbl, 44
*> -> 64 bytes; carried items come across as non-weapons and the
*> weapons are filled in again through Item Catalog's revise.
*> SpellRefData picked up the costly material component (item, value,
*> consumed) for the cast-a-spell check, 106 -> 134 bytes; carried
*> spells come across with no component.
*> InventoryData picked up attunement and charges left (41 -> 44
*> bytes) and ItemCatalogData the attunement flag, maximum charges,
*> and recharge dice (64 -> 72 bytes).  Both chain like character.dat:
*> the previous layout is tried first, then the one before it.  The
*> archive twin arcinv.dat (see Dossier Mover.cbl) holds the same
*> image and is carried along too.  Nothing comes across attuned or
*> charged; magic items are flagged again through Item Catalog's revise.
*> SessionData picked up the in-world span of the night (see
*> CALREC.cpy), 127 -> 143 bytes; nights already journaled come
*> across with no span.
*> QuestData picked up the quest giver's npc-id (see NPCREC.cpy), 116
*> -> 121 bytes; quests already on the books keep the giver's name as
*> typed, with no NPC behind it until Quest Tracker's change-giver.
*> Layout 5 grew CharacterData by the owning player's op-id (297 ->
*> 305 bytes), so the layout-4 file is now the one tried first and
*> every hop behind it lands with no owner; Owner Match.cbl ties the
*> carried characters to their players afterwards.  archive.dat keeps
*> a CharacterData image too (see ARCHREC.cpy) and grows alongside,
*> 300 -> 320 bytes.
*> PartyData picked up pt-status and pt-closed-date for campaign
*> close-out (62 -> 71 bytes); the 62-byte file is tried first, then
*> the original 61-byte one, and every party comes across live.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT V4CharacterFile ASSIGN TO "character.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS v4-char-id
		ALTERNATE RECORD KEY IS v4-cname WITH DUPLICATES
		ALTERNATE RECORD KEY IS v4-party-id WITH DUPLICATES
		FILE STATUS IS WS-V4CHAR-STATUS.
	SELECT V3CharacterFile ASSIGN TO "character.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS v3-char-id
		ALTERNATE RECORD KEY IS v3-cname WITH DUPLICATES
		FILE STATUS IS WS-V3CHAR-STATUS.
	SELECT OldCharacterFile ASSIGN TO "character.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS char-id
		ALTERNATE RECORD KEY IS cname WITH DUPLICATES
		ALTERNATE RECORD KEY IS party-id WITH DUPLICATES
		FILE STATUS IS WS-NEWCHAR-STATUS.
	SELECT V2InventoryFile ASSIGN TO "inventory.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS v2-inv-key
		ALTERNATE RECORD KEY IS v2-inv-char-id WITH DUPLICATES
		FILE STATUS IS WS-V2INV-STATUS.
	SELECT OldInventoryFile ASSIGN TO "inventory.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS inv-key
		ALTERNATE RECORD KEY IS inv-char-id WITH DUPLICATES
		FILE STATUS IS WS-NEWINV-STATUS.
	SELECT V2PartyFile ASSIGN TO "party.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS v2-pt-id
		FILE STATUS IS WS-V2PARTY-STATUS.
	SELECT OldPartyFile ASSIGN TO "party.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS pt-id
		FILE STATUS IS WS-NEWPARTY-STATUS.
	SELECT V2ItemCatalogFile ASSIGN TO "itemcat.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS v2-ic-name
		FILE STATUS IS WS-V2CAT-STATUS.
	SELECT OldItemCatalogFile ASSIGN TO "itemcat.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS old-ic-name
		FILE STATUS IS WS-OLDCAT-STATUS.
	SELECT NewItemCatalogFile ASSIGN TO "itemnew.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS ic-name
		FILE STATUS IS WS-NEWCAT-STATUS.
	SELECT OldSpellRefFile ASSIGN TO "spellref.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS old-sr-name
		FILE STATUS IS WS-OLDREF-STATUS.
	SELECT NewSpellRefFile ASSIGN TO "spellrefnew.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS sr-name
		FILE STATUS IS WS-NEWREF-STATUS.
	SELECT OldSessionFile ASSIGN TO "sessions.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS old-sj-id
		FILE STATUS IS WS-OLDSESS-STATUS.
	SELECT NewSessionFile ASSIGN TO "sessnew.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS sj-id
		FILE STATUS IS WS-NEWSESS-STATUS.
	SELECT OldQuestFile ASSIGN TO "quest.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS old-qs-id
		FILE STATUS IS WS-OLDQUEST-STATUS.
	SELECT NewQuestFile ASSIGN TO "questnew.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS qs-id
		FILE STATUS IS WS-NEWQUEST-STATUS.
	SELECT OldArcInvFile ASSIGN TO "arcinv.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS old-ai-key
		ALTERNATE RECORD KEY IS old-ai-char-id WITH DUPLICATES
		FILE STATUS IS WS-OLDARC-STATUS.
	SELECT NewArcInvFile ASSIGN TO "arcinvnew.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS new-ai-key
		ALTERNATE RECORD KEY IS new-ai-char-id WITH DUPLICATES
		FILE STATUS IS WS-NEWARC-STATUS.
	SELECT OldArchiveFile ASSIGN TO "archive.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS old-arc-char-id
		FILE STATUS IS WS-OLDARCH-STATUS.
	SELECT NewArchiveFile ASSIGN TO "archnew.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS arc-char-id
		FILE STATUS IS WS-NEWARCH-STATUS.
DATA DIVISION.
FILE SECTION.
FD V4CharacterFile.
*> the layout-4 297 bytes under all three keys, before owner-op-id.
*> Opened first; a status 39 here sends the run to the layout-3 keys.
01 V4CharacterData.
	02 v4-char-id PIC 9(6).
	02 v4-pname PIC x(17).
	02 v4-cname PIC x(22).
	02 v4-char-middle PIC X(195).
	02 v4-party-id PIC 9(4).
	02 v4-char-rest PIC X(53).

FD V3CharacterFile.
*> the same 297 bytes under the two keys the layout-3 build
*> declared - no party-id index yet.  A status 39 here sends the run
*> down the older byte-growth hops.
01 V3CharacterData.
	02 v3-char-id PIC 9(6).
	02 v3-pname PIC x(17).
	02 v3-cname PIC x(22).
	02 v3-char-rest PIC X(252).

FD OldCharacterFile.
*> the layout the old build wrote: the new record's first 264 bytes
*> are identical, so one alphanumeric move carries everything over.
FD NewCharacterFile.
	COPY CHARREC.

FD V2InventoryFile.
*> the 41-byte layout with inv-equipped-sw and nothing after it -
*> opened first; a status 39 here sends the run to the 40-byte hop.
01 V2InventoryData.
	02 v2-inv-key.
		03 v2-inv-char-id PIC 9(6).
		03 v2-inv-item-name PIC x(20).
	02 v2-inv-rest PIC X(15).

FD OldInventoryFile.
01 OldInventoryData.
	02 old-inv-key.
FD NewInventoryFile.
	COPY INVREC.

FD V2PartyFile.
*> the 62-byte layout with pt-level-mode but no close-out fields
01 V2PartyData.
	02 v2-pt-id PIC 9(4).
	02 v2-pt-rest PIC X(58).

FD OldPartyFile.
01 OldPartyData.
	02 old-pt-id PIC 9(4).
FD NewPartyFile.
	COPY PARTYREC.

FD V2ItemCatalogFile.
*> the 64-byte layout with the weapon facts but no magic-item facts
01 V2ItemCatalogData.
	02 v2-ic-name PIC x(20).
	02 v2-ic-rest PIC X(44).

FD OldItemCatalogFile.
01 OldItemCatalogData.
	02 old-ic-name PIC x(20).
	02 old-ic-rest PIC X(24).

FD NewItemCatalogFile.
	COPY ITEMREC.

FD OldSpellRefFile.
01 OldSpellRefData.
	02 old-sr-name PIC x(20).
	02 old-sr-rest PIC X(86).

FD NewSpellRefFile.
	COPY SPREFREC.

FD OldSessionFile.
01 OldSessionData.
	02 old-sj-id PIC 9(5).
	02 old-sj-rest PIC X(122).

FD NewSessionFile.
	COPY SESSREC.

FD OldQuestFile.
01 OldQuestData.
	02 old-qs-id PIC 9(5).
	02 old-qs-rest PIC X(111).

FD NewQuestFile.
	COPY QUESTREC.

FD OldArcInvFile.
01 OldArcInvData.
	02 old-ai-key.
		03 old-ai-char-id PIC 9(6).
		03 old-ai-item-name PIC x(20).
	02 old-ai-rest PIC X(15).

FD NewArcInvFile.
*> the archive keeps a byte-for-byte InventoryData image (see
*> INVREC.cpy), so the new tail is laid out the same way here
01 NewArcInvData.
	02 new-ai-key.
		03 new-ai-char-id PIC 9(6).
		03 new-ai-item-name PIC x(20).
	02 new-ai-rest PIC X(15).
	02 new-ai-attuned-sw PIC X.
	02 new-ai-charges PIC 9(2).

FD OldArchiveFile.
*> the 300-byte archive record that held a layout-4 CharacterData
01 OldArchiveData.
	02 old-arc-char-id PIC 9(6).
	02 old-arc-body PIC X(294).

FD NewArchiveFile.
	COPY ARCHREC.

WORKING-STORAGE SECTION.

*> after a conversion the schema stamp moves with the file (see
01 WS-VER-VERSION PIC 9(3).
01 WS-VER-RESULT PIC X.

01 WS-V4CHAR-STATUS PIC XX VALUE "00".
01 WS-V3CHAR-STATUS PIC XX VALUE "00".
01 WS-OLDCHAR-STATUS PIC XX VALUE "00".
01 WS-V1CHAR-STATUS PIC XX VALUE "00".
01 WS-SKILL-IDX PIC 9(2).
01 WS-NEWCHAR-STATUS PIC XX VALUE "00".
01 WS-V2INV-STATUS PIC XX VALUE "00".
01 WS-OLDINV-STATUS PIC XX VALUE "00".
01 WS-NEWINV-STATUS PIC XX VALUE "00".
01 WS-V2PARTY-STATUS PIC XX VALUE "00".
01 WS-OLDPARTY-STATUS PIC XX VALUE "00".
01 WS-NEWPARTY-STATUS PIC XX VALUE "00".
01 WS-PARTY-COUNT PIC 9(4) VALUE 0.
01 WS-V2CAT-STATUS PIC XX VALUE "00".
01 WS-OLDCAT-STATUS PIC XX VALUE "00".
01 WS-NEWCAT-STATUS PIC XX VALUE "00".
01 WS-CAT-COUNT PIC 9(4) VALUE 0.
01 WS-OLDREF-STATUS PIC XX VALUE "00".
01 WS-NEWREF-STATUS PIC XX VALUE "00".
01 WS-REF-COUNT PIC 9(4) VALUE 0.
01 WS-OLDARC-STATUS PIC XX VALUE "00".
01 WS-NEWARC-STATUS PIC XX VALUE "00".
01 WS-ARC-COUNT PIC 9(5) VALUE 0.
01 WS-OLDSESS-STATUS PIC XX VALUE "00".
01 WS-NEWSESS-STATUS PIC XX VALUE "00".
01 WS-SESS-COUNT PIC 9(5) VALUE 0.
01 WS-OLDQUEST-STATUS PIC XX VALUE "00".
01 WS-NEWQUEST-STATUS PIC XX VALUE "00".
01 WS-QUEST-COUNT PIC 9(5) VALUE 0.
01 WS-OLDARCH-STATUS PIC XX VALUE "00".
01 WS-NEWARCH-STATUS PIC XX VALUE "00".
01 WS-ARCH-COUNT PIC 9(5) VALUE 0.
01 WS-EOF-SW PIC X VALUE "N".
	88 END-OF-OLD VALUE "Y".
01 WS-CHAR-COUNT PIC 9(5) VALUE 0.
	DISPLAY "================================================================"
	DISPLAY "              DATA FILE LAYOUT UPGRADE (ONE-TIME)"
	DISPLAY "================================================================"
	DISPLAY "This converts character.dat, inventory.dat, party.dat,"
	DISPLAY "itemcat.dat, spellref.dat, arcinv.dat, sessions.dat,"
	DISPLAY "quest.dat, and archive.dat"
	DISPLAY "written by the previous build to the current record layouts."
	DISPLAY "The old files are kept beside the new ones as .pre-upgrade"
	DISPLAY "copies.  Take a snapshot first if you have not."
	DISPLAY "Go ahead? (Y/N) " WITH NO ADVANCING
	ACCEPT WS-ANSWER
	IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
	PERFORM 1000-UPGRADE-CHARACTERS
	PERFORM 2000-UPGRADE-INVENTORY
	PERFORM 3000-UPGRADE-PARTIES
	PERFORM 4000-UPGRADE-ITEM-CATALOG
	PERFORM 5000-UPGRADE-SPELL-REFERENCE
	PERFORM 6000-UPGRADE-ARCHIVED-INVENTORY
	PERFORM 7000-UPGRADE-SESSIONS
	PERFORM 8000-UPGRADE-QUESTS
	PERFORM 9000-UPGRADE-ARCHIVE
	GOBACK.

1000-UPGRADE-CHARACTERS.
	OPEN INPUT V4CharacterFile
	EVALUATE WS-V4CHAR-STATUS
		WHEN "00"
			DISPLAY "character.dat has no owner op-id yet - widening it."
			PERFORM 1900-WIDEN-CHARACTERS
		WHEN "35"
			DISPLAY "No character.dat on file - nothing to convert."
		WHEN "39"
			PERFORM 1020-TRY-THE-V3-KEYS
		WHEN OTHER
			DISPLAY "character.dat would not open (status "
				WS-V4CHAR-STATUS ") - left alone."
	END-EVALUATE.

1020-TRY-THE-V3-KEYS.
	OPEN INPUT V3CharacterFile
	EVALUATE WS-V3CHAR-STATUS
		WHEN "00"
			DISPLAY "character.dat has no party-id key yet - rebuilding "
				"it with one."
			PERFORM 1800-REKEY-CHARACTERS
		WHEN "39"
			PERFORM 1050-TRY-THE-264-LAYOUT
		WHEN OTHER
			DISPLAY "character.dat would not open (status "
				WS-V3CHAR-STATUS ") - left alone."
	END-EVALUATE.

1050-TRY-THE-264-LAYOUT.
	OPEN INPUT OldCharacterFile
	EVALUATE WS-OLDCHAR-STATUS
		WHEN "00"
			PERFORM 1100-CONVERT-CHARACTERS
		WHEN "39"
			PERFORM 1500-TRY-THE-240-LAYOUT
		WHEN OTHER
			ADD 1 TO WS-CHAR-COUNT
	END-WRITE.

1800-REKEY-CHARACTERS.
	*> same bytes, new index: every record is carried across whole
	*> and the party-id key is built as the records land.
	OPEN OUTPUT NewCharacterFile
	IF WS-NEWCHAR-STATUS NOT = "00"
		DISPLAY "Could not create charnew.dat (status " WS-NEWCHAR-STATUS
			") - character.dat untouched."
		CLOSE V3CharacterFile
	ELSE
		MOVE 0 TO v3-char-id
		START V3CharacterFile KEY IS >= v3-char-id
			INVALID KEY
				CONTINUE
		END-START
		MOVE "N" TO WS-EOF-SW
		IF WS-V3CHAR-STATUS = "00"
			PERFORM UNTIL END-OF-OLD
				READ V3CharacterFile NEXT RECORD
					AT END
						MOVE "Y" TO WS-EOF-SW
					NOT AT END
						MOVE V3CharacterData TO CharacterData
						WRITE CharacterData
							INVALID KEY
								DISPLAY "Warning: could not carry over "
									"Character ID " char-id "."
							NOT INVALID KEY
								ADD 1 TO WS-CHAR-COUNT
						END-WRITE
				END-READ
			END-PERFORM
		END-IF
		CLOSE V3CharacterFile
		CLOSE NewCharacterFile
		CALL "SYSTEM" USING
			"mv character.dat character.dat.pre-upgrade"
		CALL "SYSTEM" USING "mv charnew.dat character.dat"
		MOVE "S" TO WS-VER-MODE
		MOVE "character.dat" TO WS-VER-FILE
		MOVE dv-charrec-version TO WS-VER-VERSION
		CALL "VERCHECK" USING WS-VER-MODE, WS-VER-FILE, WS-VER-VERSION,
			WS-VER-RESULT
		DISPLAY WS-CHAR-COUNT " character(s) re-keyed - old file kept "
			"as character.dat.pre-upgrade, schema stamp advanced to "
			WS-VER-VERSION "."
	END-IF.

1900-WIDEN-CHARACTERS.
	*> same bytes, eight more on the end: the group move carries the
	*> layout-4 record whole and leaves owner-op-id blank for Owner
	*> Match to fill in.
	OPEN OUTPUT NewCharacterFile
	IF WS-NEWCHAR-STATUS NOT = "00"
		DISPLAY "Could not create charnew.dat (status " WS-NEWCHAR-STATUS
			") - character.dat untouched."
		CLOSE V4CharacterFile
	ELSE
		MOVE 0 TO v4-char-id
		START V4CharacterFile KEY IS >= v4-char-id
			INVALID KEY
				CONTINUE
		END-START
		MOVE "N" TO WS-EOF-SW
		IF WS-V4CHAR-STATUS = "00"
			PERFORM UNTIL END-OF-OLD
				READ V4CharacterFile NEXT RECORD
					AT END
						MOVE "Y" TO WS-EOF-SW
					NOT AT END
						MOVE V4CharacterData TO CharacterData
						MOVE SPACES TO owner-op-id
						WRITE CharacterData
							INVALID KEY
								DISPLAY "Warning: could not carry over "
									"Character ID " char-id "."
							NOT INVALID KEY
								ADD 1 TO WS-CHAR-COUNT
						END-WRITE
				END-READ
			END-PERFORM
		END-IF
		CLOSE V4CharacterFile
		CLOSE NewCharacterFile
		CALL "SYSTEM" USING
			"mv character.dat character.dat.pre-upgrade"
		CALL "SYSTEM" USING "mv charnew.dat character.dat"
		MOVE "S" TO WS-VER-MODE
		MOVE "character.dat" TO WS-VER-FILE
		MOVE dv-charrec-version TO WS-VER-VERSION
		CALL "VERCHECK" USING WS-VER-MODE, WS-VER-FILE, WS-VER-VERSION,
			WS-VER-RESULT
		DISPLAY WS-CHAR-COUNT " character(s) widened - old file kept "
			"as character.dat.pre-upgrade, schema stamp advanced to "
			WS-VER-VERSION "."
		DISPLAY "Run Owner Match to tie them to their players, and take "
			"a fresh snapshot."
	END-IF.

1100-CONVERT-CHARACTERS.
	OPEN OUTPUT NewCharacterFile
	IF WS-NEWCHAR-STATUS NOT = "00"
	END-WRITE.

2000-UPGRADE-INVENTORY.
	OPEN INPUT V2InventoryFile
	EVALUATE WS-V2INV-STATUS
		WHEN "00"
			PERFORM 2300-CONVERT-V2-INVENTORY
		WHEN "35"
			DISPLAY "No inventory.dat on file - nothing to convert."
		WHEN "39"
			PERFORM 2050-TRY-THE-40-LAYOUT
		WHEN OTHER
			DISPLAY "inventory.dat would not open (status "
				WS-V2INV-STATUS ") - left alone."
	END-EVALUATE.

2050-TRY-THE-40-LAYOUT.
	*> not the 41-byte layout - maybe the 40-byte one from before
	*> items could be equipped.
	OPEN INPUT OldInventoryFile
	EVALUATE WS-OLDINV-STATUS
		WHEN "00"
			PERFORM 2100-CONVERT-INVENTORY
		WHEN "39"
			DISPLAY "inventory.dat is in neither old layout (status 39)"
			DISPLAY "- it is already converted, or not ours.  Left alone."
		WHEN OTHER
			DISPLAY "inventory.dat would not open (status "
	INITIALIZE InventoryData
	MOVE OldInventoryData TO InventoryData(1:40)
	MOVE "N" TO inv-equipped-sw
	MOVE "N" TO inv-attuned-sw
	MOVE 0 TO inv-charges
	WRITE InventoryData
		INVALID KEY
			DISPLAY "Warning: could not carry over the item for id "
				inv-char-id "."
		NOT INVALID KEY
			ADD 1 TO WS-INV-COUNT
	END-WRITE.

2300-CONVERT-V2-INVENTORY.
	OPEN OUTPUT NewInventoryFile
	IF WS-NEWINV-STATUS NOT = "00"
		DISPLAY "Could not create invnew.dat (status " WS-NEWINV-STATUS
			") - inventory.dat untouched."
		CLOSE V2InventoryFile
	ELSE
		MOVE LOW-VALUES TO v2-inv-key
		START V2InventoryFile KEY IS >= v2-inv-key
			INVALID KEY
				CONTINUE
		END-START
		MOVE "N" TO WS-EOF-SW
		IF WS-V2INV-STATUS = "00"
			PERFORM UNTIL END-OF-OLD
				READ V2InventoryFile NEXT RECORD
					AT END
						MOVE "Y" TO WS-EOF-SW
					NOT AT END
						PERFORM 2400-CARRY-ONE-V2-ITEM
				END-READ
			END-PERFORM
		END-IF
		CLOSE V2InventoryFile
		CLOSE NewInventoryFile
		CALL "SYSTEM" USING
			"mv inventory.dat inventory.dat.pre-upgrade"
		CALL "SYSTEM" USING "mv invnew.dat inventory.dat"
		DISPLAY WS-INV-COUNT " inventory record(s) converted - old file "
			"kept as inventory.dat.pre-upgrade."
	END-IF.

2400-CARRY-ONE-V2-ITEM.
	INITIALIZE InventoryData
	MOVE V2InventoryData TO InventoryData(1:41)
	MOVE "N" TO inv-attuned-sw
	MOVE 0 TO inv-charges
	WRITE InventoryData
		INVALID KEY
			DISPLAY "Warning: could not carry over the item for id "
	END-WRITE.

3000-UPGRADE-PARTIES.
	*> PartyData picked up pt-status and pt-closed-date (62 -> 71
	*> bytes) for campaign close-out - carried records come across as
	*> live campaigns.  A file that is not in the 62-byte layout is
	*> tried against the original 61-byte one.
	OPEN INPUT V2PartyFile
	EVALUATE WS-V2PARTY-STATUS
		WHEN "00"
			PERFORM 3500-CONVERT-V2-PARTIES
		WHEN "35"
			DISPLAY "No party.dat on file - nothing to convert."
		WHEN "39"
			PERFORM 3050-TRY-THE-61-LAYOUT
		WHEN OTHER
			DISPLAY "party.dat would not open (status "
				WS-V2PARTY-STATUS ") - left alone."
	END-EVALUATE.

3050-TRY-THE-61-LAYOUT.
	*> PartyData picked up pt-level-mode (61 -> 62 bytes) when
	*> milestone campaigns arrived - carried records default to the
	*> XP treadmill.
	OPEN INPUT OldPartyFile
	EVALUATE WS-OLDPARTY-STATUS
		WHEN "00"
			DISPLAY "party.dat is in the original 61-byte layout "
				"- converting straight to the current one."
			PERFORM 3100-CONVERT-PARTIES
		WHEN "39"
			DISPLAY "party.dat is in neither old layout (status 39)"
			DISPLAY "- it is already converted, or not ours.  Left alone."
		WHEN OTHER
			DISPLAY "party.dat would not open (status "
						INITIALIZE PartyData
						MOVE OldPartyData TO PartyData(1:61)
						MOVE "X" TO pt-level-mode
						MOVE "A" TO pt-status
						MOVE 0 TO pt-closed-date
						WRITE PartyData
							INVALID KEY
								DISPLAY "Warning: could not carry over "
			"kept as party.dat.pre-upgrade, schema stamp advanced to "
			WS-VER-VERSION "."
	END-IF.

3500-CONVERT-V2-PARTIES.
	OPEN OUTPUT NewPartyFile
	IF WS-NEWPARTY-STATUS NOT = "00"
		DISPLAY "Could not create partynew.dat (status "
			WS-NEWPARTY-STATUS ") - party.dat untouched."
		CLOSE V2PartyFile
	ELSE
		MOVE 0 TO v2-pt-id
		START V2PartyFile KEY IS >= v2-pt-id
			INVALID KEY
				CONTINUE
		END-START
		MOVE "N" TO WS-EOF-SW
		IF WS-V2PARTY-STATUS = "00"
			PERFORM UNTIL END-OF-OLD
				READ V2PartyFile NEXT RECORD
					AT END
						MOVE "Y" TO WS-EOF-SW
					NOT AT END
						INITIALIZE PartyData
						MOVE V2PartyData TO PartyData(1:62)
						MOVE "A" TO pt-status
						MOVE 0 TO pt-closed-date
						WRITE PartyData
							INVALID KEY
								DISPLAY "Warning: could not carry over "
									"party " pt-id "."
							NOT INVALID KEY
								ADD 1 TO WS-PARTY-COUNT
						END-WRITE
				END-READ
			END-PERFORM
		END-IF
		CLOSE V2PartyFile
		CLOSE NewPartyFile
		CALL "SYSTEM" USING "mv party.dat party.dat.pre-upgrade"
		CALL "SYSTEM" USING "mv partynew.dat party.dat"
		MOVE "S" TO WS-VER-MODE
		MOVE "party.dat" TO WS-VER-FILE
		MOVE dv-partyrec-version TO WS-VER-VERSION
		CALL "VERCHECK" USING WS-VER-MODE, WS-VER-FILE, WS-VER-VERSION,
			WS-VER-RESULT
		DISPLAY WS-PARTY-COUNT " party record(s) converted - old file "
			"kept as party.dat.pre-upgrade, schema stamp advanced to "
			WS-VER-VERSION "."
	END-IF.

4000-UPGRADE-ITEM-CATALOG.
	OPEN INPUT V2ItemCatalogFile
	EVALUATE WS-V2CAT-STATUS
		WHEN "00"
			PERFORM 4300-CONVERT-V2-ITEM-CATALOG
		WHEN "35"
			DISPLAY "No itemcat.dat on file - nothing to convert."
		WHEN "39"
			PERFORM 4050-TRY-THE-44-LAYOUT
		WHEN OTHER
			DISPLAY "itemcat.dat would not open (status "
				WS-V2CAT-STATUS ") - left alone."
	END-EVALUATE.

4050-TRY-THE-44-LAYOUT.
	*> not the 64-byte layout - maybe the 44-byte one from before the
	*> weapon facts.
	OPEN INPUT OldItemCatalogFile
	EVALUATE WS-OLDCAT-STATUS
		WHEN "00"
			PERFORM 4100-CONVERT-ITEM-CATALOG
		WHEN "39"
			DISPLAY "itemcat.dat is in neither old layout (status 39)"
			DISPLAY "- it is already converted, or not ours.  Left alone."
		WHEN OTHER
			DISPLAY "itemcat.dat would not open (status "
				WS-OLDCAT-STATUS ") - left alone."
	END-EVALUATE.

4100-CONVERT-ITEM-CATALOG.
	OPEN OUTPUT NewItemCatalogFile
	IF WS-NEWCAT-STATUS NOT = "00"
		DISPLAY "Could not create itemnew.dat (status " WS-NEWCAT-STATUS
			") - itemcat.dat untouched."
		CLOSE OldItemCatalogFile
	ELSE
		MOVE LOW-VALUES TO old-ic-name
		START OldItemCatalogFile KEY IS >= old-ic-name
			INVALID KEY
				CONTINUE
		END-START
		MOVE "N" TO WS-EOF-SW
		IF WS-OLDCAT-STATUS = "00"
			PERFORM UNTIL END-OF-OLD
				READ OldItemCatalogFile NEXT RECORD
					AT END
						MOVE "Y" TO WS-EOF-SW
					NOT AT END
						INITIALIZE ItemCatalogData
						MOVE OldItemCatalogData TO ItemCatalogData(1:44)
						MOVE "N" TO ic-finesse-sw
						MOVE "N" TO ic-ranged-sw
						MOVE "N" TO ic-versatile-sw
						MOVE "N" TO ic-two-hand-sw
						MOVE "N" TO ic-attune-sw
						WRITE ItemCatalogData
							INVALID KEY
								DISPLAY "Warning: could not carry over "
									"item " FUNCTION TRIM(ic-name) "."
							NOT INVALID KEY
								ADD 1 TO WS-CAT-COUNT
						END-WRITE
				END-READ
			END-PERFORM
		END-IF
		CLOSE OldItemCatalogFile
		CLOSE NewItemCatalogFile
		CALL "SYSTEM" USING "mv itemcat.dat itemcat.dat.pre-upgrade"
		CALL "SYSTEM" USING "mv itemnew.dat itemcat.dat"
		DISPLAY WS-CAT-COUNT " catalog item(s) converted - old file kept "
			"as itemcat.dat.pre-upgrade.  Revise the weapons in Item "
			"Catalog to give them damage dice."
	END-IF.

4300-CONVERT-V2-ITEM-CATALOG.
	OPEN OUTPUT NewItemCatalogFile
	IF WS-NEWCAT-STATUS NOT = "00"
		DISPLAY "Could not create itemnew.dat (status " WS-NEWCAT-STATUS
			") - itemcat.dat untouched."
		CLOSE V2ItemCatalogFile
	ELSE
		MOVE LOW-VALUES TO v2-ic-name
		START V2ItemCatalogFile KEY IS >= v2-ic-name
			INVALID KEY
				CONTINUE
		END-START
		MOVE "N" TO WS-EOF-SW
		IF WS-V2CAT-STATUS = "00"
			PERFORM UNTIL END-OF-OLD
				READ V2ItemCatalogFile NEXT RECORD
					AT END
						MOVE "Y" TO WS-EOF-SW
					NOT AT END
						INITIALIZE ItemCatalogData
						MOVE V2ItemCatalogData TO ItemCatalogData(1:64)
						MOVE "N" TO ic-attune-sw
						WRITE ItemCatalogData
							INVALID KEY
								DISPLAY "Warning: could not carry over "
									"item " FUNCTION TRIM(ic-name) "."
							NOT INVALID KEY
								ADD 1 TO WS-CAT-COUNT
						END-WRITE
				END-READ
			END-PERFORM
		END-IF
		CLOSE V2ItemCatalogFile
		CLOSE NewItemCatalogFile
		CALL "SYSTEM" USING "mv itemcat.dat itemcat.dat.pre-upgrade"
		CALL "SYSTEM" USING "mv itemnew.dat itemcat.dat"
		DISPLAY WS-CAT-COUNT " catalog item(s) converted - old file kept "
			"as itemcat.dat.pre-upgrade.  Revise the magic items in Item "
			"Catalog to give them attunement and charges."
	END-IF.

5000-UPGRADE-SPELL-REFERENCE.
	OPEN INPUT OldSpellRefFile
	EVALUATE WS-OLDREF-STATUS
		WHEN "00"
			PERFORM 5100-CONVERT-SPELL-REFERENCE
		WHEN "35"
			DISPLAY "No spellref.dat on file - nothing to convert."
		WHEN "39"
			DISPLAY "spellref.dat is not in the old layout (status 39)"
			DISPLAY "- it is already converted, or not ours.  Left alone."
		WHEN OTHER
			DISPLAY "spellref.dat would not open (status "
				WS-OLDREF-STATUS ") - left alone."
	END-EVALUATE.

5100-CONVERT-SPELL-REFERENCE.
	OPEN OUTPUT NewSpellRefFile
	IF WS-NEWREF-STATUS NOT = "00"
		DISPLAY "Could not create spellrefnew.dat (status " WS-NEWREF-STATUS
			") - spellref.dat untouched."
		CLOSE OldSpellRefFile
	ELSE
		MOVE LOW-VALUES TO old-sr-name
		START OldSpellRefFile KEY IS >= old-sr-name
			INVALID KEY
				CONTINUE
		END-START
		MOVE "N" TO WS-EOF-SW
		IF WS-OLDREF-STATUS = "00"
			PERFORM UNTIL END-OF-OLD
				READ OldSpellRefFile NEXT RECORD
					AT END
						MOVE "Y" TO WS-EOF-SW
					NOT AT END
						INITIALIZE SpellRefData
						MOVE OldSpellRefData TO SpellRefData(1:106)
						MOVE "N" TO sr-comp-consumed-sw
						WRITE SpellRefData
							INVALID KEY
								DISPLAY "Warning: could not carry over "
									"spell " FUNCTION TRIM(sr-name) "."
							NOT INVALID KEY
								ADD 1 TO WS-REF-COUNT
						END-WRITE
				END-READ
			END-PERFORM
		END-IF
		CLOSE OldSpellRefFile
		CLOSE NewSpellRefFile
		CALL "SYSTEM" USING "mv spellref.dat spellref.dat.pre-upgrade"
		CALL "SYSTEM" USING "mv spellrefnew.dat spellref.dat"
		DISPLAY WS-REF-COUNT " spell reference record(s) converted - old "
			"file kept as spellref.dat.pre-upgrade.  Revise spells in "
			"Spell Reference to give them costly components."
	END-IF.

6000-UPGRADE-ARCHIVED-INVENTORY.
	OPEN INPUT OldArcInvFile
	EVALUATE WS-OLDARC-STATUS
		WHEN "00"
			PERFORM 6100-CONVERT-ARCHIVED-INVENTORY
		WHEN "35"
			DISPLAY "No arcinv.dat on file - nothing to convert."
		WHEN "39"
			DISPLAY "arcinv.dat is not in the old layout (status 39)"
			DISPLAY "- it is already converted, or not ours.  Left alone."
		WHEN OTHER
			DISPLAY "arcinv.dat would not open (status "
				WS-OLDARC-STATUS ") - left alone."
	END-EVALUATE.

6100-CONVERT-ARCHIVED-INVENTORY.
	OPEN OUTPUT NewArcInvFile
	IF WS-NEWARC-STATUS NOT = "00"
		DISPLAY "Could not create arcinvnew.dat (status " WS-NEWARC-STATUS
			") - arcinv.dat untouched."
		CLOSE OldArcInvFile
	ELSE
		MOVE LOW-VALUES TO old-ai-key
		START OldArcInvFile KEY IS >= old-ai-key
			INVALID KEY
				CONTINUE
		END-START
		MOVE "N" TO WS-EOF-SW
		IF WS-OLDARC-STATUS = "00"
			PERFORM UNTIL END-OF-OLD
				READ OldArcInvFile NEXT RECORD
					AT END
						MOVE "Y" TO WS-EOF-SW
					NOT AT END
						MOVE OldArcInvData TO NewArcInvData(1:41)
						MOVE "N" TO new-ai-attuned-sw
						MOVE 0 TO new-ai-charges
						WRITE NewArcInvData
							INVALID KEY
								DISPLAY "Warning: could not carry over the "
									"archived item for id " new-ai-char-id "."
							NOT INVALID KEY
								ADD 1 TO WS-ARC-COUNT
						END-WRITE
				END-READ
			END-PERFORM
		END-IF
		CLOSE OldArcInvFile
		CLOSE NewArcInvFile
		CALL "SYSTEM" USING "mv arcinv.dat arcinv.dat.pre-upgrade"
		CALL "SYSTEM" USING "mv arcinvnew.dat arcinv.dat"
		DISPLAY WS-ARC-COUNT " archived inventory record(s) converted - "
			"old file kept as arcinv.dat.pre-upgrade."
	END-IF.

7000-UPGRADE-SESSIONS.
	OPEN INPUT OldSessionFile
	EVALUATE WS-OLDSESS-STATUS
		WHEN "00"
			PERFORM 7100-CONVERT-SESSIONS
		WHEN "35"
			DISPLAY "No sessions.dat on file - nothing to convert."
		WHEN "39"
			DISPLAY "sessions.dat is not in the old layout (status 39)"
			DISPLAY "- it is already converted, or not ours.  Left alone."
		WHEN OTHER
			DISPLAY "sessions.dat would not open (status "
				WS-OLDSESS-STATUS ") - left alone."
	END-EVALUATE.

7100-CONVERT-SESSIONS.
	OPEN OUTPUT NewSessionFile
	IF WS-NEWSESS-STATUS NOT = "00"
		DISPLAY "Could not create sessnew.dat (status " WS-NEWSESS-STATUS
			") - sessions.dat untouched."
		CLOSE OldSessionFile
	ELSE
		MOVE 0 TO old-sj-id
		START OldSessionFile KEY IS >= old-sj-id
			INVALID KEY
				CONTINUE
		END-START
		MOVE "N" TO WS-EOF-SW
		IF WS-OLDSESS-STATUS = "00"
			PERFORM UNTIL END-OF-OLD
				READ OldSessionFile NEXT RECORD
					AT END
						MOVE "Y" TO WS-EOF-SW
					NOT AT END
						INITIALIZE SessionData
						MOVE OldSessionData TO SessionData(1:127)
						MOVE 0 TO sj-game-start-day
						MOVE 0 TO sj-game-start-hour
						MOVE 0 TO sj-game-end-day
						MOVE 0 TO sj-game-end-hour
						WRITE SessionData
							INVALID KEY
								DISPLAY "Warning: could not carry over "
									"session " sj-id "."
							NOT INVALID KEY
								ADD 1 TO WS-SESS-COUNT
						END-WRITE
				END-READ
			END-PERFORM
		END-IF
		CLOSE OldSessionFile
		CLOSE NewSessionFile
		CALL "SYSTEM" USING "mv sessions.dat sessions.dat.pre-upgrade"
		CALL "SYSTEM" USING "mv sessnew.dat sessions.dat"
		DISPLAY WS-SESS-COUNT " session(s) converted - old file kept as "
			"sessions.dat.pre-upgrade."
	END-IF.

8000-UPGRADE-QUESTS.
	OPEN INPUT OldQuestFile
	EVALUATE WS-OLDQUEST-STATUS
		WHEN "00"
			PERFORM 8100-CONVERT-QUESTS
		WHEN "35"
			DISPLAY "No quest.dat on file - nothing to convert."
		WHEN "39"
			DISPLAY "quest.dat is not in the old layout (status 39)"
			DISPLAY "- it is already converted, or not ours.  Left alone."
		WHEN OTHER
			DISPLAY "quest.dat would not open (status "
				WS-OLDQUEST-STATUS ") - left alone."
	END-EVALUATE.

8100-CONVERT-QUESTS.
	OPEN OUTPUT NewQuestFile
	IF WS-NEWQUEST-STATUS NOT = "00"
		DISPLAY "Could not create questnew.dat (status " WS-NEWQUEST-STATUS
			") - quest.dat untouched."
		CLOSE OldQuestFile
	ELSE
		MOVE 0 TO old-qs-id
		START OldQuestFile KEY IS >= old-qs-id
			INVALID KEY
				CONTINUE
		END-START
		MOVE "N" TO WS-EOF-SW
		IF WS-OLDQUEST-STATUS = "00"
			PERFORM UNTIL END-OF-OLD
				READ OldQuestFile NEXT RECORD
					AT END
						MOVE "Y" TO WS-EOF-SW
					NOT AT END
						INITIALIZE QuestData
						MOVE OldQuestData TO QuestData(1:116)
						MOVE 0 TO qs-giver-npc-id
						WRITE QuestData
							INVALID KEY
								DISPLAY "Warning: could not carry over "
									"quest " qs-id "."
							NOT INVALID KEY
								ADD 1 TO WS-QUEST-COUNT
						END-WRITE
				END-READ
			END-PERFORM
		END-IF
		CLOSE OldQuestFile
		CLOSE NewQuestFile
		CALL "SYSTEM" USING "mv quest.dat quest.dat.pre-upgrade"
		CALL "SYSTEM" USING "mv questnew.dat quest.dat"
		DISPLAY WS-QUEST-COUNT " quest(s) converted - old file kept as "
			"quest.dat.pre-upgrade."
	END-IF.

9000-UPGRADE-ARCHIVE.
	OPEN INPUT OldArchiveFile
	EVALUATE WS-OLDARCH-STATUS
		WHEN "00"
			PERFORM 9100-CONVERT-ARCHIVE
		WHEN "35"
			DISPLAY "No archive.dat on file - nothing to convert."
		WHEN "39"
			DISPLAY "archive.dat is not in the old layout (status 39)"
			DISPLAY "- it is already converted, or not ours.  Left alone."
		WHEN OTHER
			DISPLAY "archive.dat would not open (status "
				WS-OLDARCH-STATUS ") - left alone."
	END-EVALUATE.

9100-CONVERT-ARCHIVE.
	OPEN OUTPUT NewArchiveFile
	IF WS-NEWARCH-STATUS NOT = "00"
		DISPLAY "Could not create archnew.dat (status " WS-NEWARCH-STATUS
			") - archive.dat untouched."
		CLOSE OldArchiveFile
	ELSE
		MOVE 0 TO old-arc-char-id
		START OldArchiveFile KEY IS >= old-arc-char-id
			INVALID KEY
				CONTINUE
		END-START
		MOVE "N" TO WS-EOF-SW
		IF WS-OLDARCH-STATUS = "00"
			PERFORM UNTIL END-OF-OLD
				READ OldArchiveFile NEXT RECORD
					AT END
						MOVE "Y" TO WS-EOF-SW
					NOT AT END
						*> only the 297 bytes of the layout-4 image
						*> come across - the retired keep no owner
						MOVE SPACES TO ArchiveData
						MOVE OldArchiveData(1:297) TO ArchiveData(1:297)
						WRITE ArchiveData
							INVALID KEY
								DISPLAY "Warning: could not carry over "
									"archived Character ID " arc-char-id "."
							NOT INVALID KEY
								ADD 1 TO WS-ARCH-COUNT
						END-WRITE
				END-READ
			END-PERFORM
		END-IF
		CLOSE OldArchiveFile
		CLOSE NewArchiveFile
		CALL "SYSTEM" USING "mv archive.dat archive.dat.pre-upgrade"
		CALL "SYSTEM" USING "mv archnew.dat archive.dat"
		DISPLAY WS-ARCH-COUNT " archived character(s) converted - old file "
			"kept as archive.dat.pre-upgrade."
	END-IF.
