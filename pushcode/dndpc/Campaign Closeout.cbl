		>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. campaign_closeout IS INITIAL.
AUTHOR. Loren Stevenson
DATE-WRITTEN. September 7, 2023
*> Retires a finished campaign in one pass instead of one Character
*> Retire run per character with everything else left behind.  Given
*> a pt-id it refuses while the party still has money in the treasury
*> (party purse or any holder), an open or active quest, or a member
*> record locked in locks.dat.  Otherwise it spools a final campaign
*> report (see RPTSPOOL.cbl), retires every member to archive.dat with
*> their dossier (see Dossier Mover.cbl), moves the party's nights,
*> schedule proposals, and quests into the archive twins sessarch.dat,
*> schedarch.dat, and questarch.dat, parks the party purse lines in
*> arctreas.dat, and marks the party closed so it drops out of the
*> pickers.  closeout.dat remembers who was retired with which party,
*> so the reopen brings back exactly that table - members, dossiers,
*> nights, proposals, quests, and purse - and marks the party live.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT PartyFile ASSIGN TO "party.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS pt-id
		FILE STATUS IS WS-PARTYFILE-STATUS.
	SELECT CharacterFile ASSIGN TO "character.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS char-id
		ALTERNATE RECORD KEY IS cname WITH DUPLICATES
		ALTERNATE RECORD KEY IS party-id WITH DUPLICATES
		FILE STATUS IS WS-CHARFILE-STATUS.
	SELECT ArchiveFile ASSIGN TO "archive.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS arc-char-id
		FILE STATUS IS WS-ARCH-STATUS.
	SELECT LockFile ASSIGN TO "locks.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS lock-id
		FILE STATUS IS WS-LOCKFILE-STATUS.
	SELECT SessionFile ASSIGN TO "sessions.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS sj-id
		FILE STATUS IS WS-SESSFILE-STATUS.
	SELECT SessArchFile ASSIGN TO "sessarch.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS sa-id
		FILE STATUS IS WS-SESSARCH-STATUS.
	SELECT ScheduleFile ASSIGN TO "schedule.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS sch-id
		FILE STATUS IS WS-SCHEDFILE-STATUS.
	SELECT SchedArchFile ASSIGN TO "schedarch.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS ha-id
		FILE STATUS IS WS-SCHEDARCH-STATUS.
	SELECT QuestFile ASSIGN TO "quest.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS qs-id
		FILE STATUS IS WS-QUESTFILE-STATUS.
	SELECT QuestArchFile ASSIGN TO "questarch.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS qa-id
		FILE STATUS IS WS-QUESTARCH-STATUS.
	SELECT TreasuryFile ASSIGN TO "treasury.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		ACCESS IS SEQUENTIAL
		FILE STATUS IS WS-TREAS-STATUS.
	SELECT ArcTreasFile ASSIGN TO "arctreas.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		ACCESS IS SEQUENTIAL
		FILE STATUS IS WS-ARCTREAS-STATUS.
	SELECT RosterFile ASSIGN TO "closeout.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		ACCESS IS SEQUENTIAL
		FILE STATUS IS WS-ROSTER-STATUS.
	SELECT TempFile ASSIGN TO "closeout.tmp"
		ORGANIZATION IS LINE SEQUENTIAL
		ACCESS IS SEQUENTIAL
		FILE STATUS IS WS-TEMP-STATUS.
	SELECT AuditLogFile ASSIGN TO "charlog.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		ACCESS IS SEQUENTIAL
		FILE STATUS IS WS-LOG-STATUS.
DATA DIVISION.
FILE SECTION.
FD PartyFile.
	COPY PARTYREC.

FD CharacterFile.
	COPY CHARREC.

FD ArchiveFile.
	COPY ARCHREC.

FD LockFile.
	COPY LOCKREC.

FD SessionFile.
	COPY SESSREC.

FD SessArchFile.
*> byte-for-byte image of a SessionData record (see SESSREC.cpy)
01 SessArchData.
	02 sa-id PIC 9(5).
	02 sa-date PIC 9(8).
	02 sa-party-id PIC 9(4).
	02 sa-rest PIC X(126).

FD ScheduleFile.
	COPY SCHEDREC.

FD SchedArchFile.
*> byte-for-byte image of a ScheduleData record (see SCHEDREC.cpy)
01 SchedArchData.
	02 ha-id PIC 9(5).
	02 ha-party-id PIC 9(4).
	02 ha-rest PIC X(67).

FD QuestFile.
	COPY QUESTREC.

FD QuestArchFile.
*> byte-for-byte image of a QuestData record (see QUESTREC.cpy)
01 QuestArchData.
	02 qa-id PIC 9(5).
	02 qa-party-id PIC 9(4).
	02 qa-rest PIC X(112).

FD TreasuryFile.
	COPY TREASREC.

FD ArcTreasFile.
01 ArcTreasLine PIC x(64).

FD RosterFile.
*> one line per character retired with a closed party
01 RosterLine.
	02 ro-party-id PIC 9(4).
	02 ro-char-id PIC 9(6).
	02 ro-closed-date PIC 9(8).

FD TempFile.
01 TempLine PIC x(64).

FD AuditLogFile.
	COPY AUDITLOG.

WORKING-STORAGE SECTION.

*> layout-version gate for character.dat and party.dat (see
*> DATAVER.cpy and VERCHECK.cbl) - checked before either is opened.
	COPY DATAVER.
01 WS-VER-MODE PIC X.
01 WS-VER-FILE PIC x(20).
01 WS-VER-VERSION PIC 9(3).
01 WS-VER-RESULT PIC X.

*> shared with game_console - the signed-on operator and the
*> "current character" carried from one tool to the next while the
*> console is running.
01 CONSOLE-CONTEXT EXTERNAL.
	02 ctx-char-id PIC 9(6).
	02 ctx-active-sw PIC X.
	02 ctx-op-id PIC x(8).
	02 ctx-op-name PIC x(17).
	02 ctx-op-role PIC X.

01 WS-PARTYFILE-STATUS PIC XX VALUE "00".
01 WS-CHARFILE-STATUS PIC XX VALUE "00".
01 WS-ARCH-STATUS PIC XX VALUE "00".
01 WS-LOCKFILE-STATUS PIC XX VALUE "00".
01 WS-SESSFILE-STATUS PIC XX VALUE "00".
01 WS-SESSARCH-STATUS PIC XX VALUE "00".
01 WS-SCHEDFILE-STATUS PIC XX VALUE "00".
01 WS-SCHEDARCH-STATUS PIC XX VALUE "00".
01 WS-QUESTFILE-STATUS PIC XX VALUE "00".
01 WS-QUESTARCH-STATUS PIC XX VALUE "00".
01 WS-TREAS-STATUS PIC XX VALUE "00".
01 WS-ARCTREAS-STATUS PIC XX VALUE "00".
01 WS-ROSTER-STATUS PIC XX VALUE "00".
01 WS-TEMP-STATUS PIC XX VALUE "00".
01 WS-LOG-STATUS PIC XX VALUE "00".

*> roll-forward journal (see CHARJRNL.cbl) - the record as it was
*> read, handed over with the record as written on every change.
01 WS-CJ-ACTION PIC X.
01 WS-CJ-PROGRAM PIC x(20) VALUE "campaign_closeout".
01 WS-CJ-BEFORE PIC X(305).

01 WS-MENU-CHOICE PIC X.
01 WS-ANSWER PIC X.
01 WS-TODAY PIC 9(8).
01 WS-EOF-SW PIC X VALUE "N".
	88 END-OF-SCAN VALUE "Y".
01 WS-PICK-PARTY-ID PIC 9(4).
01 WS-PARTY-FOUND-SW PIC X VALUE "N".
	88 PARTY-FOUND VALUE "Y".
01 WS-PT-NAME PIC x(20).
01 WS-PT-CAMPAIGN PIC x(20).
01 WS-PT-DM PIC x(17).
01 WS-PT-STATUS PIC X.
	88 WS-PT-CLOSED VALUE "C".
01 WS-PT-CLOSED-DATE PIC 9(8).

*> "A" sweeps the campaign out to the archive tier, "R" brings it
*> back - the move paragraphs run both ways, like Dossier Mover.
01 WS-DIRECTION-SW PIC X.
	88 CLOSING-OUT VALUE "A".
	88 REOPENING VALUE "R".

*> the table that sat down under this pt-id
01 WS-MB-ENTRY OCCURS 50 TIMES.
	02 WS-MB-ID PIC 9(6).
	02 WS-MB-NAME PIC x(22).
	02 WS-MB-RACE PIC x(10).
	02 WS-MB-CLS PIC x(10).
	02 WS-MB-LEVEL PIC 9(2).
	02 WS-MB-XP PIC 9(7).
	02 WS-MB-DEAD PIC X.
	02 WS-MB-BACK PIC X.
01 WS-MB-COUNT PIC 9(2) VALUE 0.
01 WS-MB-IDX PIC 9(2).
01 WS-MB-OVERFLOW-SW PIC X VALUE "N".
	88 TOO-MANY-MEMBERS VALUE "Y".

*> what is still open - any of it stops the close-out
01 WS-BLOCK-COUNT PIC 9(3) VALUE 0.

*> treasury.dat balance per holder of the party (0 = party purse)
01 WS-BAL-ENTRY OCCURS 60 TIMES.
	02 WS-BAL-CHAR-ID PIC 9(6).
	02 WS-BAL-AMOUNT PIC S9(8)V99.
01 WS-BAL-TOTAL PIC 9(2) VALUE 0.
01 WS-BAL-IDX PIC 9(2).
01 WS-BAL-FOUND-SW PIC X VALUE "N".
	88 BAL-SLOT-FOUND VALUE "Y".
01 WS-PURSE-LINES PIC 9(5) VALUE 0.
01 WS-ED-AMOUNT PIC -(7)9.99.

*> record ids collected a pass at a time, since every move deletes
*> its source row out from under the scan
01 WS-KEY-ID PIC 9(5) OCCURS 100 TIMES.
01 WS-KEY-COUNT PIC 9(3) VALUE 0.
01 WS-KEY-IDX PIC 9(3).
01 WS-PASS-COUNT PIC 9(3).
01 WS-PASS-MOVED PIC 9(3).

01 WS-SESS-MOVED PIC 9(5) VALUE 0.
01 WS-SCHED-MOVED PIC 9(5) VALUE 0.
01 WS-QUEST-MOVED PIC 9(5) VALUE 0.
01 WS-PURSE-MOVED PIC 9(5) VALUE 0.
01 WS-MEMBERS-MOVED PIC 9(2) VALUE 0.
01 WS-MEMBERS-LEFT PIC 9(2) VALUE 0.
01 WS-BACK-SW PIC X VALUE "N".
	88 MEMBER-BACK VALUE "Y".
01 WS-DOSSIER-DIRECTION PIC X.
01 WS-DOSSIER-MOVED PIC 9(4).
01 WS-DOSSIER-TOTAL PIC 9(5) VALUE 0.
01 WS-ARCHIVED-SW PIC X VALUE "N".
	88 SAFELY-ARCHIVED VALUE "Y".

*> facts for the final campaign report
01 WS-SESS-COUNT PIC 9(4) VALUE 0.
01 WS-FIRST-DATE PIC 9(8) VALUE 0.
01 WS-LAST-DATE PIC 9(8) VALUE 0.
01 WS-QUEST-COUNT PIC 9(4) VALUE 0.
01 WS-QUEST-WORD PIC x(10).
01 WS-SCHED-COUNT PIC 9(4) VALUE 0.
01 WS-SCHED-CONFIRMED PIC 9(4) VALUE 0.
01 WS-SCHED-DROPPED PIC 9(4) VALUE 0.
01 WS-CLOSED-COUNT PIC 9(4) VALUE 0.

*> the final campaign report always goes to a dated file under
*> reports/ (see RPTSPOOL.cbl) as well as the screen.
01 WS-SPOOLING-SW PIC X VALUE "N".
	88 SPOOLING VALUE "Y".
01 WS-RPT-OP PIC X.
01 WS-RPT-NAME PIC x(12) VALUE "closeout".
01 WS-RPT-LINE PIC x(132) VALUE SPACES.

01 WS-LOG-TIME-FULL PIC 9(8).
01 WS-LOG-TIME-R REDEFINES WS-LOG-TIME-FULL.
	02 WS-LOG-HHMMSS PIC 9(6).
	02 WS-LOG-HSEC PIC 9(2).

PROCEDURE DIVISION.
0000-MAIN.
	PERFORM 0040-CHECK-LAYOUT-VERSION
	DISPLAY "================================================================"
	DISPLAY "                   CAMPAIGN CLOSE-OUT / REOPEN"
	DISPLAY "================================================================"
	IF ctx-op-role = "P"
		DISPLAY "Closing or reopening a campaign is DM or admin only."
		GOBACK
	END-IF
	ACCEPT WS-TODAY FROM DATE YYYYMMDD
	MOVE SPACE TO WS-MENU-CHOICE
	PERFORM UNTIL WS-MENU-CHOICE = "Q" OR WS-MENU-CHOICE = "q"
		DISPLAY " "
		DISPLAY "1) Close out a finished campaign"
		DISPLAY "2) Reopen a closed campaign"
		DISPLAY "3) List closed campaigns"
		DISPLAY "Q) Done"
		DISPLAY "Choice? " WITH NO ADVANCING
		ACCEPT WS-MENU-CHOICE
		EVALUATE WS-MENU-CHOICE
			WHEN "1"
				PERFORM 1000-CLOSE-OUT
			WHEN "2"
				PERFORM 2000-REOPEN
			WHEN "3"
				PERFORM 8000-LIST-CLOSED
			WHEN "Q"
			WHEN "q"
				CONTINUE
			WHEN OTHER
				DISPLAY "Not a valid choice."
		END-EVALUATE
	END-PERFORM
	GOBACK.

0100-READ-THE-PARTY.
	MOVE "N" TO WS-PARTY-FOUND-SW
	OPEN INPUT PartyFile
	IF WS-PARTYFILE-STATUS NOT = "00"
		DISPLAY "No parties on file yet."
	ELSE
		MOVE WS-PICK-PARTY-ID TO pt-id
		READ PartyFile
			INVALID KEY
				DISPLAY "No party on file with ID " WS-PICK-PARTY-ID "."
			NOT INVALID KEY
				MOVE "Y" TO WS-PARTY-FOUND-SW
				MOVE pt-name TO WS-PT-NAME
				MOVE pt-campaign TO WS-PT-CAMPAIGN
				MOVE pt-dm TO WS-PT-DM
				MOVE pt-status TO WS-PT-STATUS
				MOVE pt-closed-date TO WS-PT-CLOSED-DATE
		END-READ
		CLOSE PartyFile
	END-IF.

1000-CLOSE-OUT.
	DISPLAY "Party ID to close out? " WITH NO ADVANCING
	ACCEPT WS-PICK-PARTY-ID
	PERFORM 0100-READ-THE-PARTY
	IF PARTY-FOUND
		IF WS-PT-CLOSED
			DISPLAY FUNCTION TRIM(WS-PT-NAME) " was already closed out on "
				WS-PT-CLOSED-DATE "."
		ELSE
			DISPLAY "Party " WS-PICK-PARTY-ID ": " FUNCTION TRIM(WS-PT-NAME)
				"  Campaign: " FUNCTION TRIM(WS-PT-CAMPAIGN)
				"  DM: " FUNCTION TRIM(WS-PT-DM)
			MOVE 0 TO WS-BLOCK-COUNT
			PERFORM 1100-LOAD-MEMBERS
			PERFORM 1200-CHECK-TREASURY
			PERFORM 1300-CHECK-QUESTS
			PERFORM 1400-CHECK-LOCKS
			IF WS-BLOCK-COUNT > 0
				DISPLAY WS-BLOCK-COUNT " thing(s) still open - settle them "
					"first.  Nothing closed."
			ELSE
				DISPLAY "Nothing left open.  Close out the campaign and "
					"retire its " WS-MB-COUNT " member(s)? (Y/N) "
					WITH NO ADVANCING
				ACCEPT WS-ANSWER
				IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
					MOVE "A" TO WS-DIRECTION-SW
					PERFORM 1500-FINAL-REPORT
					PERFORM 1600-RETIRE-MEMBERS
					PERFORM 3000-MOVE-SESSIONS
					PERFORM 4000-MOVE-SCHEDULE
					PERFORM 5000-MOVE-QUESTS
					PERFORM 6000-MOVE-PARTY-PURSE
					PERFORM 7000-MARK-THE-PARTY
					DISPLAY WS-MEMBERS-MOVED " member(s) retired with "
						WS-DOSSIER-TOTAL " dossier record(s)."
					DISPLAY WS-SESS-MOVED " session(s), " WS-SCHED-MOVED
						" proposal(s), " WS-QUEST-MOVED " quest(s), and "
						WS-PURSE-MOVED " purse line(s) archived."
					DISPLAY FUNCTION TRIM(WS-PT-NAME) " is closed - Campaign "
						"Closeout can reopen it."
				ELSE
					DISPLAY "Nothing closed."
				END-IF
			END-IF
		END-IF
	END-IF.

1100-LOAD-MEMBERS.
	*> through the party-id alternate key, the way the party tools do
	MOVE 0 TO WS-MB-COUNT
	MOVE "N" TO WS-MB-OVERFLOW-SW
	OPEN INPUT CharacterFile
	IF WS-CHARFILE-STATUS = "00"
		MOVE WS-PICK-PARTY-ID TO party-id
		START CharacterFile KEY IS >= party-id
			INVALID KEY
				CONTINUE
		END-START
		IF WS-CHARFILE-STATUS = "00"
			MOVE "N" TO WS-EOF-SW
			PERFORM UNTIL END-OF-SCAN
				READ CharacterFile NEXT RECORD
					AT END
						MOVE "Y" TO WS-EOF-SW
					NOT AT END
						IF party-id NOT = WS-PICK-PARTY-ID
							MOVE "Y" TO WS-EOF-SW
						ELSE
							IF WS-MB-COUNT < 50
								ADD 1 TO WS-MB-COUNT
								MOVE char-id TO WS-MB-ID(WS-MB-COUNT)
								MOVE SPACES TO WS-MB-NAME(WS-MB-COUNT)
								STRING FUNCTION TRIM(cnamef) DELIMITED BY SIZE
									" " DELIMITED BY SIZE
									FUNCTION TRIM(cnamel) DELIMITED BY SIZE
									INTO WS-MB-NAME(WS-MB-COUNT)
								END-STRING
								MOVE race TO WS-MB-RACE(WS-MB-COUNT)
								MOVE cls TO WS-MB-CLS(WS-MB-COUNT)
								MOVE char-level TO WS-MB-LEVEL(WS-MB-COUNT)
								MOVE xp TO WS-MB-XP(WS-MB-COUNT)
								MOVE dead-sw TO WS-MB-DEAD(WS-MB-COUNT)
							ELSE
								MOVE "Y" TO WS-MB-OVERFLOW-SW
							END-IF
						END-IF
				END-READ
			END-PERFORM
		END-IF
		CLOSE CharacterFile
	END-IF
	IF TOO-MANY-MEMBERS
		DISPLAY "  More than 50 characters play under this party - "
			"move some to another party first."
		ADD 1 TO WS-BLOCK-COUNT
	END-IF.

1200-CHECK-TREASURY.
	*> every holder under the pt-id has to stand at zero - the close-
	*> out archives ledger lines, it does not decide who gets the gold.
	MOVE 0 TO WS-BAL-TOTAL
	MOVE 0 TO WS-PURSE-LINES
	OPEN INPUT TreasuryFile
	IF WS-TREAS-STATUS = "00"
		MOVE "N" TO WS-EOF-SW
		PERFORM UNTIL END-OF-SCAN
			READ TreasuryFile
				AT END
					MOVE "Y" TO WS-EOF-SW
				NOT AT END
					IF tr-party-id = WS-PICK-PARTY-ID
						PERFORM 1250-APPLY-LEDGER-LINE
					END-IF
			END-READ
		END-PERFORM
		CLOSE TreasuryFile
	END-IF
	PERFORM VARYING WS-BAL-IDX FROM 1 BY 1 UNTIL WS-BAL-IDX > WS-BAL-TOTAL
		IF WS-BAL-AMOUNT(WS-BAL-IDX) NOT = 0
			ADD 1 TO WS-BLOCK-COUNT
			MOVE WS-BAL-AMOUNT(WS-BAL-IDX) TO WS-ED-AMOUNT
			IF WS-BAL-CHAR-ID(WS-BAL-IDX) = 0
				DISPLAY "  Treasury: the party purse stands at "
					WS-ED-AMOUNT " gp."
			ELSE
				DISPLAY "  Treasury: holder ID " WS-BAL-CHAR-ID(WS-BAL-IDX)
					" stands at " WS-ED-AMOUNT " gp."
			END-IF
		END-IF
	END-PERFORM.

1250-APPLY-LEDGER-LINE.
	IF tr-char-id = 0
		ADD 1 TO WS-PURSE-LINES
	END-IF
	MOVE "N" TO WS-BAL-FOUND-SW
	PERFORM VARYING WS-BAL-IDX FROM 1 BY 1 UNTIL WS-BAL-IDX > WS-BAL-TOTAL
		IF WS-BAL-CHAR-ID(WS-BAL-IDX) = tr-char-id
			MOVE "Y" TO WS-BAL-FOUND-SW
			PERFORM 1260-ADD-TO-SLOT
		END-IF
	END-PERFORM
	IF NOT BAL-SLOT-FOUND AND WS-BAL-TOTAL < 60
		ADD 1 TO WS-BAL-TOTAL
		MOVE tr-char-id TO WS-BAL-CHAR-ID(WS-BAL-TOTAL)
		MOVE 0 TO WS-BAL-AMOUNT(WS-BAL-TOTAL)
		MOVE WS-BAL-TOTAL TO WS-BAL-IDX
		PERFORM 1260-ADD-TO-SLOT
	END-IF.

1260-ADD-TO-SLOT.
	IF tr-type = "C"
		ADD tr-amount TO WS-BAL-AMOUNT(WS-BAL-IDX)
	ELSE
		SUBTRACT tr-amount FROM WS-BAL-AMOUNT(WS-BAL-IDX)
	END-IF.

1300-CHECK-QUESTS.
	*> the same threads Quest Tracker calls dangling - complete or
	*> abandon them there before the campaign can close
	OPEN INPUT QuestFile
	IF WS-QUESTFILE-STATUS = "00"
		MOVE 0 TO qs-id
		START QuestFile KEY IS >= qs-id
			INVALID KEY
				CONTINUE
		END-START
		IF WS-QUESTFILE-STATUS = "00"
			MOVE "N" TO WS-EOF-SW
			PERFORM UNTIL END-OF-SCAN
				READ QuestFile NEXT RECORD
					AT END
						MOVE "Y" TO WS-EOF-SW
					NOT AT END
						IF qs-party-id = WS-PICK-PARTY-ID
							AND (quest-open OR quest-active)
							ADD 1 TO WS-BLOCK-COUNT
							DISPLAY "  Quest " qs-id " [" qs-status "] "
								FUNCTION TRIM(qs-title) " is still open."
						END-IF
				END-READ
			END-PERFORM
		END-IF
		CLOSE QuestFile
	END-IF.

1400-CHECK-LOCKS.
	*> a member somebody has open in an editor cannot be retired out
	*> from under them
	OPEN INPUT LockFile
	IF WS-LOCKFILE-STATUS = "00"
		PERFORM VARYING WS-MB-IDX FROM 1 BY 1 UNTIL WS-MB-IDX > WS-MB-COUNT
			MOVE WS-MB-ID(WS-MB-IDX) TO lock-id
			READ LockFile
				INVALID KEY
					CONTINUE
				NOT INVALID KEY
					ADD 1 TO WS-BLOCK-COUNT
					DISPLAY "  " FUNCTION TRIM(WS-MB-NAME(WS-MB-IDX)) " (ID "
						lock-id ") is locked by " FUNCTION TRIM(lock-who)
						" since " lock-date " " lock-time "."
			END-READ
		END-PERFORM
		CLOSE LockFile
	END-IF.

1500-FINAL-REPORT.
	PERFORM 0450-OPEN-SPOOL
	MOVE ALL "=" TO WS-RPT-LINE(1:64)
	PERFORM 0500-PRINT-LINE
	STRING "FINAL CAMPAIGN REPORT - " DELIMITED BY SIZE
		FUNCTION TRIM(WS-PT-CAMPAIGN) DELIMITED BY SIZE
		INTO WS-RPT-LINE
	END-STRING
	PERFORM 0500-PRINT-LINE
	STRING "Party " WS-PICK-PARTY-ID " " DELIMITED BY SIZE
		FUNCTION TRIM(WS-PT-NAME) DELIMITED BY SIZE
		"   DM: " DELIMITED BY SIZE
		FUNCTION TRIM(WS-PT-DM) DELIMITED BY SIZE
		"   Closed " WS-TODAY DELIMITED BY SIZE
		INTO WS-RPT-LINE
	END-STRING
	PERFORM 0500-PRINT-LINE
	MOVE ALL "=" TO WS-RPT-LINE(1:64)
	PERFORM 0500-PRINT-LINE
	PERFORM 1510-SESSION-FACTS
	PERFORM 1520-MEMBER-LINES
	PERFORM 1530-QUEST-LINES
	PERFORM 1540-SCHEDULE-FACTS
	MOVE " " TO WS-RPT-LINE
	PERFORM 0500-PRINT-LINE
	STRING "Treasury: every holder settled at 0.00 gp; "
		WS-PURSE-LINES " party purse line(s) go to arctreas.dat."
		DELIMITED BY SIZE INTO WS-RPT-LINE
	END-STRING
	PERFORM 0500-PRINT-LINE
	MOVE ALL "=" TO WS-RPT-LINE(1:64)
	PERFORM 0500-PRINT-LINE
	PERFORM 0550-CLOSE-SPOOL.

1510-SESSION-FACTS.
	MOVE 0 TO WS-SESS-COUNT
	MOVE 0 TO WS-FIRST-DATE
	MOVE 0 TO WS-LAST-DATE
	OPEN INPUT SessionFile
	IF WS-SESSFILE-STATUS = "00"
		MOVE 0 TO sj-id
		START SessionFile KEY IS >= sj-id
			INVALID KEY
				CONTINUE
		END-START
		IF WS-SESSFILE-STATUS = "00"
			MOVE "N" TO WS-EOF-SW
			PERFORM UNTIL END-OF-SCAN
				READ SessionFile NEXT RECORD
					AT END
						MOVE "Y" TO WS-EOF-SW
					NOT AT END
						IF sj-party-id = WS-PICK-PARTY-ID
							ADD 1 TO WS-SESS-COUNT
							IF WS-FIRST-DATE = 0 OR sj-date < WS-FIRST-DATE
								MOVE sj-date TO WS-FIRST-DATE
							END-IF
							IF sj-date > WS-LAST-DATE
								MOVE sj-date TO WS-LAST-DATE
							END-IF
						END-IF
				END-READ
			END-PERFORM
		END-IF
		CLOSE SessionFile
	END-IF
	IF WS-SESS-COUNT = 0
		MOVE "Sessions played: none on file." TO WS-RPT-LINE
	ELSE
		STRING "Sessions played: " WS-SESS-COUNT "   first "
			WS-FIRST-DATE "   last " WS-LAST-DATE
			DELIMITED BY SIZE INTO WS-RPT-LINE
		END-STRING
	END-IF
	PERFORM 0500-PRINT-LINE.

1520-MEMBER-LINES.
	MOVE " " TO WS-RPT-LINE
	PERFORM 0500-PRINT-LINE
	STRING "The table (" WS-MB-COUNT " member(s), retired to the archive):"
		DELIMITED BY SIZE INTO WS-RPT-LINE
	END-STRING
	PERFORM 0500-PRINT-LINE
	PERFORM VARYING WS-MB-IDX FROM 1 BY 1 UNTIL WS-MB-IDX > WS-MB-COUNT
		STRING "  ID " WS-MB-ID(WS-MB-IDX) "  " WS-MB-NAME(WS-MB-IDX)
			"  " WS-MB-RACE(WS-MB-IDX) "  " WS-MB-CLS(WS-MB-IDX)
			"  level " WS-MB-LEVEL(WS-MB-IDX) "  XP " WS-MB-XP(WS-MB-IDX)
			DELIMITED BY SIZE INTO WS-RPT-LINE
		END-STRING
		IF WS-MB-DEAD(WS-MB-IDX) = "Y"
			MOVE "(fell)" TO WS-RPT-LINE(88:6)
		END-IF
		PERFORM 0500-PRINT-LINE
	END-PERFORM.

1530-QUEST-LINES.
	MOVE 0 TO WS-QUEST-COUNT
	MOVE " " TO WS-RPT-LINE
	PERFORM 0500-PRINT-LINE
	MOVE "How the threads ended:" TO WS-RPT-LINE
	PERFORM 0500-PRINT-LINE
	OPEN INPUT QuestFile
	IF WS-QUESTFILE-STATUS = "00"
		MOVE 0 TO qs-id
		START QuestFile KEY IS >= qs-id
			INVALID KEY
				CONTINUE
		END-START
		IF WS-QUESTFILE-STATUS = "00"
			MOVE "N" TO WS-EOF-SW
			PERFORM UNTIL END-OF-SCAN
				READ QuestFile NEXT RECORD
					AT END
						MOVE "Y" TO WS-EOF-SW
					NOT AT END
						IF qs-party-id = WS-PICK-PARTY-ID
							ADD 1 TO WS-QUEST-COUNT
							EVALUATE TRUE
								WHEN quest-completed
									MOVE "COMPLETED" TO WS-QUEST-WORD
								WHEN quest-abandoned
									MOVE "ABANDONED" TO WS-QUEST-WORD
								WHEN OTHER
									MOVE qs-status TO WS-QUEST-WORD
							END-EVALUATE
							STRING "  Quest " qs-id "  " qs-title "  "
								WS-QUEST-WORD "  reward: " DELIMITED BY SIZE
								FUNCTION TRIM(qs-reward) DELIMITED BY SIZE
								INTO WS-RPT-LINE
							END-STRING
							PERFORM 0500-PRINT-LINE
						END-IF
				END-READ
			END-PERFORM
		END-IF
		CLOSE QuestFile
	END-IF
	IF WS-QUEST-COUNT = 0
		MOVE "  (no quests on file)" TO WS-RPT-LINE
		PERFORM 0500-PRINT-LINE
	END-IF.

1540-SCHEDULE-FACTS.
	MOVE 0 TO WS-SCHED-COUNT
	MOVE 0 TO WS-SCHED-CONFIRMED
	MOVE 0 TO WS-SCHED-DROPPED
	OPEN INPUT ScheduleFile
	IF WS-SCHEDFILE-STATUS = "00"
		MOVE 0 TO sch-id
		START ScheduleFile KEY IS >= sch-id
			INVALID KEY
				CONTINUE
		END-START
		IF WS-SCHEDFILE-STATUS = "00"
			MOVE "N" TO WS-EOF-SW
			PERFORM UNTIL END-OF-SCAN
				READ ScheduleFile NEXT RECORD
					AT END
						MOVE "Y" TO WS-EOF-SW
					NOT AT END
						IF sch-party-id = WS-PICK-PARTY-ID
							ADD 1 TO WS-SCHED-COUNT
							IF proposal-confirmed
								ADD 1 TO WS-SCHED-CONFIRMED
							END-IF
							IF proposal-dropped
								ADD 1 TO WS-SCHED-DROPPED
							END-IF
						END-IF
				END-READ
			END-PERFORM
		END-IF
		CLOSE ScheduleFile
	END-IF
	MOVE " " TO WS-RPT-LINE
	PERFORM 0500-PRINT-LINE
	STRING "Schedule proposals: " WS-SCHED-COUNT "   confirmed "
		WS-SCHED-CONFIRMED "   dropped " WS-SCHED-DROPPED
		DELIMITED BY SIZE INTO WS-RPT-LINE
	END-STRING
	PERFORM 0500-PRINT-LINE.

1600-RETIRE-MEMBERS.
	*> what Character Retire does, once per member: the record goes
	*> to archive.dat before it leaves the roster, and the dossier
	*> follows through Dossier Mover.  closeout.dat remembers the table.
	MOVE 0 TO WS-MEMBERS-MOVED
	MOVE 0 TO WS-DOSSIER-TOTAL
	IF WS-MB-COUNT > 0
		OPEN I-O CharacterFile
		OPEN I-O ArchiveFile
		IF WS-ARCH-STATUS = "35"
			OPEN OUTPUT ArchiveFile
			CLOSE ArchiveFile
			OPEN I-O ArchiveFile
		END-IF
		OPEN EXTEND RosterFile
		IF WS-ROSTER-STATUS = "05" OR WS-ROSTER-STATUS = "35"
			CLOSE RosterFile
			OPEN OUTPUT RosterFile
		END-IF
		IF WS-CHARFILE-STATUS NOT = "00" OR WS-ARCH-STATUS NOT = "00"
			DISPLAY "Could not open the roster or the archive - nobody "
				"retired."
		ELSE
			PERFORM VARYING WS-MB-IDX FROM 1 BY 1
				UNTIL WS-MB-IDX > WS-MB-COUNT
				PERFORM 1650-RETIRE-ONE-MEMBER
			END-PERFORM
		END-IF
		CLOSE RosterFile
		IF WS-ARCH-STATUS(1:1) NOT = "3"
			CLOSE ArchiveFile
		END-IF
		IF WS-CHARFILE-STATUS(1:1) NOT = "3"
			CLOSE CharacterFile
		END-IF
	END-IF.

1650-RETIRE-ONE-MEMBER.
	MOVE WS-MB-ID(WS-MB-IDX) TO char-id
	READ CharacterFile
		INVALID KEY
			DISPLAY "ID " WS-MB-ID(WS-MB-IDX) " left the roster already "
				"- skipped."
		NOT INVALID KEY
			MOVE "N" TO WS-ARCHIVED-SW
			MOVE CharacterData TO ArchiveData
			WRITE ArchiveData
				INVALID KEY
					REWRITE ArchiveData
			END-WRITE
			IF WS-ARCH-STATUS = "00" OR WS-ARCH-STATUS = "02"
				MOVE "Y" TO WS-ARCHIVED-SW
			END-IF
			IF SAFELY-ARCHIVED
				MOVE CharacterData TO WS-CJ-BEFORE
				DELETE CharacterFile
					INVALID KEY
						*> still on the roster - take back the archive
						*> copy so the character is on one file only
						MOVE char-id TO arc-char-id
						DELETE ArchiveFile
							INVALID KEY
								DISPLAY "Warning: could not clear the "
									"archive copy of ID " char-id "."
						END-DELETE
						DISPLAY "Could not retire " FUNCTION TRIM(cnamef) " "
							FUNCTION TRIM(cnamel) " - they stay on the roster."
					NOT INVALID KEY
						MOVE "D" TO WS-CJ-ACTION
						PERFORM 0460-JOURNAL-THE-CHANGE
						MOVE "A" TO WS-DOSSIER-DIRECTION
						CALL "DOSSMOVE" USING WS-DOSSIER-DIRECTION, char-id,
							WS-DOSSIER-MOVED
						ADD WS-DOSSIER-MOVED TO WS-DOSSIER-TOTAL
						ADD 1 TO WS-MEMBERS-MOVED
						MOVE WS-PICK-PARTY-ID TO ro-party-id
						MOVE char-id TO ro-char-id
						MOVE WS-TODAY TO ro-closed-date
						WRITE RosterLine
						MOVE "RETIRED" TO al-action
						PERFORM 0400-LOG-ACTION
						IF ctx-active-sw = "Y" AND ctx-char-id = char-id
							MOVE "N" TO ctx-active-sw
						END-IF
				END-DELETE
			ELSE
				DISPLAY "Could not archive " FUNCTION TRIM(cnamef) " "
					FUNCTION TRIM(cnamel) " - they stay on the roster."
			END-IF
	END-READ.

2000-REOPEN.
	DISPLAY "Party ID to reopen? " WITH NO ADVANCING
	ACCEPT WS-PICK-PARTY-ID
	PERFORM 0100-READ-THE-PARTY
	IF PARTY-FOUND
		IF NOT WS-PT-CLOSED
			DISPLAY FUNCTION TRIM(WS-PT-NAME) " is not a closed campaign."
		ELSE
			PERFORM 2100-LOAD-ROSTER
			DISPLAY FUNCTION TRIM(WS-PT-NAME) " was closed out on "
				WS-PT-CLOSED-DATE " with " WS-MB-COUNT " member(s)."
			DISPLAY "Reopen the campaign and bring them all back? (Y/N) "
				WITH NO ADVANCING
			ACCEPT WS-ANSWER
			IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
				MOVE "R" TO WS-DIRECTION-SW
				PERFORM 2200-REINSTATE-MEMBERS
				PERFORM 3000-MOVE-SESSIONS
				PERFORM 4000-MOVE-SCHEDULE
				PERFORM 5000-MOVE-QUESTS
				PERFORM 6000-MOVE-PARTY-PURSE
				PERFORM 2300-CLEAR-ROSTER
				PERFORM 7000-MARK-THE-PARTY
				DISPLAY WS-MEMBERS-MOVED " member(s) back on the roster "
					"with " WS-DOSSIER-TOTAL " dossier record(s)."
				DISPLAY WS-SESS-MOVED " session(s), " WS-SCHED-MOVED
					" proposal(s), " WS-QUEST-MOVED " quest(s), and "
					WS-PURSE-MOVED " purse line(s) restored."
				DISPLAY FUNCTION TRIM(WS-PT-NAME) " is back at the table."
			ELSE
				DISPLAY "Nothing reopened."
			END-IF
		END-IF
	END-IF.

2100-LOAD-ROSTER.
	MOVE 0 TO WS-MB-COUNT
	OPEN INPUT RosterFile
	IF WS-ROSTER-STATUS = "00"
		MOVE "N" TO WS-EOF-SW
		PERFORM UNTIL END-OF-SCAN
			READ RosterFile
				AT END
					MOVE "Y" TO WS-EOF-SW
				NOT AT END
					IF ro-party-id = WS-PICK-PARTY-ID AND WS-MB-COUNT < 50
						ADD 1 TO WS-MB-COUNT
						MOVE ro-char-id TO WS-MB-ID(WS-MB-COUNT)
						MOVE "N" TO WS-MB-BACK(WS-MB-COUNT)
					END-IF
			END-READ
		END-PERFORM
		CLOSE RosterFile
	END-IF.

2200-REINSTATE-MEMBERS.
	*> what Character Archive's reinstate does, once per member
	MOVE 0 TO WS-MEMBERS-MOVED
	MOVE 0 TO WS-DOSSIER-TOTAL
	IF WS-MB-COUNT > 0
		OPEN I-O ArchiveFile
		OPEN I-O CharacterFile
		IF WS-CHARFILE-STATUS = "35"
			OPEN OUTPUT CharacterFile
			CLOSE CharacterFile
			OPEN I-O CharacterFile
		END-IF
		IF WS-CHARFILE-STATUS NOT = "00" OR WS-ARCH-STATUS NOT = "00"
			DISPLAY "Could not open the roster or the archive - nobody "
				"reinstated."
		ELSE
			PERFORM VARYING WS-MB-IDX FROM 1 BY 1
				UNTIL WS-MB-IDX > WS-MB-COUNT
				PERFORM 2250-REINSTATE-ONE-MEMBER
			END-PERFORM
		END-IF
		IF WS-ARCH-STATUS(1:1) NOT = "3"
			CLOSE ArchiveFile
		END-IF
		IF WS-CHARFILE-STATUS(1:1) NOT = "3"
			CLOSE CharacterFile
		END-IF
	END-IF.

2250-REINSTATE-ONE-MEMBER.
	MOVE WS-MB-ID(WS-MB-IDX) TO arc-char-id
	READ ArchiveFile
		INVALID KEY
			DISPLAY "ID " WS-MB-ID(WS-MB-IDX) " is no longer in the "
				"archive - reinstated or purged since.  Skipped."
		NOT INVALID KEY
			MOVE ArchiveData TO CharacterData
			WRITE CharacterData
				INVALID KEY
					DISPLAY "A character with ID " char-id " is already on "
						"the roster - left in the archive."
				NOT INVALID KEY
					MOVE "A" TO WS-CJ-ACTION
					PERFORM 0460-JOURNAL-THE-CHANGE
					DELETE ArchiveFile
						INVALID KEY
							DISPLAY "Warning: could not clear the archive "
								"copy of ID " char-id "."
					END-DELETE
					MOVE "R" TO WS-DOSSIER-DIRECTION
					CALL "DOSSMOVE" USING WS-DOSSIER-DIRECTION, char-id,
						WS-DOSSIER-MOVED
					ADD WS-DOSSIER-MOVED TO WS-DOSSIER-TOTAL
					ADD 1 TO WS-MEMBERS-MOVED
					MOVE "Y" TO WS-MB-BACK(WS-MB-IDX)
					MOVE "REINSTATED" TO al-action
					PERFORM 0400-LOG-ACTION
			END-WRITE
	END-READ.

2300-CLEAR-ROSTER.
	*> the party's reinstated members come off closeout.dat; anyone
	*> left in the archive keeps the line that links them back to the
	*> party, and other closed parties' lines stay put via closeout.tmp
	MOVE 0 TO WS-MEMBERS-LEFT
	OPEN INPUT RosterFile
	IF WS-ROSTER-STATUS = "00"
		OPEN OUTPUT TempFile
		MOVE "N" TO WS-EOF-SW
		PERFORM UNTIL END-OF-SCAN
			READ RosterFile
				AT END
					MOVE "Y" TO WS-EOF-SW
				NOT AT END
					IF ro-party-id NOT = WS-PICK-PARTY-ID
						WRITE TempLine FROM RosterLine
					ELSE
						PERFORM 2350-KEEP-IF-LEFT-BEHIND
					END-IF
			END-READ
		END-PERFORM
		CLOSE TempFile
		CLOSE RosterFile
		CALL "SYSTEM" USING "mv closeout.tmp closeout.dat"
		IF WS-MEMBERS-LEFT > 0
			DISPLAY WS-MEMBERS-LEFT " member(s) left in the archive - "
				"still listed on closeout.dat for a later reopen."
		END-IF
	END-IF.

2350-KEEP-IF-LEFT-BEHIND.
	MOVE "N" TO WS-BACK-SW
	PERFORM VARYING WS-MB-IDX FROM 1 BY 1 UNTIL WS-MB-IDX > WS-MB-COUNT
		IF WS-MB-ID(WS-MB-IDX) = ro-char-id
			AND WS-MB-BACK(WS-MB-IDX) = "Y"
			MOVE "Y" TO WS-BACK-SW
		END-IF
	END-PERFORM
	IF NOT MEMBER-BACK
		WRITE TempLine FROM RosterLine
		ADD 1 TO WS-MEMBERS-LEFT
	END-IF.

3000-MOVE-SESSIONS.
	MOVE 0 TO WS-SESS-MOVED
	OPEN I-O SessionFile
	IF WS-SESSFILE-STATUS = "35"
		OPEN OUTPUT SessionFile
		CLOSE SessionFile
		OPEN I-O SessionFile
	END-IF
	OPEN I-O SessArchFile
	IF WS-SESSARCH-STATUS = "35"
		OPEN OUTPUT SessArchFile
		CLOSE SessArchFile
		OPEN I-O SessArchFile
	END-IF
	IF WS-SESSFILE-STATUS = "00" AND WS-SESSARCH-STATUS = "00"
		*> a pass holds 100 ids, and a pass that moves nothing means
		*> the rest are refusing - stop rather than spin
		MOVE 0 TO WS-PASS-COUNT
		MOVE 1 TO WS-PASS-MOVED
		PERFORM 3100-COLLECT-SESSION-KEYS
		PERFORM UNTIL WS-KEY-COUNT = 0 OR WS-PASS-MOVED = 0
			OR WS-PASS-COUNT > 50
			ADD 1 TO WS-PASS-COUNT
			MOVE 0 TO WS-PASS-MOVED
			PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
				UNTIL WS-KEY-IDX > WS-KEY-COUNT
				PERFORM 3200-MOVE-ONE-SESSION
			END-PERFORM
			PERFORM 3100-COLLECT-SESSION-KEYS
		END-PERFORM
	ELSE
		DISPLAY "Warning: sessions.dat or sessarch.dat will not open - "
			"sessions not moved."
	END-IF
	IF WS-SESSFILE-STATUS(1:1) NOT = "3"
		CLOSE SessionFile
	END-IF
	IF WS-SESSARCH-STATUS(1:1) NOT = "3"
		CLOSE SessArchFile
	END-IF.

3100-COLLECT-SESSION-KEYS.
	MOVE 0 TO WS-KEY-COUNT
	MOVE "N" TO WS-EOF-SW
	IF CLOSING-OUT
		MOVE 0 TO sj-id
		START SessionFile KEY IS >= sj-id
			INVALID KEY
				MOVE "Y" TO WS-EOF-SW
		END-START
		PERFORM UNTIL END-OF-SCAN
			READ SessionFile NEXT RECORD
				AT END
					MOVE "Y" TO WS-EOF-SW
				NOT AT END
					IF sj-party-id = WS-PICK-PARTY-ID AND WS-KEY-COUNT < 100
						ADD 1 TO WS-KEY-COUNT
						MOVE sj-id TO WS-KEY-ID(WS-KEY-COUNT)
					END-IF
			END-READ
		END-PERFORM
		MOVE "00" TO WS-SESSFILE-STATUS
	ELSE
		MOVE 0 TO sa-id
		START SessArchFile KEY IS >= sa-id
			INVALID KEY
				MOVE "Y" TO WS-EOF-SW
		END-START
		PERFORM UNTIL END-OF-SCAN
			READ SessArchFile NEXT RECORD
				AT END
					MOVE "Y" TO WS-EOF-SW
				NOT AT END
					IF sa-party-id = WS-PICK-PARTY-ID AND WS-KEY-COUNT < 100
						ADD 1 TO WS-KEY-COUNT
						MOVE sa-id TO WS-KEY-ID(WS-KEY-COUNT)
					END-IF
			END-READ
		END-PERFORM
		MOVE "00" TO WS-SESSARCH-STATUS
	END-IF.

3200-MOVE-ONE-SESSION.
	*> an id already taken on the far side is never overwritten - the
	*> row stays where it is and says so
	IF CLOSING-OUT
		MOVE WS-KEY-ID(WS-KEY-IDX) TO sj-id
		READ SessionFile
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				MOVE SessionData TO SessArchData
				WRITE SessArchData
					INVALID KEY
						DISPLAY "Warning: session " sj-id " is already in "
							"sessarch.dat - left in sessions.dat."
					NOT INVALID KEY
						DELETE SessionFile
							INVALID KEY
								CONTINUE
						END-DELETE
						ADD 1 TO WS-SESS-MOVED
						ADD 1 TO WS-PASS-MOVED
				END-WRITE
		END-READ
	ELSE
		MOVE WS-KEY-ID(WS-KEY-IDX) TO sa-id
		READ SessArchFile
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				MOVE SessArchData TO SessionData
				WRITE SessionData
					INVALID KEY
						DISPLAY "Warning: session " sj-id " is taken in "
							"sessions.dat - left in sessarch.dat."
					NOT INVALID KEY
						DELETE SessArchFile
							INVALID KEY
								CONTINUE
						END-DELETE
						ADD 1 TO WS-SESS-MOVED
						ADD 1 TO WS-PASS-MOVED
				END-WRITE
		END-READ
	END-IF.

4000-MOVE-SCHEDULE.
	MOVE 0 TO WS-SCHED-MOVED
	OPEN I-O ScheduleFile
	IF WS-SCHEDFILE-STATUS = "35"
		OPEN OUTPUT ScheduleFile
		CLOSE ScheduleFile
		OPEN I-O ScheduleFile
	END-IF
	OPEN I-O SchedArchFile
	IF WS-SCHEDARCH-STATUS = "35"
		OPEN OUTPUT SchedArchFile
		CLOSE SchedArchFile
		OPEN I-O SchedArchFile
	END-IF
	IF WS-SCHEDFILE-STATUS = "00" AND WS-SCHEDARCH-STATUS = "00"
		MOVE 0 TO WS-PASS-COUNT
		MOVE 1 TO WS-PASS-MOVED
		PERFORM 4100-COLLECT-SCHEDULE-KEYS
		PERFORM UNTIL WS-KEY-COUNT = 0 OR WS-PASS-MOVED = 0
			OR WS-PASS-COUNT > 50
			ADD 1 TO WS-PASS-COUNT
			MOVE 0 TO WS-PASS-MOVED
			PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
				UNTIL WS-KEY-IDX > WS-KEY-COUNT
				PERFORM 4200-MOVE-ONE-PROPOSAL
			END-PERFORM
			PERFORM 4100-COLLECT-SCHEDULE-KEYS
		END-PERFORM
	ELSE
		DISPLAY "Warning: schedule.dat or schedarch.dat will not open - "
			"proposals not moved."
	END-IF
	IF WS-SCHEDFILE-STATUS(1:1) NOT = "3"
		CLOSE ScheduleFile
	END-IF
	IF WS-SCHEDARCH-STATUS(1:1) NOT = "3"
		CLOSE SchedArchFile
	END-IF.

4100-COLLECT-SCHEDULE-KEYS.
	MOVE 0 TO WS-KEY-COUNT
	MOVE "N" TO WS-EOF-SW
	IF CLOSING-OUT
		MOVE 0 TO sch-id
		START ScheduleFile KEY IS >= sch-id
			INVALID KEY
				MOVE "Y" TO WS-EOF-SW
		END-START
		PERFORM UNTIL END-OF-SCAN
			READ ScheduleFile NEXT RECORD
				AT END
					MOVE "Y" TO WS-EOF-SW
				NOT AT END
					IF sch-party-id = WS-PICK-PARTY-ID AND WS-KEY-COUNT < 100
						ADD 1 TO WS-KEY-COUNT
						MOVE sch-id TO WS-KEY-ID(WS-KEY-COUNT)
					END-IF
			END-READ
		END-PERFORM
		MOVE "00" TO WS-SCHEDFILE-STATUS
	ELSE
		MOVE 0 TO ha-id
		START SchedArchFile KEY IS >= ha-id
			INVALID KEY
				MOVE "Y" TO WS-EOF-SW
		END-START
		PERFORM UNTIL END-OF-SCAN
			READ SchedArchFile NEXT RECORD
				AT END
					MOVE "Y" TO WS-EOF-SW
				NOT AT END
					IF ha-party-id = WS-PICK-PARTY-ID AND WS-KEY-COUNT < 100
						ADD 1 TO WS-KEY-COUNT
						MOVE ha-id TO WS-KEY-ID(WS-KEY-COUNT)
					END-IF
			END-READ
		END-PERFORM
		MOVE "00" TO WS-SCHEDARCH-STATUS
	END-IF.

4200-MOVE-ONE-PROPOSAL.
	IF CLOSING-OUT
		MOVE WS-KEY-ID(WS-KEY-IDX) TO sch-id
		READ ScheduleFile
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				MOVE ScheduleData TO SchedArchData
				WRITE SchedArchData
					INVALID KEY
						DISPLAY "Warning: proposal " sch-id " is already in "
							"schedarch.dat - left in schedule.dat."
					NOT INVALID KEY
						DELETE ScheduleFile
							INVALID KEY
								CONTINUE
						END-DELETE
						ADD 1 TO WS-SCHED-MOVED
						ADD 1 TO WS-PASS-MOVED
				END-WRITE
		END-READ
	ELSE
		MOVE WS-KEY-ID(WS-KEY-IDX) TO ha-id
		READ SchedArchFile
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				MOVE SchedArchData TO ScheduleData
				WRITE ScheduleData
					INVALID KEY
						DISPLAY "Warning: proposal " sch-id " is taken in "
							"schedule.dat - left in schedarch.dat."
					NOT INVALID KEY
						DELETE SchedArchFile
							INVALID KEY
								CONTINUE
						END-DELETE
						ADD 1 TO WS-SCHED-MOVED
						ADD 1 TO WS-PASS-MOVED
				END-WRITE
		END-READ
	END-IF.

5000-MOVE-QUESTS.
	MOVE 0 TO WS-QUEST-MOVED
	OPEN I-O QuestFile
	IF WS-QUESTFILE-STATUS = "35"
		OPEN OUTPUT QuestFile
		CLOSE QuestFile
		OPEN I-O QuestFile
	END-IF
	OPEN I-O QuestArchFile
	IF WS-QUESTARCH-STATUS = "35"
		OPEN OUTPUT QuestArchFile
		CLOSE QuestArchFile
		OPEN I-O QuestArchFile
	END-IF
	IF WS-QUESTFILE-STATUS = "00" AND WS-QUESTARCH-STATUS = "00"
		MOVE 0 TO WS-PASS-COUNT
		MOVE 1 TO WS-PASS-MOVED
		PERFORM 5100-COLLECT-QUEST-KEYS
		PERFORM UNTIL WS-KEY-COUNT = 0 OR WS-PASS-MOVED = 0
			OR WS-PASS-COUNT > 50
			ADD 1 TO WS-PASS-COUNT
			MOVE 0 TO WS-PASS-MOVED
			PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
				UNTIL WS-KEY-IDX > WS-KEY-COUNT
				PERFORM 5200-MOVE-ONE-QUEST
			END-PERFORM
			PERFORM 5100-COLLECT-QUEST-KEYS
		END-PERFORM
	ELSE
		DISPLAY "Warning: quest.dat or questarch.dat will not open - "
			"quests not moved."
	END-IF
	IF WS-QUESTFILE-STATUS(1:1) NOT = "3"
		CLOSE QuestFile
	END-IF
	IF WS-QUESTARCH-STATUS(1:1) NOT = "3"
		CLOSE QuestArchFile
	END-IF.

5100-COLLECT-QUEST-KEYS.
	MOVE 0 TO WS-KEY-COUNT
	MOVE "N" TO WS-EOF-SW
	IF CLOSING-OUT
		MOVE 0 TO qs-id
		START QuestFile KEY IS >= qs-id
			INVALID KEY
				MOVE "Y" TO WS-EOF-SW
		END-START
		PERFORM UNTIL END-OF-SCAN
			READ QuestFile NEXT RECORD
				AT END
					MOVE "Y" TO WS-EOF-SW
				NOT AT END
					IF qs-party-id = WS-PICK-PARTY-ID AND WS-KEY-COUNT < 100
						ADD 1 TO WS-KEY-COUNT
						MOVE qs-id TO WS-KEY-ID(WS-KEY-COUNT)
					END-IF
			END-READ
		END-PERFORM
		MOVE "00" TO WS-QUESTFILE-STATUS
	ELSE
		MOVE 0 TO qa-id
		START QuestArchFile KEY IS >= qa-id
			INVALID KEY
				MOVE "Y" TO WS-EOF-SW
		END-START
		PERFORM UNTIL END-OF-SCAN
			READ QuestArchFile NEXT RECORD
				AT END
					MOVE "Y" TO WS-EOF-SW
				NOT AT END
					IF qa-party-id = WS-PICK-PARTY-ID AND WS-KEY-COUNT < 100
						ADD 1 TO WS-KEY-COUNT
						MOVE qa-id TO WS-KEY-ID(WS-KEY-COUNT)
					END-IF
			END-READ
		END-PERFORM
		MOVE "00" TO WS-QUESTARCH-STATUS
	END-IF.

5200-MOVE-ONE-QUEST.
	IF CLOSING-OUT
		MOVE WS-KEY-ID(WS-KEY-IDX) TO qs-id
		READ QuestFile
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				MOVE QuestData TO QuestArchData
				WRITE QuestArchData
					INVALID KEY
						DISPLAY "Warning: quest " qs-id " is already in "
							"questarch.dat - left in quest.dat."
					NOT INVALID KEY
						DELETE QuestFile
							INVALID KEY
								CONTINUE
						END-DELETE
						ADD 1 TO WS-QUEST-MOVED
						ADD 1 TO WS-PASS-MOVED
				END-WRITE
		END-READ
	ELSE
		MOVE WS-KEY-ID(WS-KEY-IDX) TO qa-id
		READ QuestArchFile
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				MOVE QuestArchData TO QuestData
				WRITE QuestData
					INVALID KEY
						DISPLAY "Warning: quest " qs-id " is taken in "
							"quest.dat - left in questarch.dat."
					NOT INVALID KEY
						DELETE QuestArchFile
							INVALID KEY
								CONTINUE
						END-DELETE
						ADD 1 TO WS-QUEST-MOVED
						ADD 1 TO WS-PASS-MOVED
				END-WRITE
		END-READ
	END-IF.

6000-MOVE-PARTY-PURSE.
	*> the members' own ledger lines travel with their dossiers; the
	*> party purse lines (tr-char-id 0) are moved here, as a filter
	*> pass the same way Dossier Mover does it.
	MOVE 0 TO WS-PURSE-MOVED
	IF CLOSING-OUT
		OPEN INPUT TreasuryFile
		IF WS-TREAS-STATUS = "00"
			OPEN EXTEND ArcTreasFile
			IF WS-ARCTREAS-STATUS = "05" OR WS-ARCTREAS-STATUS = "35"
				CLOSE ArcTreasFile
				OPEN OUTPUT ArcTreasFile
			END-IF
			OPEN OUTPUT TempFile
			MOVE "N" TO WS-EOF-SW
			PERFORM UNTIL END-OF-SCAN
				READ TreasuryFile
					AT END
						MOVE "Y" TO WS-EOF-SW
					NOT AT END
						IF tr-party-id = WS-PICK-PARTY-ID AND tr-char-id = 0
							WRITE ArcTreasLine FROM TreasuryRecord
							ADD 1 TO WS-PURSE-MOVED
						ELSE
							WRITE TempLine FROM TreasuryRecord
						END-IF
				END-READ
			END-PERFORM
			CLOSE TempFile
			CLOSE ArcTreasFile
			CLOSE TreasuryFile
			CALL "SYSTEM" USING "mv closeout.tmp treasury.dat"
		END-IF
	ELSE
		OPEN INPUT ArcTreasFile
		IF WS-ARCTREAS-STATUS = "00"
			OPEN EXTEND TreasuryFile
			IF WS-TREAS-STATUS = "05" OR WS-TREAS-STATUS = "35"
				CLOSE TreasuryFile
				OPEN OUTPUT TreasuryFile
			END-IF
			OPEN OUTPUT TempFile
			MOVE "N" TO WS-EOF-SW
			PERFORM UNTIL END-OF-SCAN
				READ ArcTreasFile
					AT END
						MOVE "Y" TO WS-EOF-SW
					NOT AT END
						MOVE ArcTreasLine TO TreasuryRecord
						IF tr-party-id = WS-PICK-PARTY-ID AND tr-char-id = 0
							WRITE TreasuryRecord
							ADD 1 TO WS-PURSE-MOVED
						ELSE
							WRITE TempLine FROM ArcTreasLine
						END-IF
				END-READ
			END-PERFORM
			CLOSE TempFile
			CLOSE TreasuryFile
			CLOSE ArcTreasFile
			CALL "SYSTEM" USING "mv closeout.tmp arctreas.dat"
		END-IF
	END-IF.

7000-MARK-THE-PARTY.
	OPEN I-O PartyFile
	IF WS-PARTYFILE-STATUS = "00"
		MOVE WS-PICK-PARTY-ID TO pt-id
		READ PartyFile
			INVALID KEY
				DISPLAY "Warning: party " WS-PICK-PARTY-ID " vanished from "
					"party.dat."
			NOT INVALID KEY
				IF CLOSING-OUT
					MOVE "C" TO pt-status
					MOVE WS-TODAY TO pt-closed-date
				ELSE
					MOVE "A" TO pt-status
					MOVE 0 TO pt-closed-date
				END-IF
				REWRITE PartyData
					INVALID KEY
						DISPLAY "Warning: could not update party "
							WS-PICK-PARTY-ID "."
				END-REWRITE
		END-READ
		CLOSE PartyFile
	ELSE
		DISPLAY "Warning: party.dat will not open - the party is not "
			"marked."
	END-IF.

8000-LIST-CLOSED.
	MOVE 0 TO WS-CLOSED-COUNT
	OPEN INPUT PartyFile
	IF WS-PARTYFILE-STATUS NOT = "00"
		DISPLAY "No parties on file yet."
	ELSE
		MOVE 0 TO pt-id
		START PartyFile KEY IS >= pt-id
			INVALID KEY
				CONTINUE
		END-START
		IF WS-PARTYFILE-STATUS = "00"
			MOVE "N" TO WS-EOF-SW
			PERFORM UNTIL END-OF-SCAN
				READ PartyFile NEXT RECORD
					AT END
						MOVE "Y" TO WS-EOF-SW
					NOT AT END
						IF party-closed
							ADD 1 TO WS-CLOSED-COUNT
							DISPLAY pt-id "  " pt-name "  Campaign: "
								pt-campaign "  closed " pt-closed-date
						END-IF
				END-READ
			END-PERFORM
		END-IF
		CLOSE PartyFile
	END-IF
	DISPLAY WS-CLOSED-COUNT " closed campaign(s) on file.".

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
	MOVE WS-LOG-HHMMSS TO al-time
	IF ctx-op-name NOT = SPACES AND ctx-op-name NOT = LOW-VALUES
		MOVE ctx-op-name TO al-player
	ELSE
		MOVE pnamef TO al-playerf
		MOVE pnamel TO al-playerl
	END-IF
	MOVE cnamef TO al-charf
	MOVE cnamel TO al-charl
	OPEN EXTEND AuditLogFile
	IF WS-LOG-STATUS = "05" OR WS-LOG-STATUS = "35"
		CLOSE AuditLogFile
		OPEN OUTPUT AuditLogFile
	END-IF
	WRITE AuditLogRecord
	CLOSE AuditLogFile.

0450-OPEN-SPOOL.
	MOVE "O" TO WS-RPT-OP
	CALL "RPTSPOOL" USING WS-RPT-OP, WS-RPT-NAME, WS-RPT-LINE
	MOVE "Y" TO WS-SPOOLING-SW.

0500-PRINT-LINE.
	DISPLAY FUNCTION TRIM(WS-RPT-LINE TRAILING)
	IF SPOOLING
		MOVE "W" TO WS-RPT-OP
		CALL "RPTSPOOL" USING WS-RPT-OP, WS-RPT-NAME, WS-RPT-LINE
	END-IF
	MOVE SPACES TO WS-RPT-LINE.

0550-CLOSE-SPOOL.
	IF SPOOLING
		MOVE "C" TO WS-RPT-OP
		CALL "RPTSPOOL" USING WS-RPT-OP, WS-RPT-NAME, WS-RPT-LINE
		MOVE "N" TO WS-SPOOLING-SW
	END-IF.

0040-CHECK-LAYOUT-VERSION.
	*> refuse to run against a character.dat or party.dat stamped for
	*> a different build - Data Upgrade converts them and moves the
	*> stamps.
	MOVE "C" TO WS-VER-MODE
	MOVE "character.dat" TO WS-VER-FILE
	MOVE dv-charrec-version TO WS-VER-VERSION
	CALL "VERCHECK" USING WS-VER-MODE, WS-VER-FILE, WS-VER-VERSION,
		WS-VER-RESULT
	IF WS-VER-RESULT = "N"
		DISPLAY "Not touching character.dat - run Data Upgrade first."
		GOBACK
	END-IF
	MOVE "C" TO WS-VER-MODE
	MOVE "party.dat" TO WS-VER-FILE
	MOVE dv-partyrec-version TO WS-VER-VERSION
	CALL "VERCHECK" USING WS-VER-MODE, WS-VER-FILE, WS-VER-VERSION,
		WS-VER-RESULT
	IF WS-VER-RESULT = "N"
		DISPLAY "Not touching party.dat - run Data Upgrade first."
		GOBACK
	END-IF.
