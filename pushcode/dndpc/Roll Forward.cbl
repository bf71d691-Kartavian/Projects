		>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. roll_forward IS INITIAL.
AUTHOR. Loren Stevenson
DATE-WRITTEN. April 27, 2023
*> Recovery run for character.dat.  Every add, change, and delete
*> lands a before/after image in the dated charjrnl-YYYYMMDD.dat
*> files (see CHARJRNL.cbl and CHJRNREC.cpy); this walks those files
*> day by day and puts the work back.
*>
*> Replay: after Data Snapshot restores a set, give it the set's stamp
*> and a stop time, and every journal entry in between is applied to
*> the restored file in the order it happened - but only where the
*> record on file still matches the entry's before image.  Anything
*> that does not match is reported and skipped (or forced, if asked),
*> and an entry whose after image is already on file is left alone.
*>
*> Missing records: after Index Salvage drops records it could not
*> read, the newest journal image of every character no longer on
*> file is written back, and later changes to it follow along.
*>
*> Either way, every record reapplied and every before-image mismatch
*> is listed, and can be spooled.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT CharacterFile ASSIGN TO "character.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS char-id
		ALTERNATE RECORD KEY IS cname WITH DUPLICATES
		ALTERNATE RECORD KEY IS party-id WITH DUPLICATES
		FILE STATUS IS WS-CHARFILE-STATUS.
	SELECT JournalFile ASSIGN TO WS-JRNL-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		ACCESS IS SEQUENTIAL
		FILE STATUS IS WS-JRNL-STATUS.
	SELECT AuditLogFile ASSIGN TO "charlog.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		ACCESS IS SEQUENTIAL
		FILE STATUS IS WS-LOG-STATUS.
DATA DIVISION.
FILE SECTION.
FD CharacterFile.
	COPY CHARREC.

FD JournalFile.
	COPY CHJRNREC.

FD AuditLogFile.
	COPY AUDITLOG.

WORKING-STORAGE SECTION.

*> layout-version gate for character.dat (see DATAVER.cpy and
*> VERCHECK.cbl) - checked before the file is opened.
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

01 WS-CHARFILE-STATUS PIC XX VALUE "00".
01 WS-JRNL-STATUS PIC XX VALUE "00".
01 WS-LOG-STATUS PIC XX VALUE "00".
01 WS-JRNL-NAME PIC x(30) VALUE SPACES.

01 WS-MENU-CHOICE PIC X.
01 WS-FORCE-ANSWER PIC X.
01 WS-RUN-MODE PIC X.
	88 REPLAY-RUN VALUE "R".
	88 MISSING-RUN VALUE "M".

*> the snapshot stamp as Data Snapshot names its sets, and the stop
*> point typed the same way
01 WS-FROM-STAMP.
	02 WS-FROM-DATE PIC 9(8).
	02 FILLER PIC X.
	02 WS-FROM-TIME PIC 9(6).
01 WS-STOP-STAMP.
	02 WS-STOP-DATE PIC 9(8).
	02 FILLER PIC X.
	02 WS-STOP-TIME PIC 9(6).
01 WS-PICK-DATE PIC 9(8).

*> the same window laid out like cj-stamp (date, then HHMMSS and
*> hundredths) so a journal line compares against it directly
01 WS-FROM-KEY.
	02 WS-FROM-KEY-DATE PIC 9(8).
	02 WS-FROM-KEY-TIME PIC 9(6).
	02 WS-FROM-KEY-HSEC PIC 9(2) VALUE 0.
01 WS-STOP-KEY.
	02 WS-STOP-KEY-DATE PIC 9(8).
	02 WS-STOP-KEY-TIME PIC 9(6).
	02 WS-STOP-KEY-HSEC PIC 9(2) VALUE 99.

01 WS-TODAY PIC 9(8).
01 WS-DAY-INT PIC 9(7).
01 WS-STOP-INT PIC 9(7).
01 WS-DAY-DATE PIC 9(8).
01 WS-EOF-SW PIC X VALUE "N".
	88 END-OF-JOURNAL VALUE "Y".
01 WS-PAST-STOP-SW PIC X VALUE "N".
	88 PAST-THE-STOP VALUE "Y".
01 WS-ON-FILE-SW PIC X VALUE "N".
	88 ON-FILE VALUE "Y".
01 WS-OUTCOME PIC x(30).

01 WS-DAY-COUNT PIC 9(4) VALUE 0.
01 WS-READ-COUNT PIC 9(6) VALUE 0.
01 WS-APPLIED-COUNT PIC 9(6) VALUE 0.
01 WS-ALREADY-COUNT PIC 9(6) VALUE 0.
01 WS-MISMATCH-COUNT PIC 9(6) VALUE 0.
01 WS-FORCED-COUNT PIC 9(6) VALUE 0.

*> characters written back by the missing-records run - later
*> journal lines for these follow along; everyone else on file is
*> left exactly as it stands.
01 WS-RECOVERED-TABLE.
	02 WS-RECOVERED-ID PIC 9(6) OCCURS 500 TIMES.
01 WS-RECOVERED-COUNT PIC 9(3) VALUE 0.
01 WS-RECOVERED-IDX PIC 9(3).
01 WS-RECOVERED-SW PIC X VALUE "N".
	88 ALREADY-RECOVERED VALUE "Y".

01 WS-LOG-TIME-FULL PIC 9(8).
01 WS-LOG-TIME-R REDEFINES WS-LOG-TIME-FULL.
	02 WS-LOG-HHMMSS PIC 9(6).
	02 WS-LOG-HSEC PIC 9(2).

*> the listing can be spooled to a dated file under reports/ (see
*> RPTSPOOL.cbl).
01 WS-SPOOL-ANSWER PIC X.
01 WS-SPOOLING-SW PIC X VALUE "N".
	88 SPOOLING VALUE "Y".
01 WS-RPT-OP PIC X.
01 WS-RPT-NAME PIC x(12) VALUE "rollforward".
01 WS-RPT-LINE PIC x(132) VALUE SPACES.

PROCEDURE DIVISION.
0000-MAIN.
	PERFORM 0040-CHECK-LAYOUT-VERSION
	DISPLAY "================================================================"
	DISPLAY "              ROLL FORWARD - CHARACTER JOURNAL"
	DISPLAY "================================================================"
	MOVE SPACE TO WS-MENU-CHOICE
	PERFORM UNTIL WS-MENU-CHOICE = "Q" OR WS-MENU-CHOICE = "q"
		DISPLAY " "
		DISPLAY "1) Replay the journal on top of a restored snapshot"
		DISPLAY "2) Bring back characters missing from character.dat"
		DISPLAY "Q) Done"
		DISPLAY "Choice? " WITH NO ADVANCING
		ACCEPT WS-MENU-CHOICE
		EVALUATE WS-MENU-CHOICE
			WHEN "1"
				PERFORM 1000-REPLAY-ON-A-SNAPSHOT
			WHEN "2"
				PERFORM 3000-RECOVER-MISSING
			WHEN "Q"
			WHEN "q"
				CONTINUE
			WHEN OTHER
				DISPLAY "Not a valid choice."
		END-EVALUATE
	END-PERFORM
	GOBACK.

1000-REPLAY-ON-A-SNAPSHOT.
	MOVE "R" TO WS-RUN-MODE
	ACCEPT WS-TODAY FROM DATE YYYYMMDD
	DISPLAY "Snapshot set the file was restored from "
		"(YYYYMMDD-HHMMSS, as listed)? " WITH NO ADVANCING
	ACCEPT WS-FROM-STAMP
	DISPLAY "Stop after (YYYYMMDD-HHMMSS, blank for everything up to "
		"now)? " WITH NO ADVANCING
	ACCEPT WS-STOP-STAMP
	IF WS-STOP-STAMP = SPACES
		MOVE WS-TODAY TO WS-STOP-DATE
		MOVE "-" TO WS-STOP-STAMP(9:1)
		MOVE 235959 TO WS-STOP-TIME
	END-IF
	EVALUATE TRUE
		WHEN WS-FROM-DATE NOT NUMERIC OR WS-FROM-TIME NOT NUMERIC
			DISPLAY "That is not a snapshot stamp - nothing replayed."
		WHEN WS-STOP-DATE NOT NUMERIC OR WS-STOP-TIME NOT NUMERIC
			DISPLAY "That is not a stop time - nothing replayed."
		WHEN WS-STOP-DATE < WS-FROM-DATE
			OR (WS-STOP-DATE = WS-FROM-DATE AND WS-STOP-TIME < WS-FROM-TIME)
			DISPLAY "The stop time is before the snapshot - nothing "
				"replayed."
		WHEN OTHER
			MOVE WS-FROM-DATE TO WS-FROM-KEY-DATE
			MOVE WS-FROM-TIME TO WS-FROM-KEY-TIME
			MOVE WS-STOP-DATE TO WS-STOP-KEY-DATE
			MOVE WS-STOP-TIME TO WS-STOP-KEY-TIME
			DISPLAY "Apply an entry even when its before image does not "
				"match the file? (Y/N) " WITH NO ADVANCING
			ACCEPT WS-FORCE-ANSWER
			PERFORM 1100-RUN-THE-JOURNALS
	END-EVALUATE.

1100-RUN-THE-JOURNALS.
	OPEN I-O CharacterFile
	IF WS-CHARFILE-STATUS = "35"
		*> a set taken before the first character - start it empty
		OPEN OUTPUT CharacterFile
		CLOSE CharacterFile
		OPEN I-O CharacterFile
	END-IF
	IF WS-CHARFILE-STATUS NOT = "00"
		DISPLAY "Could not open character.dat (status "
			WS-CHARFILE-STATUS ") - nothing replayed."
	ELSE
		MOVE 0 TO WS-DAY-COUNT
		MOVE 0 TO WS-READ-COUNT
		MOVE 0 TO WS-APPLIED-COUNT
		MOVE 0 TO WS-ALREADY-COUNT
		MOVE 0 TO WS-MISMATCH-COUNT
		MOVE 0 TO WS-FORCED-COUNT
		MOVE 0 TO WS-RECOVERED-COUNT
		PERFORM 0450-ASK-ABOUT-SPOOL
		IF REPLAY-RUN
			STRING "Replaying the character journal from "
				WS-FROM-STAMP " through " WS-STOP-STAMP
				DELIMITED BY SIZE INTO WS-RPT-LINE
			END-STRING
		ELSE
			STRING "Recovering missing characters from the journal since "
				WS-FROM-DATE
				DELIMITED BY SIZE INTO WS-RPT-LINE
			END-STRING
		END-IF
		PERFORM 0500-PRINT-LINE
		STRING "Date     Time   Act ID     Character               "
			"Program              Outcome"
			DELIMITED BY SIZE INTO WS-RPT-LINE
		END-STRING
		PERFORM 0500-PRINT-LINE
		STRING "-------- ------ --- ------ ----------------------- "
			"-------------------- ------------------------------"
			DELIMITED BY SIZE INTO WS-RPT-LINE
		END-STRING
		PERFORM 0500-PRINT-LINE
		PERFORM 2000-WALK-THE-JOURNALS
		MOVE "----------------------------------------------------------------"
			TO WS-RPT-LINE
		PERFORM 0500-PRINT-LINE
		STRING WS-DAY-COUNT " journal file(s), " WS-READ-COUNT
			" entr(ies) in the window"
			DELIMITED BY SIZE INTO WS-RPT-LINE
		END-STRING
		PERFORM 0500-PRINT-LINE
		IF REPLAY-RUN
			STRING WS-APPLIED-COUNT " reapplied, " WS-ALREADY-COUNT
				" already on file, " WS-MISMATCH-COUNT
				" before-image mismatch(es), " WS-FORCED-COUNT " forced"
				DELIMITED BY SIZE INTO WS-RPT-LINE
			END-STRING
		ELSE
			STRING WS-RECOVERED-COUNT " character(s) brought back, "
				WS-APPLIED-COUNT " journal image(s) applied to them"
				DELIMITED BY SIZE INTO WS-RPT-LINE
			END-STRING
		END-IF
		PERFORM 0500-PRINT-LINE
		PERFORM 0550-CLOSE-SPOOL
		CLOSE CharacterFile
	END-IF.

2000-WALK-THE-JOURNALS.
	*> one journal file per calendar day - a day nobody touched a
	*> character simply has no file and is stepped over.
	COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-FROM-KEY-DATE)
	COMPUTE WS-STOP-INT = FUNCTION INTEGER-OF-DATE(WS-STOP-KEY-DATE)
	MOVE "N" TO WS-PAST-STOP-SW
	PERFORM UNTIL WS-DAY-INT > WS-STOP-INT OR PAST-THE-STOP
		COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
		PERFORM 2100-READ-ONE-DAY
		ADD 1 TO WS-DAY-INT
	END-PERFORM.

2100-READ-ONE-DAY.
	MOVE SPACES TO WS-JRNL-NAME
	STRING "charjrnl-" DELIMITED BY SIZE
		WS-DAY-DATE DELIMITED BY SIZE
		".dat" DELIMITED BY SIZE
		INTO WS-JRNL-NAME
	END-STRING
	OPEN INPUT JournalFile
	IF WS-JRNL-STATUS = "00"
		ADD 1 TO WS-DAY-COUNT
		MOVE "N" TO WS-EOF-SW
		PERFORM UNTIL END-OF-JOURNAL OR PAST-THE-STOP
			READ JournalFile
				AT END
					MOVE "Y" TO WS-EOF-SW
				NOT AT END
					IF cj-stamp > WS-STOP-KEY
						MOVE "Y" TO WS-PAST-STOP-SW
					ELSE
						IF cj-stamp >= WS-FROM-KEY
							ADD 1 TO WS-READ-COUNT
							IF REPLAY-RUN
								PERFORM 2200-REPLAY-ONE-ENTRY
							ELSE
								PERFORM 3200-RECOVER-ONE-ENTRY
							END-IF
						END-IF
					END-IF
			END-READ
		END-PERFORM
		CLOSE JournalFile
	END-IF.

2200-REPLAY-ONE-ENTRY.
	PERFORM 2250-READ-THE-RECORD
	EVALUATE TRUE
		WHEN cj-added
			PERFORM 2300-REPLAY-AN-ADD
		WHEN cj-changed
			PERFORM 2400-REPLAY-A-CHANGE
		WHEN cj-deleted
			PERFORM 2500-REPLAY-A-DELETE
	END-EVALUATE.

2250-READ-THE-RECORD.
	MOVE cj-char-id TO char-id
	READ CharacterFile
		INVALID KEY
			MOVE "N" TO WS-ON-FILE-SW
		NOT INVALID KEY
			MOVE "Y" TO WS-ON-FILE-SW
	END-READ.

2300-REPLAY-AN-ADD.
	EVALUATE TRUE
		WHEN NOT ON-FILE
			PERFORM 2600-PUT-THE-AFTER-IMAGE
			MOVE "REAPPLIED" TO WS-OUTCOME
			PERFORM 2800-COUNT-AND-REPORT
		WHEN CharacterData = cj-after(1:305)
			ADD 1 TO WS-ALREADY-COUNT
		WHEN OTHER
			*> the id is already taken by something else on file
			PERFORM 2700-HANDLE-A-MISMATCH
	END-EVALUATE.

2400-REPLAY-A-CHANGE.
	EVALUATE TRUE
		WHEN ON-FILE AND CharacterData = cj-before(1:305)
			PERFORM 2600-PUT-THE-AFTER-IMAGE
			MOVE "REAPPLIED" TO WS-OUTCOME
			PERFORM 2800-COUNT-AND-REPORT
		WHEN ON-FILE AND CharacterData = cj-after(1:305)
			ADD 1 TO WS-ALREADY-COUNT
		WHEN OTHER
			PERFORM 2700-HANDLE-A-MISMATCH
	END-EVALUATE.

2500-REPLAY-A-DELETE.
	EVALUATE TRUE
		WHEN NOT ON-FILE
			ADD 1 TO WS-ALREADY-COUNT
		WHEN CharacterData = cj-before(1:305)
			PERFORM 2650-DELETE-THE-RECORD
			MOVE "REAPPLIED" TO WS-OUTCOME
			PERFORM 2800-COUNT-AND-REPORT
		WHEN OTHER
			PERFORM 2700-HANDLE-A-MISMATCH
	END-EVALUATE.

2600-PUT-THE-AFTER-IMAGE.
	MOVE cj-after(1:305) TO CharacterData
	IF ON-FILE
		REWRITE CharacterData
	ELSE
		WRITE CharacterData
	END-IF
	IF WS-CHARFILE-STATUS = "00" OR WS-CHARFILE-STATUS = "02"
		MOVE "Y" TO WS-ON-FILE-SW
		MOVE "ROLLFWD" TO al-action
		PERFORM 0400-LOG-ACTION
	ELSE
		DISPLAY "Warning: could not write ID " cj-char-id " (status "
			WS-CHARFILE-STATUS ")."
	END-IF.

2650-DELETE-THE-RECORD.
	DELETE CharacterFile
		INVALID KEY
			DISPLAY "Warning: could not delete ID " cj-char-id "."
		NOT INVALID KEY
			MOVE "N" TO WS-ON-FILE-SW
			MOVE "ROLLFWD" TO al-action
			PERFORM 0400-LOG-ACTION
	END-DELETE.

2700-HANDLE-A-MISMATCH.
	*> the file is not in the state this entry expects - something
	*> the journal never saw happened in between.  Report it, and
	*> only overwrite when the operator asked for that up front.
	ADD 1 TO WS-MISMATCH-COUNT
	IF WS-FORCE-ANSWER = "Y" OR WS-FORCE-ANSWER = "y"
		ADD 1 TO WS-FORCED-COUNT
		IF cj-deleted
			PERFORM 2650-DELETE-THE-RECORD
		ELSE
			PERFORM 2600-PUT-THE-AFTER-IMAGE
		END-IF
		IF ON-FILE
			MOVE "MISMATCH - FORCED" TO WS-OUTCOME
		ELSE
			MOVE "MISMATCH - FORCED (DELETED)" TO WS-OUTCOME
		END-IF
	ELSE
		IF ON-FILE
			MOVE "MISMATCH - SKIPPED" TO WS-OUTCOME
		ELSE
			MOVE "MISMATCH - SKIPPED (GONE)" TO WS-OUTCOME
		END-IF
	END-IF
	PERFORM 2900-REPORT-THE-ENTRY.

2800-COUNT-AND-REPORT.
	ADD 1 TO WS-APPLIED-COUNT
	PERFORM 2900-REPORT-THE-ENTRY.

2900-REPORT-THE-ENTRY.
	*> names come from whichever image the entry carries
	IF cj-deleted
		MOVE cj-before(1:305) TO CharacterData
	ELSE
		MOVE cj-after(1:305) TO CharacterData
	END-IF
	STRING cj-date " " cj-time(1:6) "  " cj-action "  " cj-char-id " "
		cname " " cj-program " " WS-OUTCOME
		DELIMITED BY SIZE INTO WS-RPT-LINE
	END-STRING
	PERFORM 0500-PRINT-LINE.

3000-RECOVER-MISSING.
	MOVE "M" TO WS-RUN-MODE
	ACCEPT WS-TODAY FROM DATE YYYYMMDD
	DISPLAY "Search the journal from what date (YYYYMMDD - the last "
		"snapshot is a good place to start)? " WITH NO ADVANCING
	ACCEPT WS-PICK-DATE
	IF WS-PICK-DATE NOT NUMERIC OR WS-PICK-DATE = 0
		OR WS-PICK-DATE > WS-TODAY
		DISPLAY "That is not a date to search from - nothing recovered."
	ELSE
		MOVE WS-PICK-DATE TO WS-FROM-DATE
		MOVE 0 TO WS-FROM-TIME
		MOVE WS-TODAY TO WS-STOP-DATE
		MOVE 235959 TO WS-STOP-TIME
		MOVE WS-FROM-DATE TO WS-FROM-KEY-DATE
		MOVE WS-FROM-TIME TO WS-FROM-KEY-TIME
		MOVE WS-STOP-DATE TO WS-STOP-KEY-DATE
		MOVE WS-STOP-TIME TO WS-STOP-KEY-TIME
		MOVE "N" TO WS-FORCE-ANSWER
		PERFORM 1100-RUN-THE-JOURNALS
	END-IF.

3200-RECOVER-ONE-ENTRY.
	*> a character the file has lost comes back at its first journal
	*> image in the window and then rides every later entry, so it
	*> ends at its newest image - or gone again, if it was deleted.
	PERFORM 2250-READ-THE-RECORD
	PERFORM 3300-CHECK-RECOVERED
	EVALUATE TRUE
		WHEN cj-deleted
			IF ON-FILE AND ALREADY-RECOVERED
				PERFORM 2650-DELETE-THE-RECORD
				MOVE "DELETED AGAIN (LATER ENTRY)" TO WS-OUTCOME
				PERFORM 2800-COUNT-AND-REPORT
			END-IF
		WHEN NOT ON-FILE
			PERFORM 2600-PUT-THE-AFTER-IMAGE
			IF ON-FILE
				IF NOT ALREADY-RECOVERED AND WS-RECOVERED-COUNT < 500
					ADD 1 TO WS-RECOVERED-COUNT
					MOVE cj-char-id TO WS-RECOVERED-ID(WS-RECOVERED-COUNT)
				END-IF
				MOVE "RECOVERED" TO WS-OUTCOME
				PERFORM 2800-COUNT-AND-REPORT
			END-IF
		WHEN ALREADY-RECOVERED
			PERFORM 2600-PUT-THE-AFTER-IMAGE
			MOVE "RECOVERED - NEWER IMAGE" TO WS-OUTCOME
			PERFORM 2800-COUNT-AND-REPORT
	END-EVALUATE.

3300-CHECK-RECOVERED.
	MOVE "N" TO WS-RECOVERED-SW
	PERFORM VARYING WS-RECOVERED-IDX FROM 1 BY 1
		UNTIL WS-RECOVERED-IDX > WS-RECOVERED-COUNT
		IF WS-RECOVERED-ID(WS-RECOVERED-IDX) = cj-char-id
			MOVE "Y" TO WS-RECOVERED-SW
			MOVE WS-RECOVERED-COUNT TO WS-RECOVERED-IDX
		END-IF
	END-PERFORM.

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

0450-ASK-ABOUT-SPOOL.
	DISPLAY "Spool this report to a dated file under reports/? (Y/N) "
		WITH NO ADVANCING
	ACCEPT WS-SPOOL-ANSWER
	IF WS-SPOOL-ANSWER = "Y" OR WS-SPOOL-ANSWER = "y"
		MOVE "O" TO WS-RPT-OP
		CALL "RPTSPOOL" USING WS-RPT-OP, WS-RPT-NAME, WS-RPT-LINE
		MOVE "Y" TO WS-SPOOLING-SW
	END-IF.

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
	*> refuse to run against a character.dat stamped for a different
	*> build - Data Upgrade converts the file and moves the stamp.
	MOVE "C" TO WS-VER-MODE
	MOVE "character.dat" TO WS-VER-FILE
	MOVE dv-charrec-version TO WS-VER-VERSION
	CALL "VERCHECK" USING WS-VER-MODE, WS-VER-FILE, WS-VER-VERSION,
		WS-VER-RESULT
	IF WS-VER-RESULT = "N"
		DISPLAY "Not touching character.dat - run Data Upgrade first."
		GOBACK
	END-IF.
