		>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CHARJRNL.
AUTHOR. Loren Stevenson
DATE-WRITTEN. April 27, 2023
*> Roll-forward journal for character.dat, CALLed the way DICEROLL
*> is.  Every program that adds, changes, or deletes a CharacterData
*> record hands this the action ("A", "C", or "D"), its own name, the
*> record as it was read, and the record as it now stands; one line
*> lands in today's charjrnl-YYYYMMDD.dat with the date, time, and
*> operator.  A snapshot only goes back to the night it was taken -
*> Roll Forward.cbl replays these lines on top of it so a restore or
*> a salvage does not cost the whole day's table work.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT JournalFile ASSIGN TO WS-JRNL-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		ACCESS IS SEQUENTIAL
		FILE STATUS IS WS-JRNL-STATUS.
DATA DIVISION.
FILE SECTION.
FD JournalFile.
	COPY CHJRNREC.

WORKING-STORAGE SECTION.
01 WS-JRNL-STATUS PIC XX VALUE "00".
01 WS-JRNL-NAME PIC x(30) VALUE SPACES.
01 WS-TODAY PIC 9(8).

*> shared with game_console - who is signed on, for the journal line.
01 CONSOLE-CONTEXT EXTERNAL.
	02 ctx-char-id PIC 9(6).
	02 ctx-active-sw PIC X.
	02 ctx-op-id PIC x(8).
	02 ctx-op-name PIC x(17).
	02 ctx-op-role PIC X.

LINKAGE SECTION.
01 LK-ACTION PIC X.
01 LK-PROGRAM PIC x(20).
01 LK-BEFORE.
	02 LK-BEFORE-CHAR-ID PIC 9(6).
	02 FILLER PIC X(299).
01 LK-AFTER.
	02 LK-AFTER-CHAR-ID PIC 9(6).
	02 FILLER PIC X(299).

PROCEDURE DIVISION USING LK-ACTION, LK-PROGRAM, LK-BEFORE, LK-AFTER.
0000-MAIN.
	ACCEPT WS-TODAY FROM DATE YYYYMMDD
	MOVE SPACES TO WS-JRNL-NAME
	STRING "charjrnl-" DELIMITED BY SIZE
		WS-TODAY DELIMITED BY SIZE
		".dat" DELIMITED BY SIZE
		INTO WS-JRNL-NAME
	END-STRING
	MOVE SPACES TO CharJournalRecord
	MOVE WS-TODAY TO cj-date
	ACCEPT cj-time FROM TIME
	IF ctx-op-id NOT = LOW-VALUES
		MOVE ctx-op-id TO cj-op-id
	END-IF
	MOVE LK-PROGRAM TO cj-program
	MOVE LK-ACTION TO cj-action
	*> an add has nothing before it and a delete leaves nothing after
	IF NOT cj-added
		MOVE LK-BEFORE TO cj-before
	END-IF
	IF cj-deleted
		MOVE LK-BEFORE-CHAR-ID TO cj-char-id
	ELSE
		MOVE LK-AFTER TO cj-after
		MOVE LK-AFTER-CHAR-ID TO cj-char-id
	END-IF
	OPEN EXTEND JournalFile
	IF WS-JRNL-STATUS = "05" OR WS-JRNL-STATUS = "35"
		CLOSE JournalFile
		OPEN OUTPUT JournalFile
	END-IF
	IF WS-JRNL-STATUS = "00"
		WRITE CharJournalRecord
		CLOSE JournalFile
	ELSE
		DISPLAY "Warning: could not write the character journal (status "
			WS-JRNL-STATUS ") - this change will not roll forward."
	END-IF
	GOBACK.
