		>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. INVMOVE.
AUTHOR. Loren Stevenson
DATE-WRITTEN. August 17, 2023
*> Inventory movement log, CALLed the way CHARJRNL is.  Every program
*> that changes how many of an item a character carries hands this
*> the char-id, the item, the signed change and its own name; one line
*> lands in invmove.dat (see INVMVREC.cpy) with the date, time and
*> signed-on operator.  The adventure logsheet reads it back to show
*> the magic items each game night brought or took away.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT MoveFile ASSIGN TO "invmove.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		ACCESS IS SEQUENTIAL
		FILE STATUS IS WS-MOVE-STATUS.
DATA DIVISION.
FILE SECTION.
FD MoveFile.
	COPY INVMVREC.

WORKING-STORAGE SECTION.
01 WS-MOVE-STATUS PIC XX VALUE "00".
01 WS-TIME-FULL PIC 9(8).
01 WS-TIME-R REDEFINES WS-TIME-FULL.
	02 WS-TIME-HHMMSS PIC 9(6).
	02 WS-TIME-HSEC PIC 9(2).

*> shared with game_console - who is signed on, for the log line.
01 CONSOLE-CONTEXT EXTERNAL.
	02 ctx-char-id PIC 9(6).
	02 ctx-active-sw PIC X.
	02 ctx-op-id PIC x(8).
	02 ctx-op-name PIC x(17).
	02 ctx-op-role PIC X.

LINKAGE SECTION.
01 LK-CHAR-ID PIC 9(6).
01 LK-ITEM-NAME PIC x(20).
01 LK-QTY-CHANGE PIC S9(4).
01 LK-PROGRAM PIC x(20).

PROCEDURE DIVISION USING LK-CHAR-ID, LK-ITEM-NAME, LK-QTY-CHANGE,
	LK-PROGRAM.
0000-MAIN.
	IF LK-QTY-CHANGE NOT = 0
		MOVE SPACES TO InventoryMoveRecord
		ACCEPT im-date FROM DATE YYYYMMDD
		ACCEPT WS-TIME-FULL FROM TIME
		MOVE WS-TIME-HHMMSS TO im-time
		MOVE LK-CHAR-ID TO im-char-id
		MOVE LK-ITEM-NAME TO im-item-name
		MOVE LK-QTY-CHANGE TO im-qty-change
		MOVE LK-PROGRAM TO im-program
		IF ctx-op-id NOT = LOW-VALUES
			MOVE ctx-op-id TO im-op-id
		END-IF
		OPEN EXTEND MoveFile
		IF WS-MOVE-STATUS = "05" OR WS-MOVE-STATUS = "35"
			CLOSE MoveFile
			OPEN OUTPUT MoveFile
		END-IF
		IF WS-MOVE-STATUS = "00"
			WRITE InventoryMoveRecord
			CLOSE MoveFile
		ELSE
			DISPLAY "Warning: could not write the inventory movement log "
				"(status " WS-MOVE-STATUS ")."
		END-IF
	END-IF
	GOBACK.
