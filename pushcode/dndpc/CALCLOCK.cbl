		>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CALCLOCK.
AUTHOR. Loren Stevenson
DATE-WRITTEN. May 25, 2023
*> A party's in-world clock, CALLed the way DICEROLL is.  Pass "Q"
*> to read where the party's calendar stands, "A" to move it forward
*> by a number of hours, "R" to move it for a long rest, or "S" to
*> set it outright to a day and hour.  Every move is kept in
*> calendar.dat and lands a line in callog.dat with the reason and a
*> note.  A party with no calendar yet starts on day 1 at 08:00.
*> A long rest ("R") is skipped when the party's last move was a
*> long rest entered the same real-world day - Session Tracker rests
*> one character at a time, but the party sleeps together.  The day
*> and hour come back in LK-DAY and LK-HOUR; LK-RESULT is "Y" when
*> the clock moved and "N" when it did not.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT CalendarFile ASSIGN TO "calendar.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS cal-party-id
		FILE STATUS IS WS-CAL-STATUS.
	SELECT CalendarLogFile ASSIGN TO "callog.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		ACCESS IS SEQUENTIAL
		FILE STATUS IS WS-CALLOG-STATUS.
DATA DIVISION.
FILE SECTION.
FD CalendarFile.
	COPY CALREC.

FD CalendarLogFile.
	COPY CALLOG.

WORKING-STORAGE SECTION.
01 WS-CAL-STATUS PIC XX VALUE "00".
01 WS-CALLOG-STATUS PIC XX VALUE "00".
01 WS-TODAY PIC 9(8).
01 WS-TIME-FULL PIC 9(8).
01 WS-TIME-FULL-R REDEFINES WS-TIME-FULL.
	02 WS-TIME-HHMMSS PIC 9(6).
	02 WS-TIME-HSEC PIC 9(2).
01 WS-ON-FILE-SW PIC X VALUE "N".
	88 CALENDAR-ON-FILE VALUE "Y".
01 WS-FROM-DAY PIC 9(6).
01 WS-FROM-HOUR PIC 9(2).
01 WS-TOTAL-HOURS PIC 9(9).
01 WS-DAYS-ON PIC 9(6).

*> shared with game_console - who is signed on, for the log line.
01 CONSOLE-CONTEXT EXTERNAL.
	02 ctx-char-id PIC 9(6).
	02 ctx-active-sw PIC X.
	02 ctx-op-id PIC x(8).
	02 ctx-op-name PIC x(17).
	02 ctx-op-role PIC X.

LINKAGE SECTION.
01 LK-MODE PIC X.
01 LK-PARTY-ID PIC 9(4).
01 LK-HOURS PIC 9(5).
01 LK-REASON PIC x(10).
01 LK-NOTE PIC x(30).
01 LK-DAY PIC 9(6).
01 LK-HOUR PIC 9(2).
01 LK-RESULT PIC X.

PROCEDURE DIVISION USING LK-MODE, LK-PARTY-ID, LK-HOURS, LK-REASON,
	LK-NOTE, LK-DAY, LK-HOUR, LK-RESULT.
0000-MAIN.
	MOVE "N" TO LK-RESULT
	ACCEPT WS-TODAY FROM DATE YYYYMMDD
	IF LK-MODE = "Q"
		PERFORM 1000-READ-THE-CLOCK
	ELSE
		PERFORM 2000-MOVE-THE-CLOCK
	END-IF
	GOBACK.

1000-READ-THE-CLOCK.
	MOVE 1 TO LK-DAY
	MOVE 8 TO LK-HOUR
	OPEN INPUT CalendarFile
	IF WS-CAL-STATUS = "00"
		MOVE LK-PARTY-ID TO cal-party-id
		READ CalendarFile
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				MOVE cal-day TO LK-DAY
				MOVE cal-hour TO LK-HOUR
				MOVE "Y" TO LK-RESULT
		END-READ
		CLOSE CalendarFile
	END-IF.

2000-MOVE-THE-CLOCK.
	OPEN I-O CalendarFile
	IF WS-CAL-STATUS = "35"
		OPEN OUTPUT CalendarFile
		CLOSE CalendarFile
		OPEN I-O CalendarFile
	END-IF
	IF WS-CAL-STATUS NOT = "00"
		DISPLAY "Warning: calendar.dat will not open (status "
			WS-CAL-STATUS ") - the clock did not move."
	ELSE
		MOVE "N" TO WS-ON-FILE-SW
		MOVE LK-PARTY-ID TO cal-party-id
		READ CalendarFile
			INVALID KEY
				MOVE LK-PARTY-ID TO cal-party-id
				MOVE 1 TO cal-day
				MOVE 8 TO cal-hour
				MOVE SPACES TO cal-last-reason
				MOVE 0 TO cal-last-date
			NOT INVALID KEY
				MOVE "Y" TO WS-ON-FILE-SW
		END-READ
		MOVE cal-day TO WS-FROM-DAY
		MOVE cal-hour TO WS-FROM-HOUR
		EVALUATE TRUE
			WHEN LK-MODE = "S"
				MOVE LK-DAY TO cal-day
				MOVE LK-HOUR TO cal-hour
				MOVE "Y" TO LK-RESULT
			WHEN LK-MODE = "R" AND cal-last-reason = "LONG REST"
				AND cal-last-date = WS-TODAY
				*> the party already slept on this tonight
				CONTINUE
			WHEN OTHER
				PERFORM 2100-ADD-THE-HOURS
				MOVE "Y" TO LK-RESULT
		END-EVALUATE
		IF LK-RESULT = "Y"
			MOVE LK-REASON TO cal-last-reason
			MOVE WS-TODAY TO cal-last-date
			IF CALENDAR-ON-FILE
				REWRITE CalendarData
			ELSE
				WRITE CalendarData
			END-IF
			PERFORM 3000-LOG-THE-MOVE
		END-IF
		MOVE cal-day TO LK-DAY
		MOVE cal-hour TO LK-HOUR
		CLOSE CalendarFile
	END-IF.

2100-ADD-THE-HOURS.
	COMPUTE WS-TOTAL-HOURS = cal-hour + LK-HOURS
	DIVIDE WS-TOTAL-HOURS BY 24 GIVING WS-DAYS-ON REMAINDER cal-hour
	ADD WS-DAYS-ON TO cal-day.

3000-LOG-THE-MOVE.
	MOVE LK-PARTY-ID TO cg-party-id
	MOVE WS-TODAY TO cg-date
	ACCEPT WS-TIME-FULL FROM TIME
	MOVE WS-TIME-HHMMSS TO cg-time
	MOVE WS-FROM-DAY TO cg-from-day
	MOVE WS-FROM-HOUR TO cg-from-hour
	MOVE cal-day TO cg-to-day
	MOVE cal-hour TO cg-to-hour
	MOVE LK-REASON TO cg-reason
	MOVE LK-NOTE TO cg-note
	MOVE ctx-op-name TO cg-operator
	OPEN EXTEND CalendarLogFile
	IF WS-CALLOG-STATUS = "05" OR WS-CALLOG-STATUS = "35"
		CLOSE CalendarLogFile
		OPEN OUTPUT CalendarLogFile
	END-IF
	WRITE CalendarLogRecord
	CLOSE CalendarLogFile.
