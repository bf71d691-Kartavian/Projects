DATA DIVISION.
FILE SECTION.
FD RollLogFile.
	COPY ROLLREC.

WORKING-STORAGE SECTION.
01 WS-LOG-STATUS PIC XX VALUE "00".
	02 WS-TIME-HHMMSS PIC 9(6).
	02 WS-TIME-HSEC PIC 9(2).

*> shared with game_console - who is signed on, stamped on each roll.
01 CONSOLE-CONTEXT EXTERNAL.
	02 ctx-char-id PIC 9(6).
	02 ctx-active-sw PIC X.
	02 ctx-op-id PIC x(8).
	02 ctx-op-name PIC x(17).
	02 ctx-op-role PIC X.

PROCEDURE DIVISION.
0000-MAIN.
	ACCEPT WS-RANDOM-SEED FROM TIME
	*> contest has to show faces that produce the logged total
	MOVE WS-KEPT-LINE TO rl-dice
	MOVE WS-FINAL-TOTAL TO rl-total
	MOVE ctx-op-id TO rl-op-id
	MOVE "dice_tower" TO rl-program
	OPEN EXTEND RollLogFile
	IF WS-LOG-STATUS = "05" OR WS-LOG-STATUS = "35"
		CLOSE RollLogFile
