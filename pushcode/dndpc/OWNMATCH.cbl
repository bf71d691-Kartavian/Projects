		>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. OWNMATCH.
AUTHOR. Loren Stevenson
DATE-WRITTEN. July 27, 2023
*> Owner lookups against operators.dat, CALLed the way VERCHECK is.
*> Every character carries the op-id of the player who owns it (see
*> owner-op-id in CHARREC.cpy); this is the one place that decides
*> what goes there.  Mode "N" proposes the operator whose name matches
*> a character's free-text pname - both names are upper-cased and
*> squeezed of blanks before comparing, so "Jo   Smith" from the old
*> split name fields meets "Jo Smith" from the operators file.  Mode
*> "I" looks an op-id up and hands back the operator's name.  Mode "S"
*> is what the programs that add characters call: a signed-on player
*> owns what they make, and a DM or admin adding on someone's behalf
*> gets the name match.  The result comes back "Y" for one operator,
*> "N" for none, and "M" when more than one name matches (the op-id
*> is left blank then - the admin sorts it out in Owner Match).
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT OperatorFile ASSIGN TO "operators.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS op-id
		FILE STATUS IS WS-OPFILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD OperatorFile.
	COPY OPERREC.

WORKING-STORAGE SECTION.
01 WS-OPFILE-STATUS PIC XX VALUE "00".
01 WS-EOF-SW PIC X VALUE "N".
	88 END-OF-OPERATORS VALUE "Y".
01 WS-HIT-COUNT PIC 9(3) VALUE 0.
01 WS-SQUEEZE-IN PIC x(17).
01 WS-SQUEEZE-OUT PIC x(17).
01 WS-SQUEEZE-IDX PIC 9(2).
01 WS-SQUEEZE-LEN PIC 9(2).
01 WS-WANTED-KEY PIC x(17).
01 WS-OPERATOR-KEY PIC x(17).

*> shared with game_console - who is signed on, for mode "S".
01 CONSOLE-CONTEXT EXTERNAL.
	02 ctx-char-id PIC 9(6).
	02 ctx-active-sw PIC X.
	02 ctx-op-id PIC x(8).
	02 ctx-op-name PIC x(17).
	02 ctx-op-role PIC X.

LINKAGE SECTION.
01 LK-MODE PIC X.
01 LK-PNAME PIC x(17).
01 LK-OP-ID PIC x(8).
01 LK-OP-NAME PIC x(17).
01 LK-RESULT PIC X.

PROCEDURE DIVISION USING LK-MODE, LK-PNAME, LK-OP-ID, LK-OP-NAME,
	LK-RESULT.
0000-MAIN.
	MOVE "N" TO LK-RESULT
	EVALUATE LK-MODE
		WHEN "I"
			MOVE SPACES TO LK-OP-NAME
			PERFORM 2000-LOOK-UP-THE-ID
		WHEN "S"
			MOVE SPACES TO LK-OP-ID
			MOVE SPACES TO LK-OP-NAME
			IF ctx-op-role = "P" AND ctx-op-id NOT = SPACES
				AND ctx-op-id NOT = LOW-VALUES
				MOVE ctx-op-id TO LK-OP-ID
				MOVE ctx-op-name TO LK-OP-NAME
				MOVE "Y" TO LK-RESULT
			ELSE
				PERFORM 1000-MATCH-THE-NAME
			END-IF
		WHEN OTHER
			MOVE SPACES TO LK-OP-ID
			MOVE SPACES TO LK-OP-NAME
			PERFORM 1000-MATCH-THE-NAME
	END-EVALUATE
	GOBACK.

1000-MATCH-THE-NAME.
	MOVE LK-PNAME TO WS-SQUEEZE-IN
	PERFORM 3000-SQUEEZE-THE-NAME
	MOVE WS-SQUEEZE-OUT TO WS-WANTED-KEY
	MOVE 0 TO WS-HIT-COUNT
	IF WS-WANTED-KEY NOT = SPACES
		OPEN INPUT OperatorFile
		IF WS-OPFILE-STATUS = "00"
			PERFORM 1100-WALK-THE-OPERATORS
			CLOSE OperatorFile
		END-IF
	END-IF
	EVALUATE WS-HIT-COUNT
		WHEN 0
			MOVE "N" TO LK-RESULT
		WHEN 1
			MOVE "Y" TO LK-RESULT
		WHEN OTHER
			MOVE "M" TO LK-RESULT
			MOVE SPACES TO LK-OP-ID
			MOVE SPACES TO LK-OP-NAME
	END-EVALUATE.

1100-WALK-THE-OPERATORS.
	MOVE LOW-VALUES TO op-id
	START OperatorFile KEY IS >= op-id
		INVALID KEY
			CONTINUE
	END-START
	MOVE "N" TO WS-EOF-SW
	IF WS-OPFILE-STATUS = "00"
		PERFORM UNTIL END-OF-OPERATORS
			READ OperatorFile NEXT RECORD
				AT END
					MOVE "Y" TO WS-EOF-SW
				NOT AT END
					MOVE op-name TO WS-SQUEEZE-IN
					PERFORM 3000-SQUEEZE-THE-NAME
					MOVE WS-SQUEEZE-OUT TO WS-OPERATOR-KEY
					IF WS-OPERATOR-KEY = WS-WANTED-KEY
						ADD 1 TO WS-HIT-COUNT
						IF WS-HIT-COUNT = 1
							MOVE op-id TO LK-OP-ID
							MOVE op-name TO LK-OP-NAME
						END-IF
					END-IF
			END-READ
		END-PERFORM
	END-IF.

2000-LOOK-UP-THE-ID.
	IF LK-OP-ID NOT = SPACES
		OPEN INPUT OperatorFile
		IF WS-OPFILE-STATUS = "00"
			MOVE LK-OP-ID TO op-id
			READ OperatorFile
				INVALID KEY
					MOVE "N" TO LK-RESULT
				NOT INVALID KEY
					MOVE op-name TO LK-OP-NAME
					MOVE "Y" TO LK-RESULT
			END-READ
			CLOSE OperatorFile
		END-IF
	END-IF.

3000-SQUEEZE-THE-NAME.
	*> upper-case and drop every blank, so the split first/last name
	*> and a typed full name land on the same key
	MOVE SPACES TO WS-SQUEEZE-OUT
	MOVE 0 TO WS-SQUEEZE-LEN
	MOVE FUNCTION UPPER-CASE(WS-SQUEEZE-IN) TO WS-SQUEEZE-IN
	PERFORM VARYING WS-SQUEEZE-IDX FROM 1 BY 1 UNTIL WS-SQUEEZE-IDX > 17
		IF WS-SQUEEZE-IN(WS-SQUEEZE-IDX:1) NOT = SPACE
			ADD 1 TO WS-SQUEEZE-LEN
			MOVE WS-SQUEEZE-IN(WS-SQUEEZE-IDX:1)
				TO WS-SQUEEZE-OUT(WS-SQUEEZE-LEN:1)
		END-IF
	END-PERFORM.
