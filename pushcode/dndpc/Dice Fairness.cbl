		>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. dice_fairness IS INITIAL.
AUTHOR. Loren Stevenson
DATE-WRITTEN. August 31, 2023
*> Is the roller fair?  Every die logged in rolllog.dat for a date
*> range is read back out of rl-dice and tallied by type (d4, d6, d8,
*> d10, d12, d20): how often each face came up against the count a
*> fair die would give, the chi-square goodness-of-fit figure against
*> the 5% critical value for its degrees of freedom (PASS or FAIL),
*> and the longest runs of natural 1s and natural 20s on the d20.  A
*> face that cannot be on the die at all is counted on its own - that
*> is what the loaded-die incident looked like.  The same tallies are
*> then broken down by the operator signed on (rl-op-id) and by the
*> program that rolled (rl-program); lines logged before those were
*> stamped fall under "(not stamped)".  Advantage and disadvantage
*> rolls are left out: the log keeps only the set the ruling chose,
*> and a chosen set is not a fair sample.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT RollLogFile ASSIGN TO "rolllog.dat"
		ORGANIZATION IS LINE SEQUENTIAL
		ACCESS IS SEQUENTIAL
		FILE STATUS IS WS-LOG-STATUS.
DATA DIVISION.
FILE SECTION.
FD RollLogFile.
	COPY ROLLREC.

WORKING-STORAGE SECTION.
01 WS-LOG-STATUS PIC XX VALUE "00".
01 WS-EOF-SW PIC X VALUE "N".
	88 END-OF-LOG VALUE "Y".
01 WS-FROM-DATE PIC 9(8) VALUE 0.
01 WS-TO-DATE PIC 9(8) VALUE 0.
01 WS-DATE-RESULT PIC S9(4) COMP-5.

*> the dice the report knows, with the 5% chi-square critical value
*> for each one's degrees of freedom (faces less one)
01 WS-DIE-VALUES.
	02 FILLER PIC x(8) VALUE "04007815".
	02 FILLER PIC x(8) VALUE "06011070".
	02 FILLER PIC x(8) VALUE "08014067".
	02 FILLER PIC x(8) VALUE "10016919".
	02 FILLER PIC x(8) VALUE "12019675".
	02 FILLER PIC x(8) VALUE "20030144".
01 WS-DIE-TABLE REDEFINES WS-DIE-VALUES.
	02 WS-DIE-ENTRY OCCURS 6 TIMES.
		03 WS-DIE-FACES PIC 9(2).
		03 WS-DIE-CRITICAL PIC 9(3)V9(3).
01 WS-DIE-SLOT PIC 9.
01 WS-DIE-IDX PIC 9.

*> tallies - group 1 is every die in the range; the operators and the
*> programs follow, each group named once it turns up
01 WS-GRP-ENTRY OCCURS 61 TIMES.
	02 WS-GRP-KIND PIC X.
	02 WS-GRP-NAME PIC x(20).
	02 WS-GRP-DIE OCCURS 6 TIMES.
		03 WS-GRP-FACE PIC 9(7) OCCURS 20 TIMES.
		03 WS-GRP-ROLLED PIC 9(8).
	02 WS-GRP-RUN-1 PIC 9(4).
	02 WS-GRP-RUN-20 PIC 9(4).
	02 WS-GRP-BEST-1 PIC 9(4).
	02 WS-GRP-BEST-20 PIC 9(4).
	02 WS-GRP-BEST-1-DATE PIC 9(8).
	02 WS-GRP-BEST-1-TIME PIC 9(6).
	02 WS-GRP-BEST-20-DATE PIC 9(8).
	02 WS-GRP-BEST-20-TIME PIC 9(6).
	02 WS-GRP-IMPOSSIBLE PIC 9(6).
01 WS-GRP-COUNT PIC 9(2) VALUE 0.
01 WS-GRP-IDX PIC 9(2).
01 WS-GRP-OP PIC 9(2).
01 WS-GRP-PROG PIC 9(2).
01 WS-GRP-AT PIC 9(2).
01 WS-GRP-WANT-KIND PIC X.
01 WS-GRP-WANT-NAME PIC x(20).
01 WS-GRP-FULL-SW PIC X VALUE "N".
	88 GROUPS-FULL VALUE "Y".

*> reading the dice back out of a line
01 WS-N-TXT PIC x(4).
01 WS-REST PIC x(10).
01 WS-M-TXT PIC x(4).
01 WS-DIE-SIZE PIC 9(3).
01 WS-DICE-POS PIC 9(2).
01 WS-FACE-TXT PIC x(2).
01 WS-FACE PIC 9(2).
01 WS-FACE-IDX PIC 9(2).

01 WS-LINES-READ PIC 9(7) VALUE 0.
01 WS-LINES-IN-RANGE PIC 9(7) VALUE 0.
01 WS-SKIPPED-AD PIC 9(7) VALUE 0.
01 WS-SKIPPED-OTHER PIC 9(7) VALUE 0.

*> the goodness-of-fit arithmetic
01 WS-EXPECTED PIC 9(7)V9(3).
01 WS-CHI PIC 9(7)V9(3).
01 WS-DIFF PIC S9(8)V9(3).
01 WS-FAIR-SW PIC X.
	88 LOOKS-FAIR VALUE "Y".
01 WS-TOO-FEW-SW PIC X.
	88 TOO-FEW-TO-JUDGE VALUE "Y".

01 WS-ED-COUNT PIC Z(6)9.
01 WS-ED-EXPECTED PIC Z(6)9.9.
01 WS-ED-CHI PIC Z(6)9.999.
01 WS-ED-CRIT PIC ZZ9.999.
01 WS-ED-FACES PIC Z9.
01 WS-ED-RUN PIC ZZZ9.
01 WS-ED-DIFF PIC -(6)9.9.

*> spool plumbing - the same lines that hit the screen can land in a
*> dated file under reports/ (see RPTSPOOL.cbl).
01 WS-SPOOL-ANSWER PIC X.
01 WS-SPOOLING-SW PIC X VALUE "N".
	88 SPOOLING VALUE "Y".
01 WS-RPT-OP PIC X.
01 WS-RPT-NAME PIC x(12) VALUE "dicefair".
01 WS-RPT-LINE PIC x(132) VALUE SPACES.

PROCEDURE DIVISION.
0000-MAIN.
	DISPLAY "================================================================"
	DISPLAY "                  DICE FAIRNESS ANALYSIS"
	DISPLAY "================================================================"
	PERFORM 0100-PICK-THE-RANGE
	OPEN INPUT RollLogFile
	IF WS-LOG-STATUS NOT = "00"
		DISPLAY "No rolls logged yet."
		GOBACK
	END-IF
	MOVE 1 TO WS-GRP-COUNT
	INITIALIZE WS-GRP-ENTRY(1)
	MOVE "A" TO WS-GRP-KIND(1)
	MOVE "every roll" TO WS-GRP-NAME(1)
	PERFORM UNTIL END-OF-LOG
		READ RollLogFile
			AT END
				MOVE "Y" TO WS-EOF-SW
			NOT AT END
				ADD 1 TO WS-LINES-READ
				IF rl-date >= WS-FROM-DATE AND rl-date <= WS-TO-DATE
					ADD 1 TO WS-LINES-IN-RANGE
					PERFORM 1000-TAKE-ONE-ROLL
				END-IF
		END-READ
	END-PERFORM
	CLOSE RollLogFile
	PERFORM 0450-ASK-ABOUT-SPOOL
	PERFORM 2000-PRINT-THE-REPORT
	PERFORM 0550-CLOSE-SPOOL
	GOBACK.

0100-PICK-THE-RANGE.
	DISPLAY "From date (YYYYMMDD, 0 for the start of the log)? "
		WITH NO ADVANCING
	ACCEPT WS-FROM-DATE
	IF WS-FROM-DATE NOT = 0
		COMPUTE WS-DATE-RESULT = FUNCTION TEST-DATE-YYYYMMDD(WS-FROM-DATE)
		IF WS-DATE-RESULT NOT = 0
			DISPLAY "Not a date - starting from the top of the log."
			MOVE 0 TO WS-FROM-DATE
		END-IF
	END-IF
	DISPLAY "To date (YYYYMMDD, 0 for today)? " WITH NO ADVANCING
	ACCEPT WS-TO-DATE
	IF WS-TO-DATE NOT = 0
		COMPUTE WS-DATE-RESULT = FUNCTION TEST-DATE-YYYYMMDD(WS-TO-DATE)
		IF WS-DATE-RESULT NOT = 0
			DISPLAY "Not a date - running through today."
			MOVE 0 TO WS-TO-DATE
		END-IF
	END-IF
	IF WS-TO-DATE = 0
		ACCEPT WS-TO-DATE FROM DATE YYYYMMDD
	END-IF.

1000-TAKE-ONE-ROLL.
	IF rl-mode = "A" OR rl-mode = "D"
		ADD 1 TO WS-SKIPPED-AD
	ELSE
		PERFORM 1100-READ-THE-DIE-SIZE
		IF WS-DIE-SLOT = 0
			ADD 1 TO WS-SKIPPED-OTHER
		ELSE
			MOVE "O" TO WS-GRP-WANT-KIND
			MOVE rl-op-id TO WS-GRP-WANT-NAME
			PERFORM 1200-FIND-THE-GROUP
			MOVE WS-GRP-AT TO WS-GRP-OP
			MOVE "P" TO WS-GRP-WANT-KIND
			MOVE rl-program TO WS-GRP-WANT-NAME
			PERFORM 1200-FIND-THE-GROUP
			MOVE WS-GRP-AT TO WS-GRP-PROG
			PERFORM VARYING WS-DICE-POS FROM 1 BY 3 UNTIL WS-DICE-POS > 38
				MOVE rl-dice(WS-DICE-POS:2) TO WS-FACE-TXT
				IF WS-FACE-TXT NOT = SPACES
					COMPUTE WS-FACE = FUNCTION NUMVAL(WS-FACE-TXT)
					MOVE 1 TO WS-GRP-AT
					PERFORM 1300-LAND-THE-FACE
					IF WS-GRP-OP > 0
						MOVE WS-GRP-OP TO WS-GRP-AT
						PERFORM 1300-LAND-THE-FACE
					END-IF
					IF WS-GRP-PROG > 0
						MOVE WS-GRP-PROG TO WS-GRP-AT
						PERFORM 1300-LAND-THE-FACE
					END-IF
				END-IF
			END-PERFORM
		END-IF
	END-IF.

1100-READ-THE-DIE-SIZE.
	*> rl-spec reads NdM, NdM+K or NdM-K - M picks the die
	MOVE 0 TO WS-DIE-SLOT
	MOVE SPACES TO WS-N-TXT
	MOVE SPACES TO WS-REST
	MOVE SPACES TO WS-M-TXT
	UNSTRING rl-spec DELIMITED BY "d" OR "D"
		INTO WS-N-TXT WS-REST
	END-UNSTRING
	UNSTRING WS-REST DELIMITED BY "+" OR "-" OR " "
		INTO WS-M-TXT
	END-UNSTRING
	IF WS-M-TXT NOT = SPACES
		COMPUTE WS-DIE-SIZE = FUNCTION NUMVAL(WS-M-TXT)
		PERFORM VARYING WS-DIE-IDX FROM 1 BY 1 UNTIL WS-DIE-IDX > 6
			IF WS-DIE-FACES(WS-DIE-IDX) = WS-DIE-SIZE
				MOVE WS-DIE-IDX TO WS-DIE-SLOT
			END-IF
		END-PERFORM
	END-IF.

1200-FIND-THE-GROUP.
	*> WS-GRP-AT comes back 0 when the table has no room left
	IF WS-GRP-WANT-NAME = SPACES
		MOVE "(not stamped)" TO WS-GRP-WANT-NAME
	END-IF
	MOVE 0 TO WS-GRP-AT
	PERFORM VARYING WS-GRP-IDX FROM 2 BY 1 UNTIL WS-GRP-IDX > WS-GRP-COUNT
		IF WS-GRP-KIND(WS-GRP-IDX) = WS-GRP-WANT-KIND
			AND WS-GRP-NAME(WS-GRP-IDX) = WS-GRP-WANT-NAME
			MOVE WS-GRP-IDX TO WS-GRP-AT
		END-IF
	END-PERFORM
	IF WS-GRP-AT = 0
		IF WS-GRP-COUNT < 61
			ADD 1 TO WS-GRP-COUNT
			INITIALIZE WS-GRP-ENTRY(WS-GRP-COUNT)
			MOVE WS-GRP-WANT-KIND TO WS-GRP-KIND(WS-GRP-COUNT)
			MOVE WS-GRP-WANT-NAME TO WS-GRP-NAME(WS-GRP-COUNT)
			MOVE WS-GRP-COUNT TO WS-GRP-AT
		ELSE
			MOVE "Y" TO WS-GRP-FULL-SW
		END-IF
	END-IF.

1300-LAND-THE-FACE.
	IF WS-FACE < 1 OR WS-FACE > WS-DIE-FACES(WS-DIE-SLOT)
		ADD 1 TO WS-GRP-IMPOSSIBLE(WS-GRP-AT)
	ELSE
		ADD 1 TO WS-GRP-FACE(WS-GRP-AT, WS-DIE-SLOT, WS-FACE)
		ADD 1 TO WS-GRP-ROLLED(WS-GRP-AT, WS-DIE-SLOT)
		IF WS-DIE-SLOT = 6
			PERFORM 1400-RUN-THE-STREAKS
		END-IF
	END-IF.

1400-RUN-THE-STREAKS.
	*> natural 1s and 20s in a row, in the order the log holds them
	IF WS-FACE = 1
		ADD 1 TO WS-GRP-RUN-1(WS-GRP-AT)
		IF WS-GRP-RUN-1(WS-GRP-AT) > WS-GRP-BEST-1(WS-GRP-AT)
			MOVE WS-GRP-RUN-1(WS-GRP-AT) TO WS-GRP-BEST-1(WS-GRP-AT)
			MOVE rl-date TO WS-GRP-BEST-1-DATE(WS-GRP-AT)
			MOVE rl-time TO WS-GRP-BEST-1-TIME(WS-GRP-AT)
		END-IF
	ELSE
		MOVE 0 TO WS-GRP-RUN-1(WS-GRP-AT)
	END-IF
	IF WS-FACE = 20
		ADD 1 TO WS-GRP-RUN-20(WS-GRP-AT)
		IF WS-GRP-RUN-20(WS-GRP-AT) > WS-GRP-BEST-20(WS-GRP-AT)
			MOVE WS-GRP-RUN-20(WS-GRP-AT) TO WS-GRP-BEST-20(WS-GRP-AT)
			MOVE rl-date TO WS-GRP-BEST-20-DATE(WS-GRP-AT)
			MOVE rl-time TO WS-GRP-BEST-20-TIME(WS-GRP-AT)
		END-IF
	ELSE
		MOVE 0 TO WS-GRP-RUN-20(WS-GRP-AT)
	END-IF.

2000-PRINT-THE-REPORT.
	MOVE "================================================================"
		TO WS-RPT-LINE
	PERFORM 0500-PRINT-LINE
	STRING "DICE FAIRNESS - rolls logged " DELIMITED BY SIZE
		WS-FROM-DATE DELIMITED BY SIZE
		" through " DELIMITED BY SIZE
		WS-TO-DATE DELIMITED BY SIZE
		INTO WS-RPT-LINE
	END-STRING
	PERFORM 0500-PRINT-LINE
	MOVE WS-LINES-IN-RANGE TO WS-ED-COUNT
	STRING "Rolls in range: " DELIMITED BY SIZE
		FUNCTION TRIM(WS-ED-COUNT) DELIMITED BY SIZE
		INTO WS-RPT-LINE
	END-STRING
	MOVE WS-SKIPPED-AD TO WS-ED-COUNT
	STRING "   left out - advantage/disadvantage: " DELIMITED BY SIZE
		FUNCTION TRIM(WS-ED-COUNT) DELIMITED BY SIZE
		INTO WS-RPT-LINE(25:)
	END-STRING
	MOVE WS-SKIPPED-OTHER TO WS-ED-COUNT
	STRING "   other dice or unreadable: " DELIMITED BY SIZE
		FUNCTION TRIM(WS-ED-COUNT) DELIMITED BY SIZE
		INTO WS-RPT-LINE(75:)
	END-STRING
	PERFORM 0500-PRINT-LINE
	MOVE "================================================================"
		TO WS-RPT-LINE
	PERFORM 0500-PRINT-LINE
	MOVE 1 TO WS-GRP-AT
	PERFORM VARYING WS-DIE-IDX FROM 1 BY 1 UNTIL WS-DIE-IDX > 6
		IF WS-GRP-ROLLED(1, WS-DIE-IDX) > 0
			PERFORM 2100-PRINT-ONE-DIE-IN-FULL
		END-IF
	END-PERFORM
	PERFORM 2300-PRINT-THE-ODDITIES
	MOVE "----------------------------------------------------------------"
		TO WS-RPT-LINE
	PERFORM 0500-PRINT-LINE
	MOVE "BY OPERATOR" TO WS-RPT-LINE
	PERFORM 0500-PRINT-LINE
	MOVE "O" TO WS-GRP-WANT-KIND
	PERFORM 3000-PRINT-THE-GROUPS
	MOVE "----------------------------------------------------------------"
		TO WS-RPT-LINE
	PERFORM 0500-PRINT-LINE
	MOVE "BY PROGRAM" TO WS-RPT-LINE
	PERFORM 0500-PRINT-LINE
	MOVE "P" TO WS-GRP-WANT-KIND
	PERFORM 3000-PRINT-THE-GROUPS
	IF GROUPS-FULL
		MOVE "(more operators and programs than the report holds - the "
			TO WS-RPT-LINE
		MOVE "rest count in the totals only)" TO WS-RPT-LINE(59:30)
		PERFORM 0500-PRINT-LINE
	END-IF
	MOVE "================================================================"
		TO WS-RPT-LINE
	PERFORM 0500-PRINT-LINE.

2100-PRINT-ONE-DIE-IN-FULL.
	MOVE SPACES TO WS-RPT-LINE
	PERFORM 0500-PRINT-LINE
	PERFORM 2200-FIGURE-THE-FIT
	MOVE WS-DIE-FACES(WS-DIE-IDX) TO WS-ED-FACES
	MOVE WS-GRP-ROLLED(1, WS-DIE-IDX) TO WS-ED-COUNT
	MOVE WS-EXPECTED TO WS-ED-EXPECTED
	STRING "d" DELIMITED BY SIZE
		FUNCTION TRIM(WS-ED-FACES) DELIMITED BY SIZE
		": " DELIMITED BY SIZE
		FUNCTION TRIM(WS-ED-COUNT) DELIMITED BY SIZE
		" dice, a fair die shows each face " DELIMITED BY SIZE
		FUNCTION TRIM(WS-ED-EXPECTED) DELIMITED BY SIZE
		" times" DELIMITED BY SIZE
		INTO WS-RPT-LINE
	END-STRING
	PERFORM 0500-PRINT-LINE
	MOVE "  Face     Count  Expected     Off by" TO WS-RPT-LINE
	PERFORM 0500-PRINT-LINE
	PERFORM VARYING WS-FACE-IDX FROM 1 BY 1
		UNTIL WS-FACE-IDX > WS-DIE-FACES(WS-DIE-IDX)
		MOVE WS-FACE-IDX TO WS-ED-FACES
		MOVE WS-ED-FACES TO WS-RPT-LINE(5:2)
		MOVE WS-GRP-FACE(1, WS-DIE-IDX, WS-FACE-IDX) TO WS-ED-COUNT
		MOVE WS-ED-COUNT TO WS-RPT-LINE(10:7)
		MOVE WS-ED-EXPECTED TO WS-RPT-LINE(18:9)
		COMPUTE WS-DIFF = WS-GRP-FACE(1, WS-DIE-IDX, WS-FACE-IDX)
			- WS-EXPECTED
		MOVE WS-DIFF TO WS-ED-DIFF
		MOVE WS-ED-DIFF TO WS-RPT-LINE(29:9)
		PERFORM 0500-PRINT-LINE
	END-PERFORM
	PERFORM 2400-PRINT-THE-VERDICT
	IF WS-DIE-IDX = 6
		PERFORM 2500-PRINT-THE-STREAKS
	END-IF.

2200-FIGURE-THE-FIT.
	*> chi-square = sum over the faces of (seen - expected)^2 / expected
	COMPUTE WS-EXPECTED ROUNDED = WS-GRP-ROLLED(WS-GRP-AT, WS-DIE-IDX)
		/ WS-DIE-FACES(WS-DIE-IDX)
	MOVE 0 TO WS-CHI
	PERFORM VARYING WS-FACE-IDX FROM 1 BY 1
		UNTIL WS-FACE-IDX > WS-DIE-FACES(WS-DIE-IDX)
		COMPUTE WS-DIFF = WS-GRP-FACE(WS-GRP-AT, WS-DIE-IDX, WS-FACE-IDX)
			- WS-EXPECTED
		COMPUTE WS-CHI ROUNDED = WS-CHI + (WS-DIFF * WS-DIFF) / WS-EXPECTED
	END-PERFORM
	*> the test wants five or more expected on every face to mean much
	MOVE "N" TO WS-TOO-FEW-SW
	IF WS-EXPECTED < 5
		MOVE "Y" TO WS-TOO-FEW-SW
	END-IF
	MOVE "Y" TO WS-FAIR-SW
	IF WS-CHI > WS-DIE-CRITICAL(WS-DIE-IDX)
		MOVE "N" TO WS-FAIR-SW
	END-IF.

2300-PRINT-THE-ODDITIES.
	MOVE SPACES TO WS-RPT-LINE
	PERFORM 0500-PRINT-LINE
	IF WS-GRP-IMPOSSIBLE(1) = 0
		MOVE "No face was logged that the die cannot show." TO WS-RPT-LINE
	ELSE
		MOVE WS-GRP-IMPOSSIBLE(1) TO WS-ED-COUNT
		STRING "** " DELIMITED BY SIZE
			FUNCTION TRIM(WS-ED-COUNT) DELIMITED BY SIZE
			" face(s) logged that the die cannot show - look at the "
				DELIMITED BY SIZE
			"breakdowns below **" DELIMITED BY SIZE
			INTO WS-RPT-LINE
		END-STRING
	END-IF
	PERFORM 0500-PRINT-LINE.

2400-PRINT-THE-VERDICT.
	MOVE WS-CHI TO WS-ED-CHI
	MOVE WS-DIE-CRITICAL(WS-DIE-IDX) TO WS-ED-CRIT
	COMPUTE WS-FACE = WS-DIE-FACES(WS-DIE-IDX) - 1
	MOVE WS-FACE TO WS-ED-FACES
	STRING "  Chi-square " DELIMITED BY SIZE
		FUNCTION TRIM(WS-ED-CHI) DELIMITED BY SIZE
		" on " DELIMITED BY SIZE
		FUNCTION TRIM(WS-ED-FACES) DELIMITED BY SIZE
		" degrees of freedom, 5% critical value " DELIMITED BY SIZE
		FUNCTION TRIM(WS-ED-CRIT) DELIMITED BY SIZE
		INTO WS-RPT-LINE
	END-STRING
	EVALUATE TRUE
		WHEN TOO-FEW-TO-JUDGE
			MOVE "- too few rolls to judge" TO WS-RPT-LINE(80:24)
		WHEN LOOKS-FAIR
			MOVE "- PASS" TO WS-RPT-LINE(80:6)
		WHEN OTHER
			MOVE "- ** FAIL **" TO WS-RPT-LINE(80:12)
	END-EVALUATE
	PERFORM 0500-PRINT-LINE.

2500-PRINT-THE-STREAKS.
	MOVE WS-GRP-BEST-1(WS-GRP-AT) TO WS-ED-RUN
	STRING "  Longest run of natural 1s: " DELIMITED BY SIZE
		FUNCTION TRIM(WS-ED-RUN) DELIMITED BY SIZE
		INTO WS-RPT-LINE
	END-STRING
	IF WS-GRP-BEST-1(WS-GRP-AT) > 0
		STRING "  (ended " DELIMITED BY SIZE
			WS-GRP-BEST-1-DATE(WS-GRP-AT) DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			WS-GRP-BEST-1-TIME(WS-GRP-AT) DELIMITED BY SIZE
			")" DELIMITED BY SIZE
			INTO WS-RPT-LINE(36:)
		END-STRING
	END-IF
	PERFORM 0500-PRINT-LINE
	MOVE WS-GRP-BEST-20(WS-GRP-AT) TO WS-ED-RUN
	STRING "  Longest run of natural 20s: " DELIMITED BY SIZE
		FUNCTION TRIM(WS-ED-RUN) DELIMITED BY SIZE
		INTO WS-RPT-LINE
	END-STRING
	IF WS-GRP-BEST-20(WS-GRP-AT) > 0
		STRING "  (ended " DELIMITED BY SIZE
			WS-GRP-BEST-20-DATE(WS-GRP-AT) DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			WS-GRP-BEST-20-TIME(WS-GRP-AT) DELIMITED BY SIZE
			")" DELIMITED BY SIZE
			INTO WS-RPT-LINE(36:)
		END-STRING
	END-IF
	PERFORM 0500-PRINT-LINE.

3000-PRINT-THE-GROUPS.
	PERFORM VARYING WS-GRP-AT FROM 2 BY 1 UNTIL WS-GRP-AT > WS-GRP-COUNT
		IF WS-GRP-KIND(WS-GRP-AT) = WS-GRP-WANT-KIND
			PERFORM 3100-PRINT-ONE-GROUP
		END-IF
	END-PERFORM.

3100-PRINT-ONE-GROUP.
	STRING "  " DELIMITED BY SIZE
		WS-GRP-NAME(WS-GRP-AT) DELIMITED BY SIZE
		INTO WS-RPT-LINE
	END-STRING
	IF WS-GRP-IMPOSSIBLE(WS-GRP-AT) > 0
		MOVE WS-GRP-IMPOSSIBLE(WS-GRP-AT) TO WS-ED-COUNT
		STRING "** " DELIMITED BY SIZE
			FUNCTION TRIM(WS-ED-COUNT) DELIMITED BY SIZE
			" impossible face(s) **" DELIMITED BY SIZE
			INTO WS-RPT-LINE(25:)
		END-STRING
	END-IF
	PERFORM 0500-PRINT-LINE
	PERFORM VARYING WS-DIE-IDX FROM 1 BY 1 UNTIL WS-DIE-IDX > 6
		IF WS-GRP-ROLLED(WS-GRP-AT, WS-DIE-IDX) > 0
			PERFORM 2200-FIGURE-THE-FIT
			MOVE WS-DIE-FACES(WS-DIE-IDX) TO WS-ED-FACES
			MOVE WS-GRP-ROLLED(WS-GRP-AT, WS-DIE-IDX) TO WS-ED-COUNT
			MOVE WS-CHI TO WS-ED-CHI
			MOVE WS-DIE-CRITICAL(WS-DIE-IDX) TO WS-ED-CRIT
			STRING "    d" DELIMITED BY SIZE
				FUNCTION TRIM(WS-ED-FACES) DELIMITED BY SIZE
				INTO WS-RPT-LINE
			END-STRING
			MOVE WS-ED-COUNT TO WS-RPT-LINE(10:7)
			MOVE "dice  chi-square" TO WS-RPT-LINE(18:16)
			MOVE WS-ED-CHI TO WS-RPT-LINE(35:11)
			MOVE "of" TO WS-RPT-LINE(47:2)
			MOVE WS-ED-CRIT TO WS-RPT-LINE(50:7)
			EVALUATE TRUE
				WHEN TOO-FEW-TO-JUDGE
					MOVE "too few to judge" TO WS-RPT-LINE(59:16)
				WHEN LOOKS-FAIR
					MOVE "PASS" TO WS-RPT-LINE(59:4)
				WHEN OTHER
					MOVE "** FAIL **" TO WS-RPT-LINE(59:10)
			END-EVALUATE
			PERFORM 0500-PRINT-LINE
			IF WS-DIE-IDX = 6
				PERFORM 2500-PRINT-THE-STREAKS
			END-IF
		END-IF
	END-PERFORM.

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
	END-IF.
