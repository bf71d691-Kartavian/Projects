		>>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. table_fees IS INITIAL.
AUTHOR. Loren Stevenson
DATE-WRITTEN. July 20, 2023
*> The shop's table fee, billed from what sessions.dat says happened
*> instead of from a spreadsheet that disagrees with it every month.
*> fees.dat (see FEEREC.cpy) holds each party's per-seat fee for a
*> game night and any member's discount off it.  The billing run reads
*> the attendance (sj-att-id) of every night in a date range and posts
*> one charge per player per night to accounts.dat (see ACCTREC.cpy) -
*> the charge is keyed by player and sj-id, so a night can never be
*> billed to the same player twice, however many times the run is
*> made or however many characters the player sat at the table.
*> Payments are keyed in at the counter.  Monthly statements show the
*> opening balance, each night charged, the payments and the amount
*> due; the aged list shows who is more than 30 days behind, paying
*> off the oldest nights first.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT FeeFile ASSIGN TO "fees.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS fe-key
		FILE STATUS IS WS-FEEFILE-STATUS.
	SELECT AccountFile ASSIGN TO "accounts.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS pa-key
		FILE STATUS IS WS-ACCTFILE-STATUS.
	SELECT SessionFile ASSIGN TO "sessions.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS sj-id
		FILE STATUS IS WS-SESSFILE-STATUS.
	SELECT CharacterFile ASSIGN TO "character.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS char-id
		ALTERNATE RECORD KEY IS cname WITH DUPLICATES
		ALTERNATE RECORD KEY IS party-id WITH DUPLICATES
		FILE STATUS IS WS-CHARFILE-STATUS.
	SELECT PartyFile ASSIGN TO "party.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS pt-id
		FILE STATUS IS WS-PARTYFILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD FeeFile.
	COPY FEEREC.

FD AccountFile.
	COPY ACCTREC.

FD SessionFile.
	COPY SESSREC.

FD CharacterFile.
	COPY CHARREC.

FD PartyFile.
	COPY PARTYREC.

WORKING-STORAGE SECTION.

*> layout-version gate for character.dat and party.dat (see
*> DATAVER.cpy and VERCHECK.cbl) - checked before either is opened.
	COPY DATAVER.
01 WS-VER-MODE PIC X.
01 WS-VER-FILE PIC x(20).
01 WS-VER-VERSION PIC 9(3).
01 WS-VER-RESULT PIC X.

*> shared with game_console - the fee schedule, the billing run and
*> the counter are the DM's or admin's; the signed-on operator is
*> stamped on every row posted.
01 CONSOLE-CONTEXT EXTERNAL.
	02 ctx-char-id PIC 9(6).
	02 ctx-active-sw PIC X.
	02 ctx-op-id PIC x(8).
	02 ctx-op-name PIC x(17).
	02 ctx-op-role PIC X.

01 WS-FEEFILE-STATUS PIC XX VALUE "00".
01 WS-ACCTFILE-STATUS PIC XX VALUE "00".
01 WS-SESSFILE-STATUS PIC XX VALUE "00".
01 WS-CHARFILE-STATUS PIC XX VALUE "00".
01 WS-PARTYFILE-STATUS PIC XX VALUE "00".

01 WS-MENU-CHOICE PIC X.
01 WS-ANSWER PIC X.
01 WS-EOF-SW PIC X VALUE "N".
	88 END-OF-FILE VALUE "Y".
01 WS-NUM-IN PIC x(10).

01 WS-PICK-PARTY-ID PIC 9(4).
01 WS-PARTY-NAME PIC x(20).

*> a player, the way pname carries one on character.dat
01 WS-PLAYER.
	02 WS-PLAYERF PIC x(7).
	02 WS-PLAYERL PIC x(10).

*> the fee schedule
01 WS-FEE-IN PIC 9(3)V99.
01 WS-PCT-IN PIC 9(3).
01 WS-FEE-FOUND-SW PIC X VALUE "N".
	88 FEE-FOUND VALUE "Y".
01 WS-FEE-OPEN-SW PIC X VALUE "N".
	88 FEE-FILE-OPEN VALUE "Y".
01 WS-ED-FEE PIC ZZ9.99.
01 WS-ED-PCT PIC ZZ9.

*> the billing run
01 WS-FROM-DATE PIC 9(8).
01 WS-TO-DATE PIC 9(8).
01 WS-PARTY-FEE PIC 9(3)V99.
01 WS-CHARGE PIC 9(5)V99.
01 WS-ATT-IDX PIC 9(2).
01 WS-NIGHTS-BILLED PIC 9(4).
01 WS-POSTED-COUNT PIC 9(5).
01 WS-ALREADY-COUNT PIC 9(5).
01 WS-NOFEE-COUNT PIC 9(4).
01 WS-TODAY PIC 9(8).

*> one player's ledger rows, in date order for the statement and the
*> aged list - the leading 23 bytes of an entry are the sort key
01 WS-LINE-TABLE.
	02 WS-LINE-ENTRY OCCURS 500 TIMES.
		03 WS-LN-DATE PIC 9(8).
		03 WS-LN-KIND PIC X.
		03 WS-LN-REF PIC 9(14).
		03 WS-LN-PARTY PIC 9(4).
		03 WS-LN-AMOUNT PIC 9(5)V99.
		03 WS-LN-MEMO PIC x(30).
		03 WS-LN-OPEN PIC 9(5)V99.
01 WS-LN-HOLD PIC x(71).
01 WS-LNH-KEY PIC x(23).
01 WS-LN-KEY PIC x(23).
01 WS-LINE-COUNT PIC 9(3) VALUE 0.
01 WS-LN-IDX PIC 9(3).
01 WS-LN-SCAN PIC 9(3).
01 WS-CUR-PLAYER PIC x(17).
01 WS-ONE-PLAYER-SW PIC X VALUE "N".
	88 ONE-PLAYER VALUE "Y".
01 WS-WALK-MODE PIC X.

*> statements and the aged list
01 WS-MONTH PIC 9(6).
01 WS-MONTH-R REDEFINES WS-MONTH.
	02 WS-MONTH-YYYY PIC 9(4).
	02 WS-MONTH-MM PIC 9(2).
01 WS-MONTH-START PIC 9(8).
01 WS-NEXT-START PIC 9(8).
01 WS-OPENING PIC S9(7)V99.
01 WS-BALANCE PIC S9(7)V99.
01 WS-MONTH-CHARGES PIC 9(7)V99.
01 WS-MONTH-PAYMENTS PIC 9(7)V99.
01 WS-PAID-POOL PIC 9(7)V99.
01 WS-OVERDUE PIC 9(7)V99.
01 WS-OLDEST-DATE PIC 9(8).
01 WS-CUTOFF-DATE PIC 9(8).
01 WS-STATEMENT-COUNT PIC 9(4).
01 WS-BEHIND-COUNT PIC 9(4).
01 WS-ED-AMOUNT PIC Z(5)9.99.
01 WS-ED-BALANCE PIC -(6)9.99.
01 WS-ED-OVERDUE PIC Z(5)9.99.

01 WS-TIME-FULL PIC 9(8).
01 WS-TIME-R REDEFINES WS-TIME-FULL.
	02 WS-TIME-HHMMSS PIC 9(6).
	02 WS-TIME-HSEC PIC 9(2).

*> report spooling - statements and the aged list can also go to a
*> dated file under reports/ (see RPTSPOOL.cbl).
01 WS-SPOOL-ANSWER PIC X.
01 WS-SPOOLING-SW PIC X VALUE "N".
	88 SPOOLING VALUE "Y".
01 WS-RPT-OP PIC X.
01 WS-RPT-NAME PIC x(12).
01 WS-RPT-LINE PIC x(132) VALUE SPACES.

PROCEDURE DIVISION.
0000-MAIN.
	PERFORM 0040-CHECK-LAYOUT-VERSION
	DISPLAY "================================================================"
	DISPLAY "                TABLE FEES AND PLAYER ACCOUNTS"
	DISPLAY "================================================================"
	MOVE SPACE TO WS-MENU-CHOICE
	PERFORM UNTIL WS-MENU-CHOICE = "Q" OR WS-MENU-CHOICE = "q"
		DISPLAY " "
		DISPLAY "1) Set a party's table fee"
		DISPLAY "2) Set a member's discount"
		DISPLAY "3) Show a party's fee schedule"
		DISPLAY "4) Billing run for a date range"
		DISPLAY "5) Key in a payment"
		DISPLAY "6) Monthly statements"
		DISPLAY "7) Aged list - more than 30 days behind"
		DISPLAY "Q) Done"
		DISPLAY "Choice? " WITH NO ADVANCING
		ACCEPT WS-MENU-CHOICE
		EVALUATE WS-MENU-CHOICE
			WHEN "1"
				PERFORM 1000-SET-PARTY-FEE
			WHEN "2"
				PERFORM 1100-SET-DISCOUNT
			WHEN "3"
				PERFORM 1200-SHOW-SCHEDULE
			WHEN "4"
				PERFORM 4000-BILLING-RUN
			WHEN "5"
				PERFORM 5000-KEY-A-PAYMENT
			WHEN "6"
				PERFORM 6000-STATEMENTS
			WHEN "7"
				PERFORM 7000-AGED-LIST
			WHEN "Q"
			WHEN "q"
				CONTINUE
			WHEN OTHER
				DISPLAY "Not a valid choice."
		END-EVALUATE
	END-PERFORM
	GOBACK.

0200-ASK-PLAYER.
	DISPLAY "Player's first name? " WITH NO ADVANCING
	ACCEPT WS-PLAYERF
	DISPLAY "Player's last name? " WITH NO ADVANCING
	ACCEPT WS-PLAYERL.

0350-READ-PARTY.
	MOVE SPACES TO WS-PARTY-NAME
	OPEN INPUT PartyFile
	IF WS-PARTYFILE-STATUS = "00"
		MOVE WS-PICK-PARTY-ID TO pt-id
		READ PartyFile
			INVALID KEY
				CONTINUE
			NOT INVALID KEY
				MOVE pt-name TO WS-PARTY-NAME
		END-READ
		CLOSE PartyFile
	END-IF.

0400-OPEN-FEES.
	OPEN I-O FeeFile
	IF WS-FEEFILE-STATUS = "35"
		OPEN OUTPUT FeeFile
		CLOSE FeeFile
		OPEN I-O FeeFile
	END-IF.

0420-READ-PARTY-FEE.
	MOVE "N" TO WS-FEE-FOUND-SW
	MOVE 0 TO WS-PARTY-FEE
	MOVE WS-PICK-PARTY-ID TO fe-party-id
	MOVE SPACES TO fe-player
	READ FeeFile
		INVALID KEY
			CONTINUE
		NOT INVALID KEY
			MOVE "Y" TO WS-FEE-FOUND-SW
			MOVE fe-fee TO WS-PARTY-FEE
	END-READ.

0450-ASK-ABOUT-SPOOL.
	MOVE "N" TO WS-SPOOLING-SW
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

0600-OPEN-ACCOUNTS.
	OPEN I-O AccountFile
	IF WS-ACCTFILE-STATUS = "35"
		OPEN OUTPUT AccountFile
		CLOSE AccountFile
		OPEN I-O AccountFile
	END-IF.

0700-WALK-THE-ACCOUNTS.
	*> one player's rows (or every player's, a player at a time) are
	*> gathered and sorted into date order, then handed to the
	*> statement or the aged list by WS-WALK-MODE
	OPEN INPUT AccountFile
	IF WS-ACCTFILE-STATUS NOT = "00"
		DISPLAY "No player accounts on file yet."
	ELSE
		MOVE LOW-VALUES TO pa-key
		IF ONE-PLAYER
			MOVE WS-PLAYER TO pa-player
		END-IF
		MOVE "N" TO WS-EOF-SW
		START AccountFile KEY IS >= pa-key
			INVALID KEY
				MOVE "Y" TO WS-EOF-SW
		END-START
		MOVE SPACES TO WS-CUR-PLAYER
		MOVE 0 TO WS-LINE-COUNT
		PERFORM UNTIL END-OF-FILE
			READ AccountFile NEXT RECORD
				AT END
					MOVE "Y" TO WS-EOF-SW
				NOT AT END
					IF ONE-PLAYER AND pa-player NOT = WS-PLAYER
						MOVE "Y" TO WS-EOF-SW
					ELSE
						IF pa-player NOT = WS-CUR-PLAYER
							IF WS-LINE-COUNT > 0
								PERFORM 0750-PLAYER-BREAK
							END-IF
							MOVE pa-player TO WS-CUR-PLAYER
							MOVE 0 TO WS-LINE-COUNT
						END-IF
						PERFORM 0720-TAKE-A-ROW
					END-IF
			END-READ
		END-PERFORM
		IF WS-LINE-COUNT > 0
			PERFORM 0750-PLAYER-BREAK
		END-IF
		CLOSE AccountFile
	END-IF.

0720-TAKE-A-ROW.
	IF WS-LINE-COUNT < 500
		ADD 1 TO WS-LINE-COUNT
		MOVE pa-date TO WS-LN-DATE(WS-LINE-COUNT)
		MOVE pa-kind TO WS-LN-KIND(WS-LINE-COUNT)
		MOVE pa-ref TO WS-LN-REF(WS-LINE-COUNT)
		MOVE pa-party-id TO WS-LN-PARTY(WS-LINE-COUNT)
		MOVE pa-amount TO WS-LN-AMOUNT(WS-LINE-COUNT)
		MOVE pa-memo TO WS-LN-MEMO(WS-LINE-COUNT)
		MOVE pa-amount TO WS-LN-OPEN(WS-LINE-COUNT)
	ELSE
		DISPLAY "Warning: more than 500 rows for "
			FUNCTION TRIM(pa-player) " - the rest are left out."
	END-IF.

0750-PLAYER-BREAK.
	PERFORM 0760-SORT-THE-ROWS
	IF WS-WALK-MODE = "S"
		PERFORM 6200-PRINT-STATEMENT
	ELSE
		PERFORM 7100-AGE-A-PLAYER
	END-IF.

0760-SORT-THE-ROWS.
	*> insertion sort on date, kind, then reference - the leading
	*> bytes of an entry are exactly that key
	PERFORM VARYING WS-LN-IDX FROM 2 BY 1 UNTIL WS-LN-IDX > WS-LINE-COUNT
		MOVE WS-LINE-ENTRY(WS-LN-IDX) TO WS-LN-HOLD
		MOVE WS-LN-HOLD(1:23) TO WS-LNH-KEY
		MOVE WS-LN-IDX TO WS-LN-SCAN
		MOVE WS-LINE-ENTRY(WS-LN-SCAN - 1)(1:23) TO WS-LN-KEY
		PERFORM UNTIL WS-LN-SCAN < 2 OR WS-LN-KEY <= WS-LNH-KEY
			MOVE WS-LINE-ENTRY(WS-LN-SCAN - 1)
				TO WS-LINE-ENTRY(WS-LN-SCAN)
			SUBTRACT 1 FROM WS-LN-SCAN
			IF WS-LN-SCAN > 1
				MOVE WS-LINE-ENTRY(WS-LN-SCAN - 1)(1:23) TO WS-LN-KEY
			END-IF
		END-PERFORM
		MOVE WS-LN-HOLD TO WS-LINE-ENTRY(WS-LN-SCAN)
	END-PERFORM.

1000-SET-PARTY-FEE.
	IF ctx-op-role = "P"
		DISPLAY "The fee schedule is DM or admin only."
	ELSE
		DISPLAY "Party ID? " WITH NO ADVANCING
		ACCEPT WS-PICK-PARTY-ID
		PERFORM 0350-READ-PARTY
		IF WS-PARTY-NAME = SPACES
			DISPLAY "No party on file with ID " WS-PICK-PARTY-ID "."
		ELSE
			PERFORM 0400-OPEN-FEES
			PERFORM 0420-READ-PARTY-FEE
			IF FEE-FOUND
				MOVE fe-fee TO WS-ED-FEE
				DISPLAY FUNCTION TRIM(WS-PARTY-NAME) " pays "
					FUNCTION TRIM(WS-ED-FEE) " gp a seat now."
			END-IF
			DISPLAY "Fee per seat per game night? " WITH NO ADVANCING
			ACCEPT WS-NUM-IN
			MOVE FUNCTION NUMVAL(WS-NUM-IN) TO WS-FEE-IN
			MOVE WS-PICK-PARTY-ID TO fe-party-id
			MOVE SPACES TO fe-player
			MOVE WS-FEE-IN TO fe-fee
			MOVE 0 TO fe-disc-pct
			ACCEPT fe-set-date FROM DATE YYYYMMDD
			IF FEE-FOUND
				REWRITE FeeData
			ELSE
				WRITE FeeData
			END-IF
			IF WS-FEEFILE-STATUS = "00"
				MOVE WS-FEE-IN TO WS-ED-FEE
				DISPLAY "Table fee for party " WS-PICK-PARTY-ID " set to "
					FUNCTION TRIM(WS-ED-FEE) "."
			ELSE
				DISPLAY "Could not save the fee (status "
					WS-FEEFILE-STATUS ")."
			END-IF
			CLOSE FeeFile
		END-IF
	END-IF.

1100-SET-DISCOUNT.
	IF ctx-op-role = "P"
		DISPLAY "The fee schedule is DM or admin only."
	ELSE
		DISPLAY "Party ID? " WITH NO ADVANCING
		ACCEPT WS-PICK-PARTY-ID
		PERFORM 0400-OPEN-FEES
		PERFORM 0420-READ-PARTY-FEE
		IF NOT FEE-FOUND
			DISPLAY "Set the party's table fee first."
		ELSE
			PERFORM 0200-ASK-PLAYER
			DISPLAY "Discount in percent (0 takes it off, 100 seats "
				"them free)? " WITH NO ADVANCING
			ACCEPT WS-PCT-IN
			IF WS-PCT-IN > 100
				MOVE 100 TO WS-PCT-IN
			END-IF
			MOVE WS-PICK-PARTY-ID TO fe-party-id
			MOVE WS-PLAYER TO fe-player
			READ FeeFile
				INVALID KEY
					MOVE "N" TO WS-FEE-FOUND-SW
				NOT INVALID KEY
					MOVE "Y" TO WS-FEE-FOUND-SW
			END-READ
			EVALUATE TRUE
				WHEN WS-PCT-IN = 0 AND FEE-FOUND
					DELETE FeeFile
					DISPLAY "Discount taken off."
				WHEN WS-PCT-IN = 0
					DISPLAY "No discount on file - nothing to take off."
				WHEN OTHER
					MOVE WS-PICK-PARTY-ID TO fe-party-id
					MOVE WS-PLAYER TO fe-player
					MOVE 0 TO fe-fee
					MOVE WS-PCT-IN TO fe-disc-pct
					ACCEPT fe-set-date FROM DATE YYYYMMDD
					IF FEE-FOUND
						REWRITE FeeData
					ELSE
						WRITE FeeData
					END-IF
					MOVE WS-PCT-IN TO WS-ED-PCT
					DISPLAY FUNCTION TRIM(WS-PLAYERF) " "
						FUNCTION TRIM(WS-PLAYERL) " now gets "
						FUNCTION TRIM(WS-ED-PCT) "% off at party "
						WS-PICK-PARTY-ID "."
			END-EVALUATE
		END-IF
		CLOSE FeeFile
	END-IF.

1200-SHOW-SCHEDULE.
	DISPLAY "Party ID? " WITH NO ADVANCING
	ACCEPT WS-PICK-PARTY-ID
	OPEN INPUT FeeFile
	IF WS-FEEFILE-STATUS NOT = "00"
		DISPLAY "No fee schedule on file yet."
	ELSE
		PERFORM 0420-READ-PARTY-FEE
		IF NOT FEE-FOUND
			DISPLAY "No table fee set for party " WS-PICK-PARTY-ID "."
		ELSE
			MOVE fe-fee TO WS-ED-FEE
			DISPLAY "Party " WS-PICK-PARTY-ID ": "
				FUNCTION TRIM(WS-ED-FEE) " gp a seat a night, set "
				fe-set-date
			MOVE "N" TO WS-EOF-SW
			PERFORM UNTIL END-OF-FILE
				READ FeeFile NEXT RECORD
					AT END
						MOVE "Y" TO WS-EOF-SW
					NOT AT END
						IF fe-party-id NOT = WS-PICK-PARTY-ID
							MOVE "Y" TO WS-EOF-SW
						ELSE
							MOVE fe-disc-pct TO WS-ED-PCT
							COMPUTE WS-CHARGE ROUNDED =
								WS-PARTY-FEE * (100 - fe-disc-pct) / 100
							MOVE WS-CHARGE TO WS-ED-FEE
							DISPLAY "  " fe-player "  " WS-ED-PCT
								"% off - pays " FUNCTION TRIM(WS-ED-FEE)
						END-IF
				END-READ
			END-PERFORM
		END-IF
		CLOSE FeeFile
	END-IF.

4000-BILLING-RUN.
	IF ctx-op-role = "P"
		DISPLAY "The billing run is DM or admin only."
	ELSE
		DISPLAY "Bill nights played from (YYYYMMDD)? " WITH NO ADVANCING
		ACCEPT WS-FROM-DATE
		DISPLAY "Through (YYYYMMDD)? " WITH NO ADVANCING
		ACCEPT WS-TO-DATE
		MOVE 0 TO WS-NIGHTS-BILLED
		MOVE 0 TO WS-POSTED-COUNT
		MOVE 0 TO WS-ALREADY-COUNT
		MOVE 0 TO WS-NOFEE-COUNT
		OPEN INPUT SessionFile
		IF WS-SESSFILE-STATUS NOT = "00"
			DISPLAY "No sessions on file yet."
		ELSE
			OPEN INPUT FeeFile
			*> a missed discount or fee READ leaves the status at 23,
			*> so whether the file opened is kept apart from it
			IF WS-FEEFILE-STATUS = "00"
				MOVE "Y" TO WS-FEE-OPEN-SW
			ELSE
				MOVE "N" TO WS-FEE-OPEN-SW
			END-IF
			OPEN INPUT CharacterFile
			PERFORM 0600-OPEN-ACCOUNTS
			MOVE "N" TO WS-EOF-SW
			PERFORM UNTIL END-OF-FILE
				READ SessionFile NEXT RECORD
					AT END
						MOVE "Y" TO WS-EOF-SW
					NOT AT END
						IF sj-date >= WS-FROM-DATE AND sj-date <= WS-TO-DATE
							AND sj-att-count > 0
							PERFORM 4100-BILL-A-NIGHT
						END-IF
				END-READ
			END-PERFORM
			CLOSE AccountFile
			CLOSE CharacterFile
			IF FEE-FILE-OPEN
				CLOSE FeeFile
			END-IF
			CLOSE SessionFile
			DISPLAY "----------------------------------------------------------------"
			DISPLAY WS-NIGHTS-BILLED " night(s) billed, " WS-POSTED-COUNT
				" charge(s) posted."
			IF WS-ALREADY-COUNT > 0
				DISPLAY WS-ALREADY-COUNT " seat(s) were already billed "
					"and were left alone."
			END-IF
			IF WS-NOFEE-COUNT > 0
				DISPLAY WS-NOFEE-COUNT " night(s) skipped - no table fee "
					"set for the party."
			END-IF
		END-IF
	END-IF.

4100-BILL-A-NIGHT.
	MOVE "N" TO WS-FEE-FOUND-SW
	IF FEE-FILE-OPEN
		MOVE sj-party-id TO WS-PICK-PARTY-ID
		PERFORM 0420-READ-PARTY-FEE
	END-IF
	IF NOT FEE-FOUND
		ADD 1 TO WS-NOFEE-COUNT
	ELSE
		ADD 1 TO WS-NIGHTS-BILLED
		PERFORM VARYING WS-ATT-IDX FROM 1 BY 1
			UNTIL WS-ATT-IDX > sj-att-count OR WS-ATT-IDX > 8
			PERFORM 4200-BILL-A-SEAT
		END-PERFORM
	END-IF.

4200-BILL-A-SEAT.
	MOVE sj-att-id(WS-ATT-IDX) TO char-id
	READ CharacterFile
		INVALID KEY
			DISPLAY "Warning: session " sj-id " lists character "
				sj-att-id(WS-ATT-IDX) ", not on file - seat not billed."
		NOT INVALID KEY
			*> the player's discount at this party, if any
			MOVE WS-PARTY-FEE TO WS-CHARGE
			MOVE sj-party-id TO fe-party-id
			MOVE pname TO fe-player
			READ FeeFile
				INVALID KEY
					MOVE 0 TO fe-disc-pct
				NOT INVALID KEY
					COMPUTE WS-CHARGE ROUNDED =
						WS-PARTY-FEE * (100 - fe-disc-pct) / 100
			END-READ
			MOVE pname TO pa-player
			MOVE "C" TO pa-kind
			MOVE sj-id TO pa-ref
			MOVE sj-date TO pa-date
			MOVE sj-party-id TO pa-party-id
			MOVE char-id TO pa-char-id
			MOVE WS-CHARGE TO pa-amount
			MOVE SPACES TO pa-memo
			IF fe-disc-pct > 0
				MOVE fe-disc-pct TO WS-ED-PCT
				STRING "Session " sj-id " " cnamef " -"
					FUNCTION TRIM(WS-ED-PCT) "%"
					DELIMITED BY SIZE INTO pa-memo
				END-STRING
			ELSE
				STRING "Session " sj-id " " cnamef
					DELIMITED BY SIZE INTO pa-memo
				END-STRING
			END-IF
			MOVE ctx-op-id TO pa-op-id
			WRITE AccountData
				INVALID KEY
					*> this player already has this night on account
					ADD 1 TO WS-ALREADY-COUNT
				NOT INVALID KEY
					ADD 1 TO WS-POSTED-COUNT
			END-WRITE
	END-READ.

5000-KEY-A-PAYMENT.
	IF ctx-op-role = "P"
		DISPLAY "Payments are keyed by the DM or an admin."
	ELSE
		PERFORM 0200-ASK-PLAYER
		MOVE "Y" TO WS-ONE-PLAYER-SW
		PERFORM 5100-PLAYER-BALANCE
		IF WS-LINE-COUNT = 0
			DISPLAY "No account on file for that player."
		ELSE
			MOVE WS-BALANCE TO WS-ED-BALANCE
			DISPLAY "Owes " FUNCTION TRIM(WS-ED-BALANCE) " gp."
			DISPLAY "Amount paid? " WITH NO ADVANCING
			ACCEPT WS-NUM-IN
			MOVE FUNCTION NUMVAL(WS-NUM-IN) TO WS-CHARGE
			IF WS-CHARGE = 0
				DISPLAY "Nothing paid - nothing posted."
			ELSE
				MOVE WS-PLAYER TO pa-player
				MOVE "P" TO pa-kind
				ACCEPT pa-date FROM DATE YYYYMMDD
				ACCEPT WS-TIME-FULL FROM TIME
				COMPUTE pa-ref = pa-date * 1000000 + WS-TIME-HHMMSS
				MOVE 0 TO pa-party-id
				MOVE 0 TO pa-char-id
				MOVE WS-CHARGE TO pa-amount
				DISPLAY "Memo (cash, card...)? " WITH NO ADVANCING
				ACCEPT pa-memo
				MOVE ctx-op-id TO pa-op-id
				PERFORM 0600-OPEN-ACCOUNTS
				WRITE AccountData
					INVALID KEY
						DISPLAY "A payment for this player was keyed this "
							"same second - key it again."
					NOT INVALID KEY
						SUBTRACT WS-CHARGE FROM WS-BALANCE
						MOVE WS-BALANCE TO WS-ED-BALANCE
						DISPLAY "Payment posted.  Now owes "
							FUNCTION TRIM(WS-ED-BALANCE) " gp."
				END-WRITE
				CLOSE AccountFile
			END-IF
		END-IF
		MOVE "N" TO WS-ONE-PLAYER-SW
	END-IF.

5100-PLAYER-BALANCE.
	MOVE 0 TO WS-BALANCE
	MOVE 0 TO WS-LINE-COUNT
	OPEN INPUT AccountFile
	IF WS-ACCTFILE-STATUS = "00"
		MOVE LOW-VALUES TO pa-key
		MOVE WS-PLAYER TO pa-player
		MOVE "N" TO WS-EOF-SW
		START AccountFile KEY IS >= pa-key
			INVALID KEY
				MOVE "Y" TO WS-EOF-SW
		END-START
		PERFORM UNTIL END-OF-FILE
			READ AccountFile NEXT RECORD
				AT END
					MOVE "Y" TO WS-EOF-SW
				NOT AT END
					IF pa-player NOT = WS-PLAYER
						MOVE "Y" TO WS-EOF-SW
					ELSE
						ADD 1 TO WS-LINE-COUNT
						IF pa-charge
							ADD pa-amount TO WS-BALANCE
						ELSE
							SUBTRACT pa-amount FROM WS-BALANCE
						END-IF
					END-IF
			END-READ
		END-PERFORM
		CLOSE AccountFile
	END-IF.

6000-STATEMENTS.
	DISPLAY "Statement month (YYYYMM)? " WITH NO ADVANCING
	ACCEPT WS-MONTH
	IF WS-MONTH-MM < 1 OR WS-MONTH-MM > 12
		DISPLAY "Not a month - nothing printed."
	ELSE
		COMPUTE WS-MONTH-START = WS-MONTH * 100 + 1
		IF WS-MONTH-MM = 12
			COMPUTE WS-NEXT-START = (WS-MONTH-YYYY + 1) * 10000 + 101
		ELSE
			COMPUTE WS-NEXT-START = WS-MONTH-START + 100
		END-IF
		DISPLAY "One player's statement, or (A)ll? (O/A) "
			WITH NO ADVANCING
		ACCEPT WS-ANSWER
		IF WS-ANSWER = "A" OR WS-ANSWER = "a"
			MOVE "N" TO WS-ONE-PLAYER-SW
		ELSE
			PERFORM 0200-ASK-PLAYER
			MOVE "Y" TO WS-ONE-PLAYER-SW
		END-IF
		MOVE "statement" TO WS-RPT-NAME
		PERFORM 0450-ASK-ABOUT-SPOOL
		MOVE 0 TO WS-STATEMENT-COUNT
		MOVE "S" TO WS-WALK-MODE
		PERFORM 0700-WALK-THE-ACCOUNTS
		PERFORM 0550-CLOSE-SPOOL
		DISPLAY WS-STATEMENT-COUNT " statement(s) printed."
		MOVE "N" TO WS-ONE-PLAYER-SW
	END-IF.

6200-PRINT-STATEMENT.
	*> a player with nothing owing and nothing this month gets none
	MOVE 0 TO WS-OPENING
	MOVE 0 TO WS-MONTH-CHARGES
	MOVE 0 TO WS-MONTH-PAYMENTS
	PERFORM VARYING WS-LN-IDX FROM 1 BY 1 UNTIL WS-LN-IDX > WS-LINE-COUNT
		EVALUATE TRUE
			WHEN WS-LN-DATE(WS-LN-IDX) < WS-MONTH-START
				IF WS-LN-KIND(WS-LN-IDX) = "C"
					ADD WS-LN-AMOUNT(WS-LN-IDX) TO WS-OPENING
				ELSE
					SUBTRACT WS-LN-AMOUNT(WS-LN-IDX) FROM WS-OPENING
				END-IF
			WHEN WS-LN-DATE(WS-LN-IDX) < WS-NEXT-START
				IF WS-LN-KIND(WS-LN-IDX) = "C"
					ADD WS-LN-AMOUNT(WS-LN-IDX) TO WS-MONTH-CHARGES
				ELSE
					ADD WS-LN-AMOUNT(WS-LN-IDX) TO WS-MONTH-PAYMENTS
				END-IF
		END-EVALUATE
	END-PERFORM
	IF WS-OPENING NOT = 0 OR WS-MONTH-CHARGES > 0
		OR WS-MONTH-PAYMENTS > 0
		ADD 1 TO WS-STATEMENT-COUNT
		MOVE "================================================================"
			TO WS-RPT-LINE
		PERFORM 0500-PRINT-LINE
		STRING "TABLE FEE STATEMENT - " WS-CUR-PLAYER "  month of "
			WS-MONTH-YYYY "-" WS-MONTH-MM
			DELIMITED BY SIZE INTO WS-RPT-LINE
		END-STRING
		PERFORM 0500-PRINT-LINE
		MOVE "----------------------------------------------------------------"
			TO WS-RPT-LINE
		PERFORM 0500-PRINT-LINE
		MOVE WS-OPENING TO WS-ED-BALANCE
		STRING "  Opening balance                               "
			WS-ED-BALANCE
			DELIMITED BY SIZE INTO WS-RPT-LINE
		END-STRING
		PERFORM 0500-PRINT-LINE
		MOVE WS-OPENING TO WS-BALANCE
		PERFORM VARYING WS-LN-IDX FROM 1 BY 1
			UNTIL WS-LN-IDX > WS-LINE-COUNT
			IF WS-LN-DATE(WS-LN-IDX) >= WS-MONTH-START
				AND WS-LN-DATE(WS-LN-IDX) < WS-NEXT-START
				PERFORM 6300-PRINT-A-ROW
			END-IF
		END-PERFORM
		MOVE "----------------------------------------------------------------"
			TO WS-RPT-LINE
		PERFORM 0500-PRINT-LINE
		MOVE WS-MONTH-CHARGES TO WS-ED-AMOUNT
		STRING "  Charged this month " WS-ED-AMOUNT
			DELIMITED BY SIZE INTO WS-RPT-LINE
		END-STRING
		PERFORM 0500-PRINT-LINE
		MOVE WS-MONTH-PAYMENTS TO WS-ED-AMOUNT
		STRING "  Paid this month    " WS-ED-AMOUNT
			DELIMITED BY SIZE INTO WS-RPT-LINE
		END-STRING
		PERFORM 0500-PRINT-LINE
		MOVE WS-BALANCE TO WS-ED-BALANCE
		STRING "  AMOUNT DUE                                    "
			WS-ED-BALANCE
			DELIMITED BY SIZE INTO WS-RPT-LINE
		END-STRING
		PERFORM 0500-PRINT-LINE
		MOVE SPACES TO WS-RPT-LINE
		PERFORM 0500-PRINT-LINE
	END-IF.

6300-PRINT-A-ROW.
	MOVE WS-LN-AMOUNT(WS-LN-IDX) TO WS-ED-AMOUNT
	IF WS-LN-KIND(WS-LN-IDX) = "C"
		ADD WS-LN-AMOUNT(WS-LN-IDX) TO WS-BALANCE
		MOVE WS-BALANCE TO WS-ED-BALANCE
		STRING "  " WS-LN-DATE(WS-LN-IDX) "  " WS-LN-MEMO(WS-LN-IDX)
			"  " WS-ED-AMOUNT "  " WS-ED-BALANCE
			DELIMITED BY SIZE INTO WS-RPT-LINE
		END-STRING
	ELSE
		SUBTRACT WS-LN-AMOUNT(WS-LN-IDX) FROM WS-BALANCE
		MOVE WS-BALANCE TO WS-ED-BALANCE
		STRING "  " WS-LN-DATE(WS-LN-IDX) "  Payment - "
			WS-LN-MEMO(WS-LN-IDX)(1:19) " -" WS-ED-AMOUNT "  "
			WS-ED-BALANCE
			DELIMITED BY SIZE INTO WS-RPT-LINE
		END-STRING
	END-IF
	PERFORM 0500-PRINT-LINE.

7000-AGED-LIST.
	ACCEPT WS-TODAY FROM DATE YYYYMMDD
	COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
		FUNCTION INTEGER-OF-DATE(WS-TODAY) - 30)
	MOVE "agedlist" TO WS-RPT-NAME
	PERFORM 0450-ASK-ABOUT-SPOOL
	MOVE "----------------------------------------------------------------"
		TO WS-RPT-LINE
	PERFORM 0500-PRINT-LINE
	STRING "PLAYERS MORE THAN 30 DAYS BEHIND - nights before "
		WS-CUTOFF-DATE " still unpaid"
		DELIMITED BY SIZE INTO WS-RPT-LINE
	END-STRING
	PERFORM 0500-PRINT-LINE
	MOVE "  Player              Over 30 days    Total due  Oldest unpaid"
		TO WS-RPT-LINE
	PERFORM 0500-PRINT-LINE
	MOVE 0 TO WS-BEHIND-COUNT
	MOVE "N" TO WS-ONE-PLAYER-SW
	MOVE "A" TO WS-WALK-MODE
	PERFORM 0700-WALK-THE-ACCOUNTS
	MOVE "----------------------------------------------------------------"
		TO WS-RPT-LINE
	PERFORM 0500-PRINT-LINE
	STRING "  " WS-BEHIND-COUNT " player(s) behind."
		DELIMITED BY SIZE INTO WS-RPT-LINE
	END-STRING
	PERFORM 0500-PRINT-LINE
	PERFORM 0550-CLOSE-SPOOL.

7100-AGE-A-PLAYER.
	*> payments pay off the oldest nights first; whatever is still
	*> open on a night older than the cutoff is over 30 days
	MOVE 0 TO WS-PAID-POOL
	MOVE 0 TO WS-BALANCE
	PERFORM VARYING WS-LN-IDX FROM 1 BY 1 UNTIL WS-LN-IDX > WS-LINE-COUNT
		IF WS-LN-KIND(WS-LN-IDX) = "P"
			ADD WS-LN-AMOUNT(WS-LN-IDX) TO WS-PAID-POOL
			SUBTRACT WS-LN-AMOUNT(WS-LN-IDX) FROM WS-BALANCE
		ELSE
			ADD WS-LN-AMOUNT(WS-LN-IDX) TO WS-BALANCE
		END-IF
	END-PERFORM
	MOVE 0 TO WS-OVERDUE
	MOVE 0 TO WS-OLDEST-DATE
	PERFORM VARYING WS-LN-IDX FROM 1 BY 1 UNTIL WS-LN-IDX > WS-LINE-COUNT
		IF WS-LN-KIND(WS-LN-IDX) = "C"
			IF WS-PAID-POOL >= WS-LN-AMOUNT(WS-LN-IDX)
				SUBTRACT WS-LN-AMOUNT(WS-LN-IDX) FROM WS-PAID-POOL
				MOVE 0 TO WS-LN-OPEN(WS-LN-IDX)
			ELSE
				COMPUTE WS-LN-OPEN(WS-LN-IDX) =
					WS-LN-AMOUNT(WS-LN-IDX) - WS-PAID-POOL
				MOVE 0 TO WS-PAID-POOL
			END-IF
			IF WS-LN-OPEN(WS-LN-IDX) > 0
				AND WS-LN-DATE(WS-LN-IDX) < WS-CUTOFF-DATE
				ADD WS-LN-OPEN(WS-LN-IDX) TO WS-OVERDUE
				IF WS-OLDEST-DATE = 0
					MOVE WS-LN-DATE(WS-LN-IDX) TO WS-OLDEST-DATE
				END-IF
			END-IF
		END-IF
	END-PERFORM
	IF WS-OVERDUE > 0
		ADD 1 TO WS-BEHIND-COUNT
		MOVE WS-OVERDUE TO WS-ED-OVERDUE
		MOVE WS-BALANCE TO WS-ED-BALANCE
		STRING "  " WS-CUR-PLAYER "  " WS-ED-OVERDUE "  " WS-ED-BALANCE
			"  " WS-OLDEST-DATE
			DELIMITED BY SIZE INTO WS-RPT-LINE
		END-STRING
		PERFORM 0500-PRINT-LINE
	END-IF.

0040-CHECK-LAYOUT-VERSION.
	*> refuse to run against a character.dat or party.dat stamped for
	*> a different build - Data Upgrade converts the files and moves
	*> the stamps.
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
