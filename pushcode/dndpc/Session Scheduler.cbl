		ACCESS MODE IS DYNAMIC
		RECORD KEY IS char-id
		ALTERNATE RECORD KEY IS cname WITH DUPLICATES
		ALTERNATE RECORD KEY IS party-id WITH DUPLICATES
		FILE STATUS IS WS-CHARFILE-STATUS.
	SELECT SchedArchFile ASSIGN TO "schedarch.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS ha-id
		FILE STATUS IS WS-SCHEDARCH-STATUS.
	SELECT SessArchFile ASSIGN TO "sessarch.dat"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS sa-id
		FILE STATUS IS WS-SESSARCH-STATUS.
DATA DIVISION.
FILE SECTION.
FD ScheduleFile.
FD CharacterFile.
	COPY CHARREC.

FD SchedArchFile.
*> byte-for-byte image of a ScheduleData record (see SCHEDREC.cpy),
*> parked there by Campaign Closeout.cbl - only the id is read here
01 SchedArchData.
	02 ha-id PIC 9(5).
	02 ha-rest PIC X(71).

FD SessArchFile.
*> byte-for-byte image of a SessionData record (see SESSREC.cpy),
*> parked there by Campaign Closeout.cbl - only the id is read here
01 SessArchData.
	02 sa-id PIC 9(5).
	02 sa-rest PIC X(138).

WORKING-STORAGE SECTION.

*> layout-version gate for character.dat (see DATAVER.cpy and
01 WS-SCHEDFILE-STATUS PIC XX VALUE "00".
01 WS-SESSFILE-STATUS PIC XX VALUE "00".
01 WS-CHARFILE-STATUS PIC XX VALUE "00".
01 WS-SCHEDARCH-STATUS PIC XX VALUE "00".
01 WS-SESSARCH-STATUS PIC XX VALUE "00".
01 WS-MENU-CHOICE PIC X.
01 WS-EOF-SW PIC X VALUE "N".
	88 END-OF-SCAN VALUE "Y".
			END-READ
		END-PERFORM
	END-IF
	*> ids a campaign close-out parked in schedarch.dat stay spoken for,
	*> so reopening the campaign never finds its proposals taken
	OPEN INPUT SchedArchFile
	IF WS-SCHEDARCH-STATUS = "00"
		MOVE 0 TO ha-id
		START SchedArchFile KEY IS >= ha-id
			INVALID KEY
				CONTINUE
		END-START
		IF WS-SCHEDARCH-STATUS = "00"
			MOVE "N" TO WS-EOF-SW
			PERFORM UNTIL END-OF-SCAN
				READ SchedArchFile NEXT RECORD
					AT END
						MOVE "Y" TO WS-EOF-SW
					NOT AT END
						IF ha-id > WS-NEXT-SCHED-ID
							MOVE ha-id TO WS-NEXT-SCHED-ID
						END-IF
				END-READ
			END-PERFORM
		END-IF
		CLOSE SchedArchFile
	END-IF
	ADD 1 TO WS-NEXT-SCHED-ID.

2000-RECORD-AVAILABILITY.
	MOVE 0 TO WS-LIST-COUNT
	OPEN INPUT CharacterFile
	IF WS-CHARFILE-STATUS = "00"
		*> only the table's members, through the party-id alternate key
		MOVE sch-party-id TO party-id
		START CharacterFile KEY IS >= party-id
			INVALID KEY
				CONTINUE
		END-START
					AT END
						MOVE "Y" TO WS-EOF-SW
					NOT AT END
						IF party-id NOT = sch-party-id
							MOVE "Y" TO WS-EOF-SW
						END-IF
						IF NOT END-OF-SCAN AND NOT is-dead
							MOVE "N" TO WS-RESP-FOUND-SW
							PERFORM VARYING WS-RESP-IDX FROM 1 BY 1
								UNTIL WS-RESP-IDX > sch-resp-count
			END-READ
		END-PERFORM
	END-IF
	*> ids a campaign close-out parked in sessarch.dat stay spoken for,
	*> so reopening the campaign never finds its nights taken
	OPEN INPUT SessArchFile
	IF WS-SESSARCH-STATUS = "00"
		MOVE 0 TO sa-id
		START SessArchFile KEY IS >= sa-id
			INVALID KEY
				CONTINUE
		END-START
		IF WS-SESSARCH-STATUS = "00"
			MOVE "N" TO WS-EOF-SW
			PERFORM UNTIL END-OF-SCAN
				READ SessArchFile NEXT RECORD
					AT END
						MOVE "Y" TO WS-EOF-SW
					NOT AT END
						IF sa-id > WS-NEXT-SESSION-ID
							MOVE sa-id TO WS-NEXT-SESSION-ID
						END-IF
				END-READ
			END-PERFORM
		END-IF
		CLOSE SessArchFile
	END-IF
	ADD 1 TO WS-NEXT-SESSION-ID.

5000-LIST-PROPOSALS.
