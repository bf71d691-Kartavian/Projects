      *> Shared layout for a CalendarLogRecord, appended to callog.dat by
      *> CALCLOCK.cbl every time a party's in-world clock moves - what
      *> moved it (LONG REST, TRAVEL, DOWNTIME, ADVANCE, or SET), from
      *> when to when in the game, and the real-world date and time it
      *> was entered.  Campaign Calendar.cbl reads it back to put
      *> real-world ledger lines on the in-world day they happened.
01 CalendarLogRecord.
	02 cg-party-id PIC 9(4).
	02 cg-date PIC 9(8).
	02 cg-time PIC 9(6).
	02 cg-from-day PIC 9(6).
	02 cg-from-hour PIC 9(2).
	02 cg-to-day PIC 9(6).
	02 cg-to-hour PIC 9(2).
	02 cg-reason PIC x(10).
	02 cg-note PIC x(30).
	02 cg-operator PIC x(17).
