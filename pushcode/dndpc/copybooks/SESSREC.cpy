	02 sj-note PIC x(60).
	02 sj-att-count PIC 9(2).
	02 sj-att-id PIC 9(6) OCCURS 8 TIMES.
      *> the in-world span the night covered (see CALREC.cpy) - the day
      *> and hour the party's calendar stood at when play began and when
      *> it ended; zeros for a night recorded before the calendar.
	02 sj-game-span.
		03 sj-game-start-day PIC 9(6).
		03 sj-game-start-hour PIC 9(2).
		03 sj-game-end-day PIC 9(6).
		03 sj-game-end-hour PIC 9(2).
