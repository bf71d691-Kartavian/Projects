      *> Shared layout for a CalendarData record, kept in calendar.dat
      *> by CALCLOCK.cbl - one per party (pt-id, see PARTYREC.cpy), the
      *> way purse.dat keeps one per character.  The in-world date is a
      *> day count from the day the campaign began (day 1) and an hour
      *> of that day, 0-23, so "how long since Waterdeep" is a
      *> subtraction.  cal-last-reason and cal-last-date remember the
      *> last move, so one party long rest entered character by
      *> character only moves the clock once.
01 CalendarData.
	02 cal-party-id PIC 9(4).
	02 cal-day PIC 9(6).
	02 cal-hour PIC 9(2).
	02 cal-last-reason PIC x(10).
	02 cal-last-date PIC 9(8).
