      *> Shared layout for a TravelLogRecord, appended to travel.dat by
      *> Travel Log.cbl - one line per overland leg a party (pt-id, see
      *> PARTYREC.cpy) travels.  tv-pace is F(ast), N(ormal) or S(low);
      *> tv-days comes from the pace and terrain.  The in-world from and
      *> to are the party's clock before and after the leg (see
      *> CALREC.cpy).  tv-rations and tv-water are what came out of
      *> inventory.dat, and tv-short-count is how many member-days went
      *> without.  tv-enc-checks and tv-enc-hits count the daily
      *> random-encounter rolls made and the ones that came up.
01 TravelLogRecord.
	02 tv-party-id PIC 9(4).
	02 tv-date PIC 9(8).
	02 tv-time PIC 9(6).
	02 tv-miles PIC 9(4).
	02 tv-pace PIC X.
	02 tv-terrain PIC x(10).
	02 tv-days PIC 9(4).
	02 tv-from-day PIC 9(6).
	02 tv-from-hour PIC 9(2).
	02 tv-to-day PIC 9(6).
	02 tv-to-hour PIC 9(2).
	02 tv-members PIC 9(2).
	02 tv-rations PIC 9(5).
	02 tv-water PIC 9(5).
	02 tv-short-count PIC 9(5).
	02 tv-enc-checks PIC 9(4).
	02 tv-enc-hits PIC 9(4).
	02 tv-note PIC x(30).
	02 tv-operator PIC x(17).
