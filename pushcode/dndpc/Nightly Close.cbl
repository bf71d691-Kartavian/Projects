	END-IF.

1100-SEED-DEFAULT-CONTROL.
	*> first run in a shop with no control file - the standard night:
	*> audit the data, close the treasury, send the calendar feeds and
	*> reminders, list what needs an operator, then snapshot it all.
	DISPLAY "No nightctl.dat on file - seeding the standard sequence."
	OPEN OUTPUT RunControlFile
	MOVE 1 TO rc-step
	MOVE "P" TO rc-status
	WRITE RunControlRecord
	MOVE 3 TO rc-step
	MOVE "session_calendar" TO rc-program
	MOVE "P" TO rc-status
	WRITE RunControlRecord
	MOVE 4 TO rc-step
	MOVE "exceptions_report" TO rc-program
	MOVE "P" TO rc-status
	WRITE RunControlRecord
	MOVE 5 TO rc-step
	MOVE "data_snapshot" TO rc-program
	MOVE "P" TO rc-status
	WRITE RunControlRecord
