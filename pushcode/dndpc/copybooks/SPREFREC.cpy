	02 sr-school PIC x(13).
	02 sr-cast-time PIC x(12).
	02 sr-effect PIC x(60).
      *> a costly material component, spaces when the spell has none:
      *> the inventory.dat item name it must be carried as, the least
      *> it must be worth (gp each), and whether casting uses it up.
      *> Session Tracker.cbl's cast-a-spell checks and burns these.
	02 sr-component.
		03 sr-comp-item PIC x(20).
		03 sr-comp-value PIC 9(5)V99.
		03 sr-comp-consumed-sw PIC X.
			88 sr-comp-consumed VALUE "Y".
