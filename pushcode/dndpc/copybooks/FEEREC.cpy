      *> Shared layout for a FeeData record, written to fees.dat by Table
      *> Fees.cbl - the table-fee schedule.  The row with fe-player
      *> spaces is the party's per-seat fee for a game night (see
      *> PARTYREC.cpy); a row naming a player (pname, see CHARREC.cpy)
      *> is that member's discount off it, in percent - 100 seats them
      *> free.
01 FeeData.
	02 fe-key.
		03 fe-party-id PIC 9(4).
		03 fe-player PIC x(17).
	02 fe-fee PIC 9(3)V99.
	02 fe-disc-pct PIC 9(3).
	02 fe-set-date PIC 9(8).
