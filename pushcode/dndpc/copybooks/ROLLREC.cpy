      *> Shared layout for a RollLogRecord, appended to rolllog.dat by
      *> Dice Tower.cbl and Weapon Attack.cbl - one line per roll with
      *> the dice spec, the N/A/D mode, the faces of the set that was
      *> kept, and the final total, so a contested roll can be replayed.
01 RollLogRecord.
	02 rl-date PIC 9(8).
	02 rl-time PIC 9(6).
	02 rl-spec PIC x(12).
	02 rl-mode PIC x.
	02 rl-dice PIC x(40).
	02 rl-total PIC S9(4) SIGN IS TRAILING SEPARATE.
      *> who was signed on and which program rolled - the dice fairness
      *> report (Dice Fairness.cbl) breaks the log down by both.  Lines
      *> logged before these were stamped read back as spaces.
	02 rl-op-id PIC x(8).
	02 rl-program PIC x(20).
