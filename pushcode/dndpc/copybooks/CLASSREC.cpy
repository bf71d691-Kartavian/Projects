      *> Shared layout for a class.dat record, read by every program that
      *> loads the class table (Character Creation.cbl, Character
      *> Maintenance.cbl, Character Batch.cbl, Character Creation GUI.cbl,
      *> Character Levelup.cbl, Party Summary.cbl) and maintained by
      *> Class Maintenance.cbl.  Carries the class facts that used to be
      *> hardcoded in each program, so homebrew classes only need a new
      *> row here.
01 ClassRecord.
	02 cr-name		PIC x(10).
	02 cr-hit-die	PIC 9(2).
