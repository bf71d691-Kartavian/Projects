      *> row per subclass, keyed informally to class.dat's cr-name by
      *> su-class, with su-level the class level the choice unlocks at
      *> (Clerics and Sorcerers at 1, Druids and Wizards at 2, most
      *> everyone else at 3).  Maintained by Class Maintenance.cbl.
01 SubclassRecord.
	02 su-class PIC x(10).
	02 su-name PIC x(20).
