      *> Shared layout for an EncTableData record, written to
      *> enctable.dat by Encounter Tables.cbl - one random-encounter
      *> table per terrain and level tier (tier 1 = levels 1-4, 2 = 5-10,
      *> 3 = 11-16, 4 = 17-20).  Each row covers a percentile range on
      *> a d100 and names a bestiary monster (mn-name, see MONREC.cpy)
      *> and how many turn up, in dice notation ("2d4+1", or a plain
      *> "3").  Encounter Builder.cbl rolls a table onto its slate.
      *> et-terrain is kept in capitals so "forest" and "Forest" are
      *> the same table.
01 EncTableData.
	02 et-key.
		03 et-terrain PIC x(10).
		03 et-tier PIC 9.
	02 et-name PIC x(30).
	02 et-row-count PIC 9(2).
	02 et-row OCCURS 20 TIMES.
		03 et-low PIC 9(3).
		03 et-high PIC 9(3).
		03 et-mon-name PIC x(23).
		03 et-qty-dice PIC x(8).
