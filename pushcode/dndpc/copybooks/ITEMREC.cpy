	02 ic-value PIC 9(5)V99.
	02 ic-ac-base PIC 9(2).
	02 ic-dex-cap PIC 9.
      *> weapon facts, filled in for the Weapon category only and read
      *> by Weapon Attack.cbl: damage is ic-dmg-count d ic-dmg-die of
      *> ic-dmg-type, and a versatile weapon swung two-handed rolls
      *> ic-vers-die instead.  A finesse weapon may use DEX for the
      *> attack; a ranged weapon always does.
	02 ic-weapon.
		03 ic-dmg-count PIC 9.
		03 ic-dmg-die PIC 9(2).
		03 ic-dmg-type PIC x(11).
		03 ic-vers-die PIC 9(2).
		03 ic-finesse-sw PIC X.
			88 is-finesse VALUE "Y".
		03 ic-ranged-sw PIC X.
			88 is-ranged VALUE "Y".
		03 ic-versatile-sw PIC X.
			88 is-versatile VALUE "Y".
		03 ic-two-hand-sw PIC X.
			88 is-two-handed VALUE "Y".
      *> magic-item facts: whether the item has to be attuned to work,
      *> and the charges it holds.  At a long rest Session Tracker.cbl
      *> gives back ic-recharge-count d ic-recharge-die + ic-recharge-
      *> bonus charges, never past the maximum; no recharge dice and no
      *> bonus means every charge comes back.
	02 ic-magic.
		03 ic-attune-sw PIC X.
			88 needs-attunement VALUE "Y".
		03 ic-max-charges PIC 9(2).
		03 ic-recharge-count PIC 9.
		03 ic-recharge-die PIC 9(2).
		03 ic-recharge-bonus PIC 9(2).
