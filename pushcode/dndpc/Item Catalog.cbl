	DISPLAY "Standard gold value (each)? " WITH NO ADVANCING
	ACCEPT ic-value
	PERFORM 1500-GET-AC-FACTS
	PERFORM 1600-GET-WEAPON-FACTS
	PERFORM 1700-GET-MAGIC-FACTS
	WRITE ItemCatalogData
		INVALID KEY
			DISPLAY "That item is already in the catalog - use revise."
		ACCEPT ic-ac-base
	END-IF.

1600-GET-WEAPON-FACTS.
	MOVE 0 TO ic-dmg-count
	MOVE 0 TO ic-dmg-die
	MOVE SPACES TO ic-dmg-type
	MOVE 0 TO ic-vers-die
	MOVE "N" TO ic-finesse-sw
	MOVE "N" TO ic-ranged-sw
	MOVE "N" TO ic-versatile-sw
	MOVE "N" TO ic-two-hand-sw
	IF FUNCTION UPPER-CASE(ic-category) = "WEAPON"
		DISPLAY "Number of damage dice (the 1 in 1d8)? " WITH NO ADVANCING
		ACCEPT ic-dmg-count
		DISPLAY "Damage die size (the 8 in 1d8)? " WITH NO ADVANCING
		ACCEPT ic-dmg-die
		DISPLAY "Damage type (Slashing/Piercing/Bludgeoning)? "
			WITH NO ADVANCING
		ACCEPT ic-dmg-type
		DISPLAY "Finesse? (Y/N) " WITH NO ADVANCING
		ACCEPT ic-finesse-sw
		MOVE FUNCTION UPPER-CASE(ic-finesse-sw) TO ic-finesse-sw
		DISPLAY "Ranged? (Y/N) " WITH NO ADVANCING
		ACCEPT ic-ranged-sw
		MOVE FUNCTION UPPER-CASE(ic-ranged-sw) TO ic-ranged-sw
		DISPLAY "Two-handed? (Y/N) " WITH NO ADVANCING
		ACCEPT ic-two-hand-sw
		MOVE FUNCTION UPPER-CASE(ic-two-hand-sw) TO ic-two-hand-sw
		IF NOT is-two-handed
			DISPLAY "Versatile? (Y/N) " WITH NO ADVANCING
			ACCEPT ic-versatile-sw
			MOVE FUNCTION UPPER-CASE(ic-versatile-sw) TO ic-versatile-sw
			IF is-versatile
				DISPLAY "Die size when swung two-handed? "
					WITH NO ADVANCING
				ACCEPT ic-vers-die
			END-IF
		END-IF
	END-IF.

1700-GET-MAGIC-FACTS.
	MOVE "N" TO ic-attune-sw
	MOVE 0 TO ic-max-charges
	MOVE 0 TO ic-recharge-count
	MOVE 0 TO ic-recharge-die
	MOVE 0 TO ic-recharge-bonus
	DISPLAY "Requires attunement? (Y/N) " WITH NO ADVANCING
	ACCEPT ic-attune-sw
	MOVE FUNCTION UPPER-CASE(ic-attune-sw) TO ic-attune-sw
	DISPLAY "Maximum charges (0 for none)? " WITH NO ADVANCING
	ACCEPT ic-max-charges
	IF ic-max-charges > 0
		DISPLAY "Charges regained at a long rest - number of dice "
			"(the 1 in 1d6+1, 0 for all of them)? " WITH NO ADVANCING
		ACCEPT ic-recharge-count
		IF ic-recharge-count > 0
			DISPLAY "Die size (the 6 in 1d6+1)? " WITH NO ADVANCING
			ACCEPT ic-recharge-die
			DISPLAY "Bonus (the 1 in 1d6+1)? " WITH NO ADVANCING
			ACCEPT ic-recharge-bonus
		END-IF
	END-IF.

2000-LIST-CATALOG.
	MOVE 0 TO WS-ITEM-COUNT
	MOVE SPACES TO ic-name
					ADD 1 TO WS-ITEM-COUNT
					DISPLAY ic-name " " ic-category "  weight "
						ic-weight " ea  value " ic-value " gp ea"
					IF ic-dmg-die IS NUMERIC AND ic-dmg-die > 0
						DISPLAY "      damage " ic-dmg-count "d" ic-dmg-die
							" " FUNCTION TRIM(ic-dmg-type)
							"  finesse " ic-finesse-sw "  ranged "
							ic-ranged-sw "  two-handed " ic-two-hand-sw
							"  versatile " ic-versatile-sw " (d" ic-vers-die ")"
					END-IF
					IF ic-max-charges IS NUMERIC AND ic-max-charges > 0
						IF ic-recharge-count > 0
							DISPLAY "      attunement " ic-attune-sw
								"  charges " ic-max-charges "  regains "
								ic-recharge-count "d" ic-recharge-die "+"
								ic-recharge-bonus " at a long rest"
						ELSE
							DISPLAY "      attunement " ic-attune-sw
								"  charges " ic-max-charges "  regains all "
								"at a long rest"
						END-IF
					ELSE
						IF needs-attunement
							DISPLAY "      requires attunement"
						END-IF
					END-IF
			END-READ
		END-PERFORM
	END-IF
			DISPLAY "Value is " ic-value ". New value? " WITH NO ADVANCING
			ACCEPT ic-value
			PERFORM 1500-GET-AC-FACTS
			IF FUNCTION UPPER-CASE(ic-category) = "WEAPON"
				AND ic-dmg-die IS NUMERIC
				DISPLAY "Damage was " ic-dmg-count "d" ic-dmg-die " "
					FUNCTION TRIM(ic-dmg-type) " - enter it again."
			END-IF
			PERFORM 1600-GET-WEAPON-FACTS
			IF needs-attunement OR ic-max-charges > 0
				DISPLAY "Attunement was " ic-attune-sw ", charges "
					ic-max-charges " - enter them again."
			END-IF
			PERFORM 1700-GET-MAGIC-FACTS
			REWRITE ItemCatalogData
			DISPLAY FUNCTION TRIM(ic-name) " revised."
	END-READ.
