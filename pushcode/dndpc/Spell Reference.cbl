01 WS-EOF-SW PIC X VALUE "N".
	88 END-OF-REFERENCE VALUE "Y".
01 WS-SPELL-COUNT PIC 9(4) VALUE 0.
01 WS-ED-VALUE PIC Z(4)9.99.

PROCEDURE DIVISION.
0000-MAIN.
	DISPLAY "Casting time (e.g. 1 action)? " WITH NO ADVANCING
	ACCEPT sr-cast-time
	DISPLAY "One-line effect? " WITH NO ADVANCING
	ACCEPT sr-effect
	MOVE SPACES TO sr-comp-item
	MOVE 0 TO sr-comp-value
	MOVE "N" TO sr-comp-consumed-sw
	DISPLAY "Costly material component (inventory item name, blank for "
		"none)? " WITH NO ADVANCING
	ACCEPT sr-comp-item
	IF sr-comp-item NOT = SPACES
		DISPLAY "Least it must be worth (gp each)? " WITH NO ADVANCING
		ACCEPT sr-comp-value
		DISPLAY "Does casting consume it? (Y/N) " WITH NO ADVANCING
		ACCEPT sr-comp-consumed-sw
		MOVE FUNCTION UPPER-CASE(sr-comp-consumed-sw) TO sr-comp-consumed-sw
	END-IF.

2000-LIST-REFERENCE.
	MOVE 0 TO WS-SPELL-COUNT
							sr-school " " sr-cast-time
					END-IF
					DISPLAY "    " FUNCTION TRIM(sr-effect)
					PERFORM 2100-SHOW-COMPONENT
			END-READ
		END-PERFORM
	END-IF
	DISPLAY WS-SPELL-COUNT " spell(s) in the reference.".

2100-SHOW-COMPONENT.
	IF sr-comp-item NOT = SPACES AND sr-comp-item NOT = LOW-VALUES
		MOVE sr-comp-value TO WS-ED-VALUE
		IF sr-comp-consumed
			DISPLAY "    Component: " FUNCTION TRIM(sr-comp-item) " worth "
				FUNCTION TRIM(WS-ED-VALUE) " gp, consumed"
		ELSE
			DISPLAY "    Component: " FUNCTION TRIM(sr-comp-item) " worth "
				FUNCTION TRIM(WS-ED-VALUE) " gp, not consumed"
		END-IF
	END-IF.

3000-REVISE-SPELL.
	DISPLAY "Spell name to revise? " WITH NO ADVANCING
	ACCEPT WS-SPELL-NAME
			DISPLAY "On file: level " sr-level "  " sr-school "  "
				sr-cast-time
			DISPLAY "    " FUNCTION TRIM(sr-effect)
			PERFORM 2100-SHOW-COMPONENT
			PERFORM 1500-GET-SPELL-FACTS
			REWRITE SpellRefData
			DISPLAY FUNCTION TRIM(sr-name) " revised."
