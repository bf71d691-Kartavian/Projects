		DISPLAY "45) Milestone level         46) Session scheduler"
		DISPLAY "47) Quest tracker           48) Character notes"
		DISPLAY "49) Hoard generator         50) Campaign transfer"
		DISPLAY "51) Shop dashboard          52) Roll forward journal"
		DISPLAY "53) Class maintenance       54) Weapon attack"
		DISPLAY "55) Check / save roller     56) Campaign calendar"
		DISPLAY "57) Travel log              58) Random encounter tables"
		DISPLAY "59) Downtime ledger         60) NPC / faction registry"
		DISPLAY "61) Companions / hirelings  62) Resurrection / raise dead"
		DISPLAY "63) Stash loot distribution 64) Table fees / accounts"
		DISPLAY "65) Match player accounts   66) Calendar feed / reminders"
		DISPLAY "67) Recap and chronicle     68) Adventure logsheet"
		DISPLAY "69) Party gap analysis      70) DM screen / tent cards"
		DISPLAY "71) Dice fairness analysis  72) Campaign close-out"
		DISPLAY "73) Exceptions report       74) Character timeline"
		DISPLAY " S) Set the current character by ID"
		DISPLAY " X) Clear the current character"
		DISPLAY " Q) Quit"
				CALL "campaign_transfer"
			WHEN "51"
				CALL "shop_dashboard"
			WHEN "52"
				IF ctx-op-role = "D" OR ctx-op-role = "A"
					CALL "roll_forward"
				ELSE
					DISPLAY "Rolling the journal forward is DM or admin only."
				END-IF
			WHEN "53"
				IF ctx-op-role = "D" OR ctx-op-role = "A"
					CALL "class_maintenance"
				ELSE
					DISPLAY "Class maintenance is DM or admin only."
				END-IF
			WHEN "54"
				CALL "weapon_attack"
			WHEN "55"
				CALL "check_roller"
			WHEN "56"
				CALL "campaign_calendar"
			WHEN "57"
				CALL "travel_log"
			WHEN "58"
				CALL "encounter_tables"
			WHEN "59"
				CALL "downtime_ledger"
			WHEN "60"
				CALL "npc_registry"
			WHEN "61"
				CALL "companion_roster"
			WHEN "62"
				CALL "character_resurrection"
			WHEN "63"
				CALL "loot_distribution"
			WHEN "64"
				CALL "table_fees"
			WHEN "65"
				CALL "owner_match"
			WHEN "66"
				CALL "session_calendar"
			WHEN "67"
				CALL "session_recap"
			WHEN "68"
				CALL "adventure_logsheet"
			WHEN "69"
				CALL "party_gaps"
			WHEN "70"
				CALL "dm_screen"
			WHEN "71"
				CALL "dice_fairness"
			WHEN "72"
				IF ctx-op-role = "D" OR ctx-op-role = "A"
					CALL "campaign_closeout"
				ELSE
					DISPLAY "Closing out a campaign is DM or admin only."
				END-IF
			WHEN "73"
				IF ctx-op-role = "D" OR ctx-op-role = "A"
					CALL "exceptions_report"
				ELSE
					DISPLAY "The exceptions report is DM or admin only."
				END-IF
			WHEN "74"
				CALL "character_timeline"
			WHEN "S"
			WHEN "s"
				DISPLAY "Character ID to make current? " WITH NO ADVANCING
