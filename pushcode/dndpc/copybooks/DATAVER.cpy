      *>   version 1 - the original 240-byte CharacterData
      *>   version 2 - party-id, skill flags, death saves (264 bytes)
      *>   version 3 - dying state, spell slots, subclass, hit dice
      *>   version 4 - same 297 bytes, party-id added as an alternate
      *>               key (with duplicates) for the party tools
      *>   version 5 - owner-op-id, the owning player account (305
      *>               bytes); journals written before the upgrade will
      *>               not roll forward onto it - snapshot afterwards
      *> party.dat:
      *>   version 1 - the original 61-byte PartyData
      *>   version 2 - pt-level-mode for milestone campaigns (62 bytes)
      *>   version 3 - pt-status and pt-closed-date for campaign
      *>               close-out (71 bytes)
01 DataVersions.
	02 dv-charrec-version PIC 9(3) VALUE 5.
	02 dv-partyrec-version PIC 9(3) VALUE 3.
