      *> Shared layout for a CharJournalRecord, appended by CHARJRNL.cbl
      *> to a dated charjrnl-YYYYMMDD.dat every time a program adds,
      *> changes, or deletes a CharacterData record.  cj-before is the
      *> record as it was read (spaces on an add) and cj-after is the
      *> record as it was written (spaces on a delete).  Roll Forward.cbl
      *> replays these on top of a restored snapshot.  The images carry
      *> a few bytes of room past the 305 CharacterData uses today.
01 CharJournalRecord.
	02 cj-stamp.
		03 cj-date PIC 9(8).
		03 cj-time PIC 9(8).
	02 cj-op-id PIC x(8).
	02 cj-program PIC x(20).
	02 cj-action PIC X.
		88 cj-added VALUE "A".
		88 cj-changed VALUE "C".
		88 cj-deleted VALUE "D".
	02 cj-char-id PIC 9(6).
	02 cj-before PIC X(320).
	02 cj-after PIC X(320).
