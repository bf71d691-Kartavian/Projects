      *> CharacterData area when they need the individual fields.
01 ArchiveData.
	02 arc-char-id PIC 9(6).
	02 arc-body PIC X(314).
