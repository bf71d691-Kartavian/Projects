		ACCESS MODE IS SEQUENTIAL
		RECORD KEY IS char-id
		ALTERNATE RECORD KEY IS cname WITH DUPLICATES
		ALTERNATE RECORD KEY IS party-id WITH DUPLICATES
		FILE STATUS IS WS-FILE-STATUS.
	SELECT CSVFile ASSIGN TO "character_export.csv"
		ORGANIZATION IS LINE SEQUENTIAL
