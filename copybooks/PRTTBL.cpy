		10 PT-ROUTE-ID     PIC X(8).
		10 PT-ALLOWED-KEY  PIC X(8) OCCURS 5 TIMES.
		10 PT-STATUS       PIC X.
		10 PT-DUP-POLICY   PIC X.
01 PT-COUNT                PIC 99 VALUE 0.
01 PT-IDX                  PIC 99.
01 PT-FOUND                PIC X VALUE "N".
