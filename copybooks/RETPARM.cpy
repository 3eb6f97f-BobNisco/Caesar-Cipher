*> generations are kept before HOUSEKP purges them (e.g. 90 days of
*> audit, 30 of rejects, 7 of solve reports).  A file with no line
*> here falls back to HOUSEKP's 30-day default, which the
*> housekeeping report calls out so the gap gets fixed.  RP-DAY-UNIT
*> "B" counts the days as business days on the processing calendar
*> (e.g. "REJFILE  020 B" keeps four working weeks of rejects however
*> many holidays fall in them); blank or "D" counts calendar days.
01 RETENTION-PARM-CARD.
	05 RP-FILE-ID          PIC X(8).
	05 FILLER              PIC X.
	05 RP-DAYS             PIC 9(3).
	05 FILLER              PIC X.
	05 RP-DAY-UNIT         PIC X.
