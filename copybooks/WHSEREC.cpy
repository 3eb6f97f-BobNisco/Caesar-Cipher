*> WHSEREC.cpy
*> One line per card image on the card warehouse (CARDWHSE), the
*> persistent file future-dated card sets wait on.  When a detail
*> card's CC-RELEASE-DATE is later than the header's run date CAESAR
*> does not process the set: it appends the whole set here as full
*> CTLFILE-layout card images, the detail card first (WH-CARD-SEG 1)
*> and one line per continuation segment after it, all under the
*> batch id and detail sequence the set booked under that night and
*> the date it was stored.  WH-STATE is "W" while the set waits.
*> WHSEREL runs ahead of CAESAR each night, pulls every set that has
*> come due into a bracketed supplemental deck, and marks it "R"
*> (released) with the batch id of that deck in WH-RELEASE-BATCH;
*> once the batch register shows that batch completed, the next
*> WHSEREL drops the set from the file.  WHSEREL rewrites the whole
*> file each night; CAESAR only ever appends to it.
01 WAREHOUSE-RECORD.
	05 WH-RELEASE-DATE     PIC X(8).
	05 FILLER              PIC X.
	05 WH-STATE            PIC X.
	05 FILLER              PIC X.
	05 WH-BATCH-ID         PIC X(8).
	05 FILLER              PIC X.
	05 WH-SET-SEQ          PIC 9(6).
	05 FILLER              PIC X.
	05 WH-CARD-SEG         PIC 9.
	05 FILLER              PIC X.
	05 WH-STORED-DATE      PIC X(8).
	05 FILLER              PIC X.
	05 WH-RELEASE-BATCH    PIC X(8).
	05 FILLER              PIC X.
	05 WH-CARD-IMAGE       PIC X(139).
