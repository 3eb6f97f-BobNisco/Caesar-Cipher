	05 FILLER              PIC X.
	05 RC-CARD-SEG         PIC 9.
	05 FILLER              PIC X.
	05 RC-CARD-IMAGE       PIC X(139).
