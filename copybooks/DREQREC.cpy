*> DREQREC.cpy
*> One line per message on DECKBLD's request file (DECKREQ): the
*> partner id (blank for house traffic), the mode (E, D, V, S, or A),
*> the key id -- or, for cipher "K", the keyword -- the cipher type
*> (blank or "C" classic Caesar, "K" keyword), and the message itself,
*> free length to the end of the line.  The fixed fields run to column
*> 26 and the message starts in column 27; the line is read
*> variable-length, so the message's length is the line's length less
*> those 26 columns.  DQ-MESSAGE is wider than the 495 bytes five
*> cards can carry so an over-long message is seen and rejected, not
*> cut short.
01 DECK-REQUEST-RECORD.
	05 DQ-PARTNER-ID       PIC X(4).
	05 FILLER              PIC X.
	05 DQ-MODE             PIC X.
	05 FILLER              PIC X.
	05 DQ-KEY              PIC X(16).
	05 FILLER              PIC X.
	05 DQ-CIPHER           PIC X.
	05 FILLER              PIC X.
	05 DQ-MESSAGE          PIC X(600).
