*> CTLCARD.cpy
*> 139-byte record layout for CAESAR's input control file.  The file is
*> bracketed by a header card (CC-MODE "H") and a trailer card
*> (CC-MODE "T") so a run can reconcile how many detail cards it
*> actually processed against what the file claims to carry; in
*> driven by CC-KEYWORD, whose letters supply a per-position shift
*> (A=0 .. Z=25) instead of CC-SHIFT/the named key's shift.  A "K"
*> card with a blank or non-alphabetic keyword rejects the same way
*> an out-of-policy shift does.  On an "S" card, "K" asks for the
*> keyword to be recovered instead of a single shift; CC-SHIFT then
*> carries the longest keyword length to try (00, or anything over the
*> 16 bytes of CC-KEYWORD, tries up to 16).
*> CC-PARTNER-ID names the trading partner whose profile (see
*> PRTREC.cpy) governs the card -- allowed cipher types, allowed key
*> ids, default key, and output routing; a card outside its partner's
*> profile rejects the same way a bad shift or dead key does.  A
*> blank partner id is house traffic, processed exactly as before.
*> CC-RELEASE-DATE (YYYYMMDD) holds a detail set back until a later
*> night -- a key cutover, an embargoed notice.  Blank, or a date on
*> or before the header's run date, processes the set tonight; a
*> later date sets the whole set aside on the card warehouse (see
*> WHSEREC.cpy) for WHSEREL to release into a supplemental deck on
*> the night it comes due.  Only the detail card's date counts --
*> continuation cards follow their detail card.
*> CONTROL-HEADER and CONTROL-TRAILER redefine the same 139 bytes as
*> CONTROL-CARD so one READ serves all three record types.
01 CONTROL-CARD.
	05 CC-MODE             PIC X.
	05 CC-CIPHER           PIC X.
	05 CC-KEYWORD          PIC X(16).
	05 CC-PARTNER-ID       PIC X(4).
	05 CC-RELEASE-DATE     PIC X(8).
01 CONTROL-HEADER REDEFINES CONTROL-CARD.
	05 CH-REC-TYPE         PIC X.
	05 CH-RUN-DATE         PIC X(8).
	05 CH-EXPECTED-COUNT   PIC 9(6).
	05 CH-BATCH-ID         PIC X(8).
	05 FILLER              PIC X(116).
01 CONTROL-TRAILER REDEFINES CONTROL-CARD.
	05 CT-REC-TYPE         PIC X.
	05 CT-RECORD-COUNT     PIC 9(6).
	05 CT-REJECT-COUNT     PIC 9(6).
	05 FILLER              PIC X(126).
