*> it under the feed's own header and trailer so each feed reconciles
*> on its own, and a blank route id means the partner rides the
*> commingled OUTFILE only.  PM-STATUS is "A" (active) or "R"
*> (retired); cards naming a retired partner reject.  PM-DUP-POLICY
*> says what CAESAR does with a set that repeats one of the partner's
*> recent messages (see DUPHREC.cpy): "H" holds it unprocessed, "F"
*> or blank processes it and flags it, "N" skips the check for a
*> partner whose traffic legitimately repeats.  Maintained by
*> PRTMAINT, never edited by hand.
01 PARTNER-MASTER-RECORD.
	05 PM-PARTNER-ID       PIC X(4).
		10 PM-ALLOWED-KEY  PIC X(8) OCCURS 5 TIMES.
	05 FILLER              PIC X.
	05 PM-STATUS           PIC X.
	05 FILLER              PIC X.
	05 PM-DUP-POLICY       PIC X.
