*> PRTTRANS.cpy
*> One maintenance transaction card per line for PRTMAINT, in the same
*> action-first style as KEYMAINT's KEYTRANS cards.  PX-ACTION is "ADD"
*> (new partner id, must not already exist), "RETIRE" (flag an existing
*> partner "R" so cards naming it start rejecting), or "UPDATE"
*> (replace an existing active partner's whole profile in place --
*> cipher permissions, default key, route, allowed-key list, and
*> duplicate policy together, so a half-edited profile can't exist).
*> The profile fields are ignored on a RETIRE.  As with KEYTRANS, none
*> of the three takes effect the run it is punched: it waits on PRTPEND
*> (see PENDREC.cpy) for an "ACCEPT" card naming the partner id from a
*> run under a different operator id, or a "REFUSE" card that drops it.
01 PARTNER-TRANS-CARD.
	05 PX-ACTION           PIC X(6).
	05 FILLER              PIC X.
	05 FILLER              PIC X.
	05 PX-ALLOWED-KEYS.
		10 PX-ALLOWED-KEY  PIC X(8) OCCURS 5 TIMES.
	05 FILLER              PIC X.
	05 PX-DUP-POLICY       PIC X.
