*> recomputed when REKEY rewrites it); BALANCE's archive sweep
*> option recomputes it for every record so a mangled AR-TEXT is
*> caught instead of trusted.
*> AR-PARTNER-ID is the partner id the set carried (blank for house
*> traffic), so the month-end statement can bill every archived
*> message -- nightly or ad-hoc -- to the partner it belongs to.
*> AR-KEY-ID is the key id the set was processed under (its own or
*> the partner's default; blank for a set that carried its own
*> shift), so when a key leaks KEYCOMP can say exactly which archived
*> messages it protected -- AR-SHIFT alone can't, since two keys may
*> share a shift.
01 ARCHIVE-RECORD.
	05 AR-KEY.
		10 AR-BATCH-ID     PIC X(8).
	05 AR-STATUS           PIC X.
	05 AR-TEXT             PIC X(495).
	05 AR-CHECK-VALUE      PIC 9(6).
	05 AR-PARTNER-ID       PIC X(4).
	05 AR-KEY-ID           PIC X(8).
