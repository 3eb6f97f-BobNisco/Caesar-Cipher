*> (replace an existing key's shift and effective/expiry window in
*> place, so every control card naming the id picks up the new shift
*> without being edited).  KX-SHIFT and the dates are ignored on a
*> RETIRE.  None of the three takes effect the run it is punched: it
*> is edited and parked on KEYPEND (see PENDREC.cpy) under the run's
*> operator id, and a later run under a different operator id applies
*> it with an "ACCEPT" card naming the key id, or throws it away with
*> a "REFUSE" card -- only the key id is read off ACCEPT and REFUSE.
01 KEY-TRANS-CARD.
	05 KX-ACTION           PIC X(6).
	05 FILLER              PIC X.
