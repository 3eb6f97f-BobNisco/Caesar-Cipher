*> PENDREC.cpy
*> One line per master-file change waiting on a second operator, on
*> KEYPEND (KEYMAINT) or PRTPEND (PRTMAINT).  A KEYTRANS/PRTTRANS
*> ADD, RETIRE, ROTATE, or UPDATE card never touches its master the
*> night it is punched: it is edited, then parked here under the
*> operator id of the run that entered it, card image and all, and
*> only applied when a later run under a different operator id
*> ACCEPTs it (see KEYTRANS.cpy).  PD-ENTITY-ID is the key id or the
*> partner id (left-justified) the change is for -- one pending change
*> per id at a time.  Rewritten whole by each maintenance run, the
*> same way the masters are.
01 PENDING-CHANGE-RECORD.
	05 PD-ENTITY-ID        PIC X(8).
	05 FILLER              PIC X.
	05 PD-REQUESTED-BY     PIC X(8).
	05 FILLER              PIC X.
	05 PD-REQUESTED-AT     PIC X(21).
	05 FILLER              PIC X.
	05 PD-TRANS-CARD       PIC X(80).
