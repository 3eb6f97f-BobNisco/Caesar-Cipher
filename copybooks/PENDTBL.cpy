*> PENDTBL.cpy
*> In-core image of a pending-change file (see PENDREC.cpy), loaded
*> at startup by KEYMAINT or PRTMAINT alongside its master table.
*> PN-STATE is "P" while the change is still waiting and "C" once an
*> ACCEPT or REFUSE has cleared it this run; cleared entries are
*> dropped when the file is rewritten.  Prefixed PN- to stay clear of
*> the PD- fields on the file record, the same way KEYTBL.cpy keeps
*> KT- clear of KY-.
01 PENDING-TABLE.
	05 PN-ENTRY OCCURS 50 TIMES.
		10 PN-ENTITY-ID    PIC X(8).
		10 PN-REQUESTED-BY PIC X(8).
		10 PN-REQUESTED-AT PIC X(21).
		10 PN-TRANS-CARD   PIC X(80).
		10 PN-STATE        PIC X.
01 PN-COUNT                PIC 99 VALUE 0.
01 PN-IDX                  PIC 99.
01 PN-FOUND                PIC X VALUE "N".
