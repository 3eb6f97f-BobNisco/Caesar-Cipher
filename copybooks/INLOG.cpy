*> INLOG.cpy
*> The inbound journal: XMITLOG's counterpart for files partners send
*> us, append-only and streamed, one line per inbound file INTAKE
*> processes.  Each line carries the partner id the file was taken in
*> under, the partner's own envelope batch id, the batch id of the
*> CTLFILE deck INTAKE built from it (blank when the file was
*> rejected), the record count and hash totals computed over what
*> actually arrived, and the outcome: "A" accepted (the envelope
*> footed and a deck was built) or "R" rejected (it did not, and no
*> deck exists).  The same figures go back to the partner on the ACK
*> file, so "did we get their file intact" is a line here, the same
*> way "did they get ours" is a line on XMITLOG.
01 INBOUND-LOG-RECORD.
	05 IL-PARTNER-ID       PIC X(4).
	05 FILLER              PIC X.
	05 IL-PARTNER-BATCH    PIC X(8).
	05 FILLER              PIC X.
	05 IL-BATCH-ID         PIC X(8).
	05 FILLER              PIC X.
	05 IL-TIMESTAMP        PIC X(21).
	05 FILLER              PIC X.
	05 IL-RECORD-COUNT     PIC 9(6).
	05 FILLER              PIC X.
	05 IL-SHIFT-HASH       PIC 9(8).
	05 FILLER              PIC X.
	05 IL-BYTE-HASH        PIC 9(10).
	05 FILLER              PIC X.
	05 IL-STATUS           PIC X.
