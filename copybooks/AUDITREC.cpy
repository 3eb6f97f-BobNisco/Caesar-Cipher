*> AL-STATUS "R", through the same shared file connector.  AL-CIPHER
*> records which algorithm ran -- "C" classic Caesar, "K" keyword
*> (Vigenere) -- since AL-SHIFT alone says nothing for a keyword card.
*> AL-PARTNER-ID is the partner the traffic belongs to (blank for
*> house traffic).  ENCRYPT is called with nothing but the message
*> and its cipher settings, so it picks the partner up from the
*> shared AUDIT-CONTEXT area (AUDCTX.cpy) its caller fills in before
*> every cipher call.  AL-BATCH-ID and AL-SEQUENCE come the same way
*> and name the batch id and detail sequence the line's message
*> books under on MSGARCH, so a key's audit lines tie back to the
*> archive records and batches it touched.
01 AUDIT-LOG-RECORD.
	05 AL-TIMESTAMP        PIC X(21).
	05 FILLER              PIC X.
	05 AL-KEY-ID           PIC X(8).
	05 FILLER              PIC X.
	05 AL-CIPHER           PIC X.
	05 FILLER              PIC X.
	05 AL-PARTNER-ID       PIC X(4).
	05 FILLER              PIC X.
	05 AL-BATCH-ID         PIC X(8).
	05 FILLER              PIC X.
	05 AL-SEQUENCE         PIC 9(6).
