*> AUDCTX.cpy
*> The audit context ENCRYPT stamps onto every AUDITLOG line it
*> writes.  ENCRYPT's parameter list is the cipher request alone, and
*> every caller (CAESAR, QUIKCIPH, REKEY) would otherwise have to
*> grow the same extra parameters, so the context rides in one
*> EXTERNAL area instead -- the same sharing the EXTERNAL audit-log
*> FD already uses.  The caller fills it in before each cipher call;
*> a blank partner id is house traffic.  AX-BATCH-ID and AX-SEQUENCE
*> are the batch id and detail sequence the message books under on
*> MSGARCH.
01 AUDIT-CONTEXT IS EXTERNAL.
	05 AX-PARTNER-ID       PIC X(4).
	05 AX-BATCH-ID         PIC X(8).
	05 AX-SEQUENCE         PIC 9(6).
