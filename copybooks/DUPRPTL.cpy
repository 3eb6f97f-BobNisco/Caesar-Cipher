*> DUPRPTL.cpy
*> One 100-byte print line per record for CAESAR's duplicate message
*> exception report: a line per partner set held or flagged as a
*> repeat of a recent message, naming the earlier batch and sequence
*> it matched, and a totals line at the end of the run.
01 DUP-REPORT-LINE        PIC X(100).
