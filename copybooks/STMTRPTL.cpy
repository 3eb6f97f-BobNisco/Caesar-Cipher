*> STMTRPTL.cpy
*> One 100-byte print line per record for PRTSTMT's month-end
*> partner activity statement -- one statement page per partner,
*> then a run summary page -- in the same paginated style as the
*> SOLVE and AUDRPT reports.
01 STATEMENT-REPORT-LINE  PIC X(100).
