*> KCPRPTL.cpy
*> One 100-byte print line per record for KEYCOMP's key-compromise
*> impact report -- the retirement action taken, every archive record,
*> transmission, and audit line that used the key in the date range,
*> the affected batches, totals per partner, and the REKEY parameters
*> that re-protect the archive, in the same paginated style as the
*> REKEY and AUDRPT reports.
01 COMP-REPORT-LINE       PIC X(100).
