*> RELRPTL.cpy
*> One 100-byte print line per record for WHSEREL's card warehouse
*> release report -- the sets released into tonight's supplemental
*> deck, the sets held past their release date and why, the sets
*> still waiting, and the totals, in the same paginated style as the
*> KEYCOMP and AUDRPT reports.
01 REL-REPORT-LINE        PIC X(100).
