*> OPSRPTL.cpy
*> One 100-byte print line per record for OPSBOARD's one-page morning
*> status board: a red/amber/green line per step of the nightly cycle
*> and an overall line at the foot.
01 OPS-REPORT-LINE        PIC X(100).
