FD  STREAM-AUDIT-FILE.
COPY "AUDITREC.cpy".
FD  MERGED-AUDIT-FILE.
01 MERGED-AUDIT-RECORD     PIC X(64).
FD  PARTNER-MASTER-FILE.
COPY "PRTREC.cpy".
FD  PARTNER-FEED-FILE.
