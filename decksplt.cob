FD  CONTROL-FILE.
COPY "CTLCARD.cpy".
FD  SUB-DECK-FILE.
01 SUB-DECK-CARD           PIC X(139).
FD  SPLIT-MAP-FILE.
COPY "SPLTMAP.cpy".
WORKING-STORAGE SECTION.
