*> BNOREC.cpy
*> The batch-number control file (BATCHNO): one line, read and
*> rewritten by DECKBLD each time it builds a deck.  BN-PREFIX is the
*> one-letter prefix of the batch ids DECKBLD issues and
*> BN-LAST-NUMBER the number in the last id issued; the next deck's id
*> is the prefix, the next number as five digits, and "00".  Bytes
*> 7-8 are left "00" because DECKSPLT writes its stream digit into
*> byte 8 and RECYCLE its "R" and generation into bytes 7-8: the
*> prefix and number in bytes 1-6 are all a stream or supplemental
*> keeps of its parent, so they alone have to tell built decks apart
*> (CAESAR relates a recycle supplemental to its parent on bytes 1-6
*> too).  The prefix must not be "I" or "W", which INTAKE's and
*> WHSEREL's own ids start with.
*> BN-LAST-BATCH-ID and BN-UPDATED-AT record the id issued and when.
01 BATCH-NUMBER-RECORD.
	05 BN-PREFIX           PIC X.
	05 FILLER              PIC X.
	05 BN-LAST-NUMBER      PIC 9(5).
	05 FILLER              PIC X.
	05 BN-LAST-BATCH-ID    PIC X(8).
	05 FILLER              PIC X.
	05 BN-UPDATED-AT       PIC X(21).
