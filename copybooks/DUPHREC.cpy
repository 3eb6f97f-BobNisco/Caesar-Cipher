*> DUPHREC.cpy
*> The rolling message history CAESAR checks every partner set
*> against for duplicates and replays: one line per partner set it
*> processed successfully, carrying the run date, the batch id and
*> detail sequence the set booked under (the same pair that keys it
*> on MSGARCH, so an exception names exactly which archive record it
*> repeats), the partner and mode, and the whole reassembled message
*> it was submitted with.  A set repeating an earlier one on all of
*> partner, mode, and message is a suspected duplicate however it
*> came back -- resubmitted in a new deck under a new batch id, or
*> recycled through RCYDECK after the original also got through.
*> CAESAR rewrites the file at the start of every run keeping only
*> lines inside the DUPDAYS window as of the header's run date, then
*> appends the run's own sets as it goes, so the file never grows
*> past the window.
01 DUP-HISTORY-RECORD.
	05 DH-RUN-DATE         PIC X(8).
	05 FILLER              PIC X.
	05 DH-BATCH-ID         PIC X(8).
	05 FILLER              PIC X.
	05 DH-SEQUENCE         PIC 9(6).
	05 FILLER              PIC X.
	05 DH-PARTNER-ID       PIC X(4).
	05 FILLER              PIC X.
	05 DH-MODE             PIC X.
	05 FILLER              PIC X.
	05 DH-MESSAGE          PIC X(495).
