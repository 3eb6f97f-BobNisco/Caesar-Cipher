	   >>SOURCE FORMAT IS FREE
*> XMITBAT answers one question for every program that ties archived
*> or registered traffic back to XMITLOG: did this XMITLOG line go
*> out for this batch?  Usually the ids are simply equal, but on a
*> split night they never are -- DECKSPLT gives each stream the
*> parent id with the stream digit (1-9) in byte 8, and CAESAR
*> archives, audits, and registers under that stream id, while
*> DECKMRGE recombines the streams and TRANSMIT logs the merged file
*> under the parent id.  So a stream id also matches an XMITLOG id
*> with the same first seven bytes.  A byte-8 digit is not a stream
*> digit on a RECYCLE supplemental ("R" + generation in bytes 7-8)
*> or on a day-stamped INTAKE or WHSEREL deck ("I"/"W" + yymmdd +
*> generation digit): each of those is a deck of its own and is
*> transmitted under its own id, so only an exact match counts for
*> them.  PRTSTMT, KEYCOMP, and OPSBOARD all call in here, so there
*> is one rule and the three can never disagree about which batches
*> went out -- the same reason CHECKVAL and BUSDAY exist.
*>
*> XbMatch comes back "E" (same id), "S" (XbRunBatch is a stream of
*> the XbLogBatch deck), or "N" (no match).  A caller that can see
*> both kinds of line for one batch lets an exact match win.

IDENTIFICATION DIVISION.
PROGRAM-ID. XMITBAT.
DATA DIVISION.
LINKAGE SECTION.
01 XbRunBatch PIC X(8).
01 XbLogBatch PIC X(8).
01 XbMatch    PIC X.
PROCEDURE DIVISION USING XbRunBatch XbLogBatch XbMatch.
	MAIN.
		MOVE "N" TO XbMatch
		IF XbRunBatch = SPACES OR XbLogBatch = SPACES
			EXIT PROGRAM
		END-IF
		IF XbRunBatch = XbLogBatch
			MOVE "E" TO XbMatch
			EXIT PROGRAM
		END-IF
		IF XbRunBatch(8:1) IS NOT NUMERIC OR XbRunBatch(8:1) = "0"
			EXIT PROGRAM
		END-IF
		IF XbRunBatch(7:1) = "R"
			EXIT PROGRAM
		END-IF
		IF (XbRunBatch(1:1) = "I" OR XbRunBatch(1:1) = "W")
				AND XbRunBatch(2:6) IS NUMERIC
			EXIT PROGRAM
		END-IF
		IF XbRunBatch(1:7) = XbLogBatch(1:7)
			MOVE "S" TO XbMatch
		END-IF
		EXIT PROGRAM.
END PROGRAM XMITBAT.
