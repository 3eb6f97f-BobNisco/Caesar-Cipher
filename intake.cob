	   >>SOURCE FORMAT IS FREE
*> INTAKE is the inbound half of the partner envelope TRANSMIT and
*> ACKMATCH cover outbound.  A partner sending us an enveloped file in
*> the XMITREC layout (an "H" envelope header, "D" records, and a "T"
*> trailer carrying the record count and the shift and byte hash
*> totals) used to be rebuilt into a CTLFILE deck by hand, with a "got
*> it" emailed back and nothing on file to prove what arrived.  This
*> reads the file from INBOUND under the partner id named in the
*> INPARTNER environment variable (the same convention RESTARTAT and
*> LOOKBATCH use; the partner must be on PRTFILE and active) and
*> recomputes the count and both hash totals exactly the way TRANSMIT
*> computes them on the way out -- shifts summed, message bytes at
*> their trailing-space-trimmed length -- checking the envelope's
*> structure as it goes (header first, one trailer last, continuation
*> records only behind a detail and never more than five segments to a
*> set), and holding every detail record to the partner: the partner id
*> TRANSMIT stamps on it must be INPARTNER's, and where the profile
*> names a default key (looked up on KEYFILE) its shift must be that
*> key's, since tonight's run decrypts the partner's cards under the
*> default key whatever shift they carry.  A detail record that names
*> another partner or carries another shift, like any other fault,
*> rejects the envelope whole.  An envelope that doesn't foot is
*> rejected whole too: no deck is built and the run ends with
*> RETURN-CODE 8.  One that foots is turned into a properly bracketed
*> CTLFILE-layout deck on INDECK -- every detail record a "D" decrypt
*> card carrying its shift (which for a default-key partner is now
*> known to be the key's) and the partner's CC-PARTNER-ID, every
*> continuation record a "C" card behind it -- under a new batch id "I"
*> + yymmdd + an intake digit 1-9 for the day, RECYCLE-style, with a
*> header and trailer whose counts foot to the sets written.  Either
*> way the ACKREC-layout acknowledgment goes to INACK carrying the
*> partner's envelope batch id and the figures computed over what
*> actually arrived, so the partner's own ACKMATCH flags a mangled file
*> as disputed, and one line is appended to the INLOG inbound journal
*> (see INLOG.cpy) recording the outcome.  A footed envelope with no
*> records builds no deck and ends with RETURN-CODE 4 so the scheduler
*> skips the CAESAR run.

IDENTIFICATION DIVISION.
PROGRAM-ID. INTAKE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT INBOUND-FILE ASSIGN TO "INBOUND"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS INB-FILE-STATUS.
	SELECT PARTNER-MASTER-FILE ASSIGN TO "PRTFILE"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS PRT-FILE-STATUS.
	SELECT KEY-MASTER-FILE ASSIGN TO "KEYFILE"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS KEY-FILE-STATUS.
	SELECT INTAKE-DECK-FILE ASSIGN TO "INDECK"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS DCK-FILE-STATUS.
	SELECT INBOUND-ACK-FILE ASSIGN TO "INACK"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS ACK-FILE-STATUS.
	SELECT INBOUND-LOG-FILE ASSIGN TO "INLOG"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS ILG-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  INBOUND-FILE.
COPY "XMITREC.cpy".
FD  PARTNER-MASTER-FILE.
COPY "PRTREC.cpy".
FD  KEY-MASTER-FILE.
COPY "KEYREC.cpy".
FD  INTAKE-DECK-FILE.
COPY "CTLCARD.cpy".
FD  INBOUND-ACK-FILE.
COPY "ACKREC.cpy".
FD  INBOUND-LOG-FILE.
COPY "INLOG.cpy".
WORKING-STORAGE SECTION.
01 INB-FILE-STATUS         PIC XX.
01 PRT-FILE-STATUS         PIC XX.
01 KEY-FILE-STATUS         PIC XX.
01 DCK-FILE-STATUS         PIC XX.
01 ACK-FILE-STATUS         PIC XX.
01 ILG-FILE-STATUS         PIC XX.
01 WS-INB-EOF              PIC X.
01 WS-PRT-EOF              PIC X VALUE "N".
01 WS-KEY-EOF              PIC X VALUE "N".
01 WS-LOG-EOF              PIC X VALUE "N".
01 WS-TIMESTAMP            PIC X(21).
01 WS-RUN-DATE             PIC X(8).
01 WS-PARTNER-PARM         PIC X(4).
01 WS-PARTNER-FOUND        PIC X VALUE "N".
*> The partner's default key, when its profile names one, and the
*> shift that key stands for on the key master.
01 WS-DEFAULT-KEY          PIC X(8) VALUE SPACES.
01 WS-DEFAULT-SHIFT        PIC 99 VALUE 0.
01 WS-DEFAULT-FOUND        PIC X VALUE "N".
01 WS-PARTNER-BATCH        PIC X(8) VALUE SPACES.
01 WS-NEW-BATCH-ID         PIC X(8) VALUE SPACES.
01 WS-BATCH-PREFIX         PIC X(7).
01 WS-GEN-DIGIT            PIC 9 VALUE 0.
*> What actually arrived, computed record by record the way TRANSMIT
*> computes its trailer on the way out.
01 WS-RECORD-COUNT         PIC 9(6) VALUE 0.
01 WS-SHIFT-HASH           PIC 9(8) VALUE 0.
01 WS-BYTE-HASH            PIC 9(10) VALUE 0.
01 WS-TEXT-LEN-TALLY       PIC 999.
01 WS-SET-COUNT            PIC 9(6) VALUE 0.
*> Envelope structure as the first pass walks it.  Only the first
*> problem found is kept as the rejection reason, but the pass always
*> runs to end of file so the acknowledgment still carries the full
*> figures for what arrived.
01 WS-REC-POS              PIC 9(6) VALUE 0.
01 WS-HEADER-COUNT         PIC 9(6) VALUE 0.
01 WS-TRAILER-COUNT        PIC 9(6) VALUE 0.
01 WS-TRL-RECORD-COUNT     PIC 9(6) VALUE 0.
01 WS-TRL-SHIFT-HASH       PIC 9(8) VALUE 0.
01 WS-TRL-BYTE-HASH        PIC 9(10) VALUE 0.
01 WS-TRL-NUMERIC          PIC X VALUE "N".
01 WS-IN-SET               PIC X VALUE "N".
01 WS-SET-SEGS             PIC 9 VALUE 0.
01 WS-EDIT-REASON          PIC X(50).
01 WS-REJECT-REASON        PIC X(50) VALUE SPACES.
01 WS-INTAKE-STATUS        PIC X.
PROCEDURE DIVISION.
	MAIN-CONTROL.
		MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
		MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE
		PERFORM GET-INTAKE-PARAMETERS
		PERFORM CHECK-PARTNER-PROFILE
		PERFORM CHECK-DEFAULT-KEY
		PERFORM VALIDATE-ENVELOPE
		PERFORM WRITE-ACK-RECORD
		IF WS-REJECT-REASON NOT = SPACES
			MOVE "R" TO WS-INTAKE-STATUS
			PERFORM WRITE-INBOUND-LOG-LINE
			DISPLAY "INTAKE: REJECTED BATCH " WS-PARTNER-BATCH
				" FROM PARTNER " WS-PARTNER-PARM " - "
				FUNCTION TRIM(WS-REJECT-REASON)
			MOVE 8 TO RETURN-CODE
			STOP RUN
		END-IF
		MOVE "A" TO WS-INTAKE-STATUS
		IF WS-SET-COUNT = 0
			PERFORM WRITE-INBOUND-LOG-LINE
			DISPLAY "INTAKE: BATCH " WS-PARTNER-BATCH " FROM PARTNER "
				WS-PARTNER-PARM " CARRIES NO RECORDS - NO DECK BUILT"
			MOVE 4 TO RETURN-CODE
			STOP RUN
		END-IF
		PERFORM DERIVE-INTAKE-BATCH-ID
		PERFORM BUILD-INTAKE-DECK
		PERFORM WRITE-INBOUND-LOG-LINE
		DISPLAY "INTAKE: BATCH " WS-PARTNER-BATCH " FROM PARTNER "
			WS-PARTNER-PARM " ACCEPTED - " WS-SET-COUNT
			" SET(S) ON INDECK AS BATCH " WS-NEW-BATCH-ID
		STOP RUN.
	GET-INTAKE-PARAMETERS.
		*> The partner id is required: the envelope's header doesn't
		*> say whose file this is, and a deck built under the wrong
		*> partner would be decrypted under the wrong profile tonight.
		MOVE SPACES TO WS-PARTNER-PARM
		ACCEPT WS-PARTNER-PARM FROM ENVIRONMENT "INPARTNER"
		IF WS-PARTNER-PARM = SPACES
			DISPLAY "INTAKE: INPARTNER NOT SET - NO PARTNER TO TAKE IN"
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
	CHECK-PARTNER-PROFILE.
		*> One lookup per run, so the master is streamed rather than
		*> loaded into PRTTBL.  A missing PRTFILE means no partner can
		*> be on it.
		OPEN INPUT PARTNER-MASTER-FILE
		EVALUATE PRT-FILE-STATUS
			WHEN "00"
				PERFORM FIND-PARTNER-RECORD UNTIL WS-PRT-EOF = "Y"
				CLOSE PARTNER-MASTER-FILE
			WHEN "35"
				CONTINUE
			WHEN OTHER
				DISPLAY "INTAKE: OPEN FAILED FOR PRTFILE - FILE STATUS "
					PRT-FILE-STATUS
				MOVE 16 TO RETURN-CODE
				STOP RUN
		END-EVALUATE
		IF WS-PARTNER-FOUND = "N"
			DISPLAY "INTAKE: PARTNER " WS-PARTNER-PARM
				" NOT ON PARTNER MASTER"
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
	FIND-PARTNER-RECORD.
		READ PARTNER-MASTER-FILE
			AT END
				MOVE "Y" TO WS-PRT-EOF
			NOT AT END
				IF PM-PARTNER-ID = WS-PARTNER-PARM
					MOVE "Y" TO WS-PRT-EOF
					IF PM-STATUS NOT = "A"
						DISPLAY "INTAKE: PARTNER " WS-PARTNER-PARM
							" IS RETIRED"
						MOVE 16 TO RETURN-CODE
						STOP RUN
					END-IF
					MOVE "Y" TO WS-PARTNER-FOUND
					MOVE PM-DEFAULT-KEY TO WS-DEFAULT-KEY
				END-IF
		END-READ.
	CHECK-DEFAULT-KEY.
		*> A partner with a default key has every card that names no
		*> key of its own -- which is every card this deck builds --
		*> decrypted under that key's shift, whatever shift the card
		*> carries.  So the key's shift is looked up here, once, for
		*> pass one to hold every detail record to.  A default key
		*> missing from the key master would reject the whole deck
		*> tonight; that is our master to fix, not the partner's file,
		*> so stop and get an operator rather than reject the file.
		IF WS-DEFAULT-KEY = SPACES
			EXIT PARAGRAPH
		END-IF
		OPEN INPUT KEY-MASTER-FILE
		EVALUATE KEY-FILE-STATUS
			WHEN "00"
				PERFORM FIND-DEFAULT-KEY-RECORD UNTIL WS-KEY-EOF = "Y"
				CLOSE KEY-MASTER-FILE
			WHEN "35"
				CONTINUE
			WHEN OTHER
				DISPLAY "INTAKE: OPEN FAILED FOR KEYFILE - FILE STATUS "
					KEY-FILE-STATUS
				MOVE 16 TO RETURN-CODE
				STOP RUN
		END-EVALUATE
		IF WS-DEFAULT-FOUND = "N"
			DISPLAY "INTAKE: DEFAULT KEY " WS-DEFAULT-KEY
				" FOR PARTNER " WS-PARTNER-PARM " NOT ON KEY MASTER"
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
	FIND-DEFAULT-KEY-RECORD.
		READ KEY-MASTER-FILE
			AT END
				MOVE "Y" TO WS-KEY-EOF
			NOT AT END
				IF KY-KEY-ID = WS-DEFAULT-KEY
					MOVE "Y" TO WS-KEY-EOF
					MOVE "Y" TO WS-DEFAULT-FOUND
					MOVE KY-SHIFT TO WS-DEFAULT-SHIFT
				END-IF
		END-READ.
	VALIDATE-ENVELOPE.
		*> Pass one: recompute the envelope's figures and check its
		*> structure, counting the detail sets the deck header will
		*> have to state before the first card is written.
		OPEN INPUT INBOUND-FILE
		IF INB-FILE-STATUS NOT = "00"
			DISPLAY "INTAKE: OPEN FAILED FOR INBOUND - FILE STATUS "
				INB-FILE-STATUS
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		MOVE "N" TO WS-INB-EOF
		PERFORM VALIDATE-ONE-RECORD UNTIL WS-INB-EOF = "Y"
		CLOSE INBOUND-FILE
		PERFORM CHECK-ENVELOPE-TOTALS.
	VALIDATE-ONE-RECORD.
		READ INBOUND-FILE
			AT END
				MOVE "Y" TO WS-INB-EOF
			NOT AT END
				ADD 1 TO WS-REC-POS
				IF WS-TRAILER-COUNT > 0
					MOVE "RECORD FOLLOWS ENVELOPE TRAILER"
						TO WS-EDIT-REASON
					PERFORM NOTE-ENVELOPE-PROBLEM
				END-IF
				EVALUATE XD-REC-TYPE
					WHEN "H"
						PERFORM CHECK-ENVELOPE-HEADER
					WHEN "D"
						PERFORM CHECK-ENVELOPE-DETAIL
					WHEN "T"
						PERFORM CHECK-ENVELOPE-TRAILER
					WHEN OTHER
						MOVE "UNKNOWN ENVELOPE RECORD TYPE"
							TO WS-EDIT-REASON
						PERFORM NOTE-ENVELOPE-PROBLEM
				END-EVALUATE
		END-READ.
	NOTE-ENVELOPE-PROBLEM.
		*> Keeps the first reason found; later problems on the same
		*> file are usually knock-on effects of the first.
		IF WS-REJECT-REASON = SPACES
			MOVE WS-EDIT-REASON TO WS-REJECT-REASON
		END-IF.
	CHECK-ENVELOPE-HEADER.
		MOVE "N" TO WS-IN-SET
		ADD 1 TO WS-HEADER-COUNT
		EVALUATE TRUE
			WHEN WS-HEADER-COUNT > 1
				MOVE "MORE THAN ONE ENVELOPE HEADER" TO WS-EDIT-REASON
				PERFORM NOTE-ENVELOPE-PROBLEM
			WHEN WS-REC-POS NOT = 1
				MOVE "ENVELOPE HEADER NOT FIRST RECORD"
					TO WS-EDIT-REASON
				PERFORM NOTE-ENVELOPE-PROBLEM
			WHEN OTHER
				MOVE XH-BATCH-ID TO WS-PARTNER-BATCH
		END-EVALUATE.
	CHECK-ENVELOPE-DETAIL.
		*> The same hash arithmetic as TRANSMIT's
		*> WRITE-TRANSMISSION-RECORD, so a file we would have sent
		*> foots here exactly as it did at the far end.
		ADD 1 TO WS-RECORD-COUNT
		IF XD-SHIFT NOT NUMERIC
			MOVE "SHIFT NOT NUMERIC ON DETAIL RECORD" TO WS-EDIT-REASON
			PERFORM NOTE-ENVELOPE-PROBLEM
		ELSE
			ADD XD-SHIFT TO WS-SHIFT-HASH
		END-IF
		MOVE 0 TO WS-TEXT-LEN-TALLY
		INSPECT FUNCTION REVERSE(XD-TEXT)
			TALLYING WS-TEXT-LEN-TALLY FOR LEADING SPACES
		COMPUTE WS-BYTE-HASH = WS-BYTE-HASH
			+ LENGTH OF XD-TEXT - WS-TEXT-LEN-TALLY
		*> TRANSMIT stamps every detail record with the partner it
		*> went to, so a file dropped in under the wrong INPARTNER
		*> shows itself here.  And a detail record enciphered under
		*> any shift but the partner's default key's would decrypt to
		*> garbage tonight with nothing to reject it.
		IF XD-MODE NOT = "C"
			IF XD-PARTNER-ID NOT = SPACES
					AND XD-PARTNER-ID NOT = WS-PARTNER-PARM
				MOVE "DETAIL RECORD NAMES ANOTHER PARTNER"
					TO WS-EDIT-REASON
				PERFORM NOTE-ENVELOPE-PROBLEM
			END-IF
			IF WS-DEFAULT-KEY NOT = SPACES AND XD-SHIFT NUMERIC
					AND XD-SHIFT NOT = WS-DEFAULT-SHIFT
				MOVE "SHIFT NOT THE PARTNER'S DEFAULT KEY"
					TO WS-EDIT-REASON
				PERFORM NOTE-ENVELOPE-PROBLEM
			END-IF
		END-IF
		IF XD-MODE = "C"
			IF WS-IN-SET = "N"
				MOVE "CONTINUATION RECORD WITH NO DETAIL IN FRONT"
					TO WS-EDIT-REASON
				PERFORM NOTE-ENVELOPE-PROBLEM
			ELSE
				ADD 1 TO WS-SET-SEGS
				IF WS-SET-SEGS > 5
					MOVE "CONTINUATION SET EXCEEDS FIVE SEGMENTS"
						TO WS-EDIT-REASON
					PERFORM NOTE-ENVELOPE-PROBLEM
				END-IF
			END-IF
		ELSE
			ADD 1 TO WS-SET-COUNT
			MOVE 1 TO WS-SET-SEGS
			MOVE "Y" TO WS-IN-SET
		END-IF.
	CHECK-ENVELOPE-TRAILER.
		MOVE "N" TO WS-IN-SET
		ADD 1 TO WS-TRAILER-COUNT
		IF WS-TRAILER-COUNT > 1
			MOVE "MORE THAN ONE ENVELOPE TRAILER" TO WS-EDIT-REASON
			PERFORM NOTE-ENVELOPE-PROBLEM
		ELSE
			IF XT-RECORD-COUNT NUMERIC AND XT-SHIFT-HASH NUMERIC
					AND XT-BYTE-HASH NUMERIC
				MOVE "Y" TO WS-TRL-NUMERIC
				MOVE XT-RECORD-COUNT TO WS-TRL-RECORD-COUNT
				MOVE XT-SHIFT-HASH TO WS-TRL-SHIFT-HASH
				MOVE XT-BYTE-HASH TO WS-TRL-BYTE-HASH
			END-IF
		END-IF.
	CHECK-ENVELOPE-TOTALS.
		*> File-level checks only knowable at end of file: brackets
		*> present, and the trailer's three stated figures footing to
		*> what was actually counted.
		EVALUATE TRUE
			WHEN WS-HEADER-COUNT = 0
				MOVE "NO ENVELOPE HEADER" TO WS-EDIT-REASON
				PERFORM NOTE-ENVELOPE-PROBLEM
			WHEN WS-TRAILER-COUNT = 0
				MOVE "NO ENVELOPE TRAILER" TO WS-EDIT-REASON
				PERFORM NOTE-ENVELOPE-PROBLEM
			WHEN WS-TRL-NUMERIC = "N"
				MOVE "ENVELOPE TRAILER TOTALS NOT NUMERIC"
					TO WS-EDIT-REASON
				PERFORM NOTE-ENVELOPE-PROBLEM
			WHEN WS-TRL-RECORD-COUNT NOT = WS-RECORD-COUNT
				MOVE "RECORD COUNT DOES NOT FOOT TO TRAILER"
					TO WS-EDIT-REASON
				PERFORM NOTE-ENVELOPE-PROBLEM
			WHEN WS-TRL-SHIFT-HASH NOT = WS-SHIFT-HASH
				MOVE "SHIFT HASH DOES NOT FOOT TO TRAILER"
					TO WS-EDIT-REASON
				PERFORM NOTE-ENVELOPE-PROBLEM
			WHEN WS-TRL-BYTE-HASH NOT = WS-BYTE-HASH
				MOVE "BYTE HASH DOES NOT FOOT TO TRAILER"
					TO WS-EDIT-REASON
				PERFORM NOTE-ENVELOPE-PROBLEM
		END-EVALUATE.
	WRITE-ACK-RECORD.
		*> The acknowledgment echoes the partner's envelope batch id
		*> with our own figures for what arrived -- a rejected file
		*> still gets one, and it is the disagreeing figures on it
		*> that let the partner's matching step flag the dispute.
		OPEN OUTPUT INBOUND-ACK-FILE
		IF ACK-FILE-STATUS NOT = "00"
			DISPLAY "INTAKE: OPEN FAILED FOR INACK - FILE STATUS "
				ACK-FILE-STATUS
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		MOVE SPACES TO ACK-RECORD
		MOVE WS-PARTNER-BATCH TO AK-BATCH-ID
		MOVE WS-RECORD-COUNT TO AK-RECORD-COUNT
		MOVE WS-SHIFT-HASH TO AK-SHIFT-HASH
		MOVE WS-BYTE-HASH TO AK-BYTE-HASH
		WRITE ACK-RECORD
		IF ACK-FILE-STATUS NOT = "00"
			DISPLAY "INTAKE: WRITE FAILED FOR INACK - FILE STATUS "
				ACK-FILE-STATUS
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		CLOSE INBOUND-ACK-FILE.
	DERIVE-INTAKE-BATCH-ID.
		*> "I" + the run date's yymmdd + an intake digit: the inbound
		*> journal is streamed once for today's accepted files and the
		*> next digit up is taken.  Nine intakes in one day is past
		*> anything the schedule allows for -- stop and get an
		*> operator rather than mint an id that wraps onto the first.
		MOVE SPACES TO WS-BATCH-PREFIX
		STRING "I" DELIMITED BY SIZE
			WS-RUN-DATE(3:6) DELIMITED BY SIZE
			INTO WS-BATCH-PREFIX
		END-STRING
		MOVE 0 TO WS-GEN-DIGIT
		OPEN INPUT INBOUND-LOG-FILE
		EVALUATE ILG-FILE-STATUS
			WHEN "00"
				PERFORM SCAN-ONE-LOG-LINE UNTIL WS-LOG-EOF = "Y"
				CLOSE INBOUND-LOG-FILE
			WHEN "35"
				CONTINUE
			WHEN OTHER
				DISPLAY "INTAKE: OPEN FAILED FOR INLOG - FILE STATUS "
					ILG-FILE-STATUS
				MOVE 16 TO RETURN-CODE
				STOP RUN
		END-EVALUATE
		IF WS-GEN-DIGIT = 9
			DISPLAY "INTAKE: NINE INBOUND FILES ALREADY TAKEN IN FOR "
				WS-RUN-DATE " - NO DECK BUILT"
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		ADD 1 TO WS-GEN-DIGIT
		MOVE WS-BATCH-PREFIX TO WS-NEW-BATCH-ID(1:7)
		MOVE WS-GEN-DIGIT TO WS-NEW-BATCH-ID(8:1).
	SCAN-ONE-LOG-LINE.
		READ INBOUND-LOG-FILE
			AT END
				MOVE "Y" TO WS-LOG-EOF
			NOT AT END
				IF IL-STATUS = "A"
						AND IL-BATCH-ID(1:7) = WS-BATCH-PREFIX
						AND IL-BATCH-ID(8:1) IS NUMERIC
						AND IL-BATCH-ID(8:1) > WS-GEN-DIGIT
					MOVE IL-BATCH-ID(8:1) TO WS-GEN-DIGIT
				END-IF
		END-READ.
	BUILD-INTAKE-DECK.
		*> Pass two: the envelope is known to foot, so every record
		*> between the brackets becomes a card.  The deck's trailer
		*> expects zero rejects, the usual deck-author claim.
		OPEN INPUT INBOUND-FILE
		IF INB-FILE-STATUS NOT = "00"
			DISPLAY "INTAKE: OPEN FAILED FOR INBOUND - FILE STATUS "
				INB-FILE-STATUS
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		OPEN OUTPUT INTAKE-DECK-FILE
		IF DCK-FILE-STATUS NOT = "00"
			DISPLAY "INTAKE: OPEN FAILED FOR INDECK - FILE STATUS "
				DCK-FILE-STATUS
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		MOVE SPACES TO CONTROL-CARD
		MOVE "H" TO CH-REC-TYPE
		MOVE WS-RUN-DATE TO CH-RUN-DATE
		MOVE WS-SET-COUNT TO CH-EXPECTED-COUNT
		MOVE WS-NEW-BATCH-ID TO CH-BATCH-ID
		PERFORM WRITE-DECK-CARD
		MOVE "N" TO WS-INB-EOF
		PERFORM CONVERT-ONE-RECORD UNTIL WS-INB-EOF = "Y"
		MOVE SPACES TO CONTROL-CARD
		MOVE "T" TO CT-REC-TYPE
		MOVE WS-SET-COUNT TO CT-RECORD-COUNT
		MOVE 0 TO CT-REJECT-COUNT
		PERFORM WRITE-DECK-CARD
		CLOSE INBOUND-FILE
		CLOSE INTAKE-DECK-FILE.
	CONVERT-ONE-RECORD.
		READ INBOUND-FILE
			AT END
				MOVE "Y" TO WS-INB-EOF
			NOT AT END
				IF XD-REC-TYPE = "D"
					PERFORM WRITE-DECRYPT-CARD
				END-IF
		END-READ.
	WRITE-DECRYPT-CARD.
		*> The partner enciphered under the shift its record carries;
		*> a detail record becomes a decrypt card under that shift and
		*> the partner's id, so tonight's run resolves it against the
		*> partner's profile like any other card -- for a partner with
		*> a default key that means the key's shift, which pass one
		*> has already held every detail record to.  Continuation
		*> records carry only their next 99 bytes of text.
		MOVE SPACES TO CONTROL-CARD
		IF XD-MODE = "C"
			MOVE "C" TO CC-MODE
		ELSE
			MOVE "D" TO CC-MODE
			MOVE XD-SHIFT TO CC-SHIFT
			MOVE WS-PARTNER-PARM TO CC-PARTNER-ID
		END-IF
		MOVE XD-TEXT TO CC-MESSAGE
		PERFORM WRITE-DECK-CARD.
	WRITE-DECK-CARD.
		WRITE CONTROL-CARD
		IF DCK-FILE-STATUS NOT = "00"
			DISPLAY "INTAKE: WRITE FAILED FOR INDECK - FILE STATUS "
				DCK-FILE-STATUS
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
	WRITE-INBOUND-LOG-LINE.
		*> EXTEND on a file that doesn't exist yet reports 35, so the
		*> very first intake creates the journal instead -- the same
		*> pattern the transmission log uses.
		OPEN EXTEND INBOUND-LOG-FILE
		IF ILG-FILE-STATUS = "35"
			OPEN OUTPUT INBOUND-LOG-FILE
		END-IF
		IF ILG-FILE-STATUS NOT = "00"
			DISPLAY "INTAKE: OPEN FAILED FOR INLOG - FILE STATUS "
				ILG-FILE-STATUS
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		MOVE SPACES TO INBOUND-LOG-RECORD
		MOVE WS-PARTNER-PARM TO IL-PARTNER-ID
		MOVE WS-PARTNER-BATCH TO IL-PARTNER-BATCH
		MOVE WS-NEW-BATCH-ID TO IL-BATCH-ID
		MOVE WS-TIMESTAMP TO IL-TIMESTAMP
		MOVE WS-RECORD-COUNT TO IL-RECORD-COUNT
		MOVE WS-SHIFT-HASH TO IL-SHIFT-HASH
		MOVE WS-BYTE-HASH TO IL-BYTE-HASH
		MOVE WS-INTAKE-STATUS TO IL-STATUS
		WRITE INBOUND-LOG-RECORD
		IF ILG-FILE-STATUS NOT = "00"
			DISPLAY "INTAKE: WRITE FAILED FOR INLOG - FILE STATUS "
				ILG-FILE-STATUS
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		CLOSE INBOUND-LOG-FILE.
END PROGRAM INTAKE.
