	   >>SOURCE FORMAT IS FREE
*> DECKBLD builds a CTLFILE-layout deck from a simple request file, so
*> nobody has to cut long messages into 99-byte continuation cards,
*> count sets into the header, or invent a batch id by hand.  Each
*> DECKREQ line (see DREQREC.cpy) is one message: partner id, mode,
*> key id or keyword, cipher type, and the message at whatever length
*> it is.  Pass one edits every request -- mode E/D/V/S/A, cipher
*> C/K/blank, a keyword present and alphabetic on a "K" request, a key
*> id no longer than CC-KEY-ID holds, no key or keyword on a solve
*> request, and message text present and short enough to fit the five
*> cards a set may span -- and counts the good ones; each bad one gets
*> a console line with its position and reason and is left out of the
*> deck.  Key ids and partner profiles are not resolved here: CTLEDIT
*> still runs over the built deck the same as over any other.  Pass
*> two writes the deck to BLDDECK: a header dated DECKDATE (default
*> today) whose CH-EXPECTED-COUNT is the number of sets written, one
*> detail card per request followed by a "C" continuation card for
*> each further 99 bytes of its message, and a trailer footing to the
*> header.  Solve and auto-solve cards search every shift (25), or
*> for a keyword solve every keyword length (00).  The batch id comes
*> from the BATCHNO control file (see BNOREC.cpy), stepped past the
*> highest number under its prefix BATCHREG has ever registered, so
*> it can never hand out an id that has already run; BATCHNO is only
*> rewritten once the deck is safely written.  Any rejected request
*> ends the run with RETURN-CODE 4; no good requests at all builds no
*> deck, consumes no batch number, and ends with RETURN-CODE 8.

IDENTIFICATION DIVISION.
PROGRAM-ID. DECKBLD.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT DECK-REQUEST-FILE ASSIGN TO "DECKREQ"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS REQ-FILE-STATUS.
	SELECT BUILT-DECK-FILE ASSIGN TO "BLDDECK"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS DCK-FILE-STATUS.
	SELECT BATCH-NUMBER-FILE ASSIGN TO "BATCHNO"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS BNO-FILE-STATUS.
	SELECT BATCH-REGISTER-FILE ASSIGN TO "BATCHREG"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS BRG-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  DECK-REQUEST-FILE
	RECORD IS VARYING IN SIZE FROM 1 TO 626
	DEPENDING ON DQ-REC-LEN.
COPY "DREQREC.cpy".
FD  BUILT-DECK-FILE.
COPY "CTLCARD.cpy".
FD  BATCH-NUMBER-FILE.
COPY "BNOREC.cpy".
FD  BATCH-REGISTER-FILE.
COPY "BREGREC.cpy".
WORKING-STORAGE SECTION.
01 REQ-FILE-STATUS         PIC XX.
01 DCK-FILE-STATUS         PIC XX.
01 BNO-FILE-STATUS         PIC XX.
01 BRG-FILE-STATUS         PIC XX.
01 DQ-REC-LEN              PIC 9(3) COMP.
01 WS-REQ-EOF              PIC X.
01 WS-BRG-EOF              PIC X VALUE "N".
01 WS-TIMESTAMP            PIC X(21).
01 WS-RUN-DATE             PIC X(8).
01 WS-REQ-POS              PIC 9(6) VALUE 0.
01 WS-SET-COUNT            PIC 9(6) VALUE 0.
01 WS-CARD-COUNT           PIC 9(6) VALUE 0.
01 WS-REJECTED-COUNT       PIC 9(6) VALUE 0.
01 WS-EDIT-REASON          PIC X(50).
01 WS-KEYED-MODE           PIC X.
01 WS-KEYWORD-BAD          PIC X.
01 WS-UKEYWORD             PIC X(16).
01 WS-KEYWORD-LEN          PIC 99.
01 WS-KEYWORD-IDX          PIC 99.
01 WS-TALLY                PIC 999.
*> The request's message, cut out of the record at its real length.
01 WS-MESSAGE              PIC X(600).
01 WS-MSG-LEN              PIC 999.
01 WS-SEG-COUNT            PIC 9.
01 WS-SEG-IDX              PIC 9.
01 WS-SEG-START            PIC 999.
*> Batch numbering: the control file's prefix and last number, and
*> the highest number BATCHREG shows under that prefix.
01 WS-BATCH-PREFIX         PIC X VALUE "B".
01 WS-LAST-NUMBER          PIC 9(5) VALUE 0.
01 WS-REG-NUMBER           PIC 9(5) VALUE 0.
01 WS-NEW-NUMBER           PIC 9(5).
01 WS-NEW-BATCH-ID         PIC X(8).
PROCEDURE DIVISION.
	MAIN-CONTROL.
		MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
		PERFORM GET-DECK-PARAMETERS
		PERFORM OPEN-REQUEST-FILE
		PERFORM EDIT-ONE-REQUEST UNTIL WS-REQ-EOF = "Y"
		CLOSE DECK-REQUEST-FILE
		IF WS-SET-COUNT = 0
			DISPLAY "DECKBLD: NO VALID REQUESTS ON DECKREQ - NO DECK BUILT"
			MOVE 8 TO RETURN-CODE
			STOP RUN
		END-IF
		PERFORM READ-BATCH-NUMBER
		PERFORM SCAN-BATCH-REGISTER
		PERFORM ASSIGN-BATCH-ID
		PERFORM BUILD-DECK
		PERFORM REWRITE-BATCH-NUMBER
		DISPLAY "DECKBLD: " WS-SET-COUNT " SET(S), " WS-CARD-COUNT
			" DETAIL/CONTINUATION CARD(S) ON BLDDECK AS BATCH "
			WS-NEW-BATCH-ID ", " WS-REJECTED-COUNT " REQUEST(S) REJECTED"
		IF WS-REJECTED-COUNT > 0
			MOVE 4 TO RETURN-CODE
		END-IF
		STOP RUN.
	GET-DECK-PARAMETERS.
		*> DECKDATE is the run date the header will carry -- a deck is
		*> usually built the day before it runs -- and defaults to
		*> today, the same as INTAKE's decks.
		MOVE SPACES TO WS-RUN-DATE
		ACCEPT WS-RUN-DATE FROM ENVIRONMENT "DECKDATE"
		IF WS-RUN-DATE = SPACES
			MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE
		END-IF
		IF WS-RUN-DATE IS NOT NUMERIC
			DISPLAY "DECKBLD: DECKDATE NOT NUMERIC YYYYMMDD"
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(WS-RUN-DATE))
				NOT = 0
			DISPLAY "DECKBLD: DECKDATE " WS-RUN-DATE " IS NOT A VALID DATE"
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
	OPEN-REQUEST-FILE.
		OPEN INPUT DECK-REQUEST-FILE
		IF REQ-FILE-STATUS NOT = "00"
			DISPLAY "DECKBLD: OPEN FAILED FOR DECKREQ - FILE STATUS "
				REQ-FILE-STATUS
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		MOVE "N" TO WS-REQ-EOF
		MOVE 0 TO WS-REQ-POS.
	EDIT-ONE-REQUEST.
		READ DECK-REQUEST-FILE
			AT END
				MOVE "Y" TO WS-REQ-EOF
			NOT AT END
				ADD 1 TO WS-REQ-POS
				PERFORM EDIT-REQUEST
				IF WS-EDIT-REASON = SPACES
					ADD 1 TO WS-SET-COUNT
				ELSE
					ADD 1 TO WS-REJECTED-COUNT
					DISPLAY "DECKBLD: REJECTED REQUEST " WS-REQ-POS
						" - " FUNCTION TRIM(WS-EDIT-REASON)
				END-IF
		END-READ.
	EDIT-REQUEST.
		*> A short line leaves the rest of the record area holding
		*> whatever the last long line put there, so it is blanked
		*> before any field past the line's end is looked at.
		IF DQ-REC-LEN < LENGTH OF DECK-REQUEST-RECORD
			MOVE SPACES TO DECK-REQUEST-RECORD(DQ-REC-LEN + 1:)
		END-IF
		MOVE SPACES TO WS-MESSAGE
		MOVE 0 TO WS-MSG-LEN
		IF DQ-REC-LEN > 26
			MOVE DQ-MESSAGE(1:DQ-REC-LEN - 26) TO WS-MESSAGE
			MOVE 0 TO WS-TALLY
			INSPECT FUNCTION REVERSE(WS-MESSAGE)
				TALLYING WS-TALLY FOR LEADING SPACES
			COMPUTE WS-MSG-LEN = LENGTH OF WS-MESSAGE - WS-TALLY
		END-IF
		IF DQ-MODE = "E" OR DQ-MODE = "D" OR DQ-MODE = "V"
			MOVE "Y" TO WS-KEYED-MODE
		ELSE
			MOVE "N" TO WS-KEYED-MODE
		END-IF
		MOVE "N" TO WS-KEYWORD-BAD
		IF DQ-CIPHER = "K"
			PERFORM CHECK-REQUEST-KEYWORD
		END-IF
		MOVE SPACES TO WS-EDIT-REASON
		EVALUATE TRUE
			WHEN WS-KEYED-MODE = "N" AND DQ-MODE NOT = "S"
					AND DQ-MODE NOT = "A"
				MOVE "MODE NOT E, D, V, S, OR A" TO WS-EDIT-REASON
			WHEN DQ-CIPHER NOT = SPACE AND DQ-CIPHER NOT = "C"
					AND DQ-CIPHER NOT = "K"
				MOVE "CIPHER TYPE NOT C OR K" TO WS-EDIT-REASON
			WHEN DQ-MODE = "A" AND DQ-CIPHER = "K"
				MOVE "AUTO-SOLVE VALID FOR CIPHER C ONLY"
					TO WS-EDIT-REASON
			WHEN WS-KEYED-MODE = "N" AND DQ-KEY NOT = SPACES
				MOVE "SOLVE REQUEST NAMES A KEY OR KEYWORD"
					TO WS-EDIT-REASON
			WHEN WS-KEYED-MODE = "Y" AND WS-KEYWORD-BAD = "Y"
				MOVE "KEYWORD MISSING OR NOT ALPHABETIC" TO WS-EDIT-REASON
			WHEN WS-KEYED-MODE = "Y" AND DQ-CIPHER NOT = "K"
					AND DQ-KEY(9:8) NOT = SPACES
				MOVE "KEY ID LONGER THAN 8 CHARACTERS" TO WS-EDIT-REASON
			WHEN WS-KEYED-MODE = "Y" AND DQ-CIPHER NOT = "K"
					AND DQ-KEY = SPACES AND DQ-PARTNER-ID = SPACES
				*> A partner request with no key id takes the
				*> profile's default key tonight; house traffic has
				*> no profile to fall back on.
				MOVE "HOUSE REQUEST NAMES NO KEY ID" TO WS-EDIT-REASON
			WHEN WS-MSG-LEN = 0
				MOVE "NO MESSAGE TEXT" TO WS-EDIT-REASON
			WHEN WS-MSG-LEN > 495
				MOVE "MESSAGE OVERFLOWS FIVE CARDS (495 BYTES)"
					TO WS-EDIT-REASON
		END-EVALUATE.
	CHECK-REQUEST-KEYWORD.
		*> The same keyword edit CTLEDIT and ENCRYPT apply.
		MOVE 0 TO WS-TALLY
		INSPECT FUNCTION REVERSE(DQ-KEY)
			TALLYING WS-TALLY FOR LEADING SPACES
		COMPUTE WS-KEYWORD-LEN = LENGTH OF DQ-KEY - WS-TALLY
		IF WS-KEYWORD-LEN = 0
			MOVE "Y" TO WS-KEYWORD-BAD
		ELSE
			MOVE FUNCTION UPPER-CASE(DQ-KEY) TO WS-UKEYWORD
			PERFORM VARYING WS-KEYWORD-IDX FROM 1 BY 1
					UNTIL WS-KEYWORD-IDX > WS-KEYWORD-LEN
				IF WS-UKEYWORD(WS-KEYWORD-IDX:1) < "A"
						OR WS-UKEYWORD(WS-KEYWORD-IDX:1) > "Z"
					MOVE "Y" TO WS-KEYWORD-BAD
				END-IF
			END-PERFORM
		END-IF.
	READ-BATCH-NUMBER.
		*> A missing BATCHNO (status 35) is the first deck ever built:
		*> numbering starts at 1 under the default prefix, and the
		*> rewrite at the end creates the file.
		OPEN INPUT BATCH-NUMBER-FILE
		EVALUATE BNO-FILE-STATUS
			WHEN "00"
				READ BATCH-NUMBER-FILE
					AT END
						CONTINUE
					NOT AT END
						MOVE BN-PREFIX TO WS-BATCH-PREFIX
						IF BN-LAST-NUMBER IS NUMERIC
							MOVE BN-LAST-NUMBER TO WS-LAST-NUMBER
						ELSE
							DISPLAY "DECKBLD: BATCHNO LAST NUMBER NOT"
								" NUMERIC - CORRECT THE CONTROL FILE"
							MOVE 16 TO RETURN-CODE
							STOP RUN
						END-IF
				END-READ
				CLOSE BATCH-NUMBER-FILE
			WHEN "35"
				CONTINUE
			WHEN OTHER
				DISPLAY "DECKBLD: OPEN FAILED FOR BATCHNO - FILE STATUS "
					BNO-FILE-STATUS
				MOVE 16 TO RETURN-CODE
				STOP RUN
		END-EVALUATE
		IF WS-BATCH-PREFIX IS NOT ALPHABETIC-UPPER
				OR WS-BATCH-PREFIX = SPACE OR WS-BATCH-PREFIX = "I"
				OR WS-BATCH-PREFIX = "W"
			DISPLAY "DECKBLD: BATCHNO PREFIX '" WS-BATCH-PREFIX
				"' NOT A LETTER OTHER THAN I OR W"
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
	SCAN-BATCH-REGISTER.
		*> Every id ever registered under the prefix with a number in
		*> bytes 2-6 -- DECKBLD's own, their streams and recycle
		*> supplementals, or a hand-built deck's that happens to look
		*> like one -- pushes the next number past it.
		*> A missing BATCHREG means nothing has ever run.
		OPEN INPUT BATCH-REGISTER-FILE
		EVALUATE BRG-FILE-STATUS
			WHEN "00"
				PERFORM SCAN-ONE-REGISTER-LINE UNTIL WS-BRG-EOF = "Y"
				CLOSE BATCH-REGISTER-FILE
			WHEN "35"
				CONTINUE
			WHEN OTHER
				DISPLAY "DECKBLD: OPEN FAILED FOR BATCHREG - FILE STATUS "
					BRG-FILE-STATUS
				MOVE 16 TO RETURN-CODE
				STOP RUN
		END-EVALUATE.
	SCAN-ONE-REGISTER-LINE.
		READ BATCH-REGISTER-FILE
			AT END
				MOVE "Y" TO WS-BRG-EOF
			NOT AT END
				IF BR-BATCH-ID(1:1) = WS-BATCH-PREFIX
						AND BR-BATCH-ID(2:5) IS NUMERIC
						AND BR-BATCH-ID(2:5) > WS-REG-NUMBER
					MOVE BR-BATCH-ID(2:5) TO WS-REG-NUMBER
				END-IF
		END-READ.
	ASSIGN-BATCH-ID.
		*> The next number past both the control file and the
		*> register.  Running out of five digits under one prefix is
		*> an operator decision (a new prefix), not something to wrap.
		IF WS-REG-NUMBER > WS-LAST-NUMBER
			DISPLAY "DECKBLD: BATCHREG HAS " WS-BATCH-PREFIX
				WS-REG-NUMBER " PAST BATCHNO LAST NUMBER "
				WS-LAST-NUMBER " - NUMBERING FROM THE REGISTER"
			MOVE WS-REG-NUMBER TO WS-LAST-NUMBER
		END-IF
		IF WS-LAST-NUMBER = 99999
			DISPLAY "DECKBLD: BATCH NUMBERS EXHAUSTED UNDER PREFIX "
				WS-BATCH-PREFIX " - SET A NEW PREFIX ON BATCHNO"
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		COMPUTE WS-NEW-NUMBER = WS-LAST-NUMBER + 1
		MOVE SPACES TO WS-NEW-BATCH-ID
		STRING WS-BATCH-PREFIX DELIMITED BY SIZE
			WS-NEW-NUMBER DELIMITED BY SIZE
			"00" DELIMITED BY SIZE
			INTO WS-NEW-BATCH-ID
		END-STRING.
	BUILD-DECK.
		*> Pass two: the set count is known, so the header can state it
		*> before the first set is written.  The trailer expects zero
		*> rejects, the usual deck-author claim.
		OPEN OUTPUT BUILT-DECK-FILE
		IF DCK-FILE-STATUS NOT = "00"
			DISPLAY "DECKBLD: OPEN FAILED FOR BLDDECK - FILE STATUS "
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
		PERFORM OPEN-REQUEST-FILE
		PERFORM BUILD-ONE-REQUEST UNTIL WS-REQ-EOF = "Y"
		CLOSE DECK-REQUEST-FILE
		MOVE SPACES TO CONTROL-CARD
		MOVE "T" TO CT-REC-TYPE
		MOVE WS-SET-COUNT TO CT-RECORD-COUNT
		MOVE 0 TO CT-REJECT-COUNT
		PERFORM WRITE-DECK-CARD
		CLOSE BUILT-DECK-FILE.
	BUILD-ONE-REQUEST.
		READ DECK-REQUEST-FILE
			AT END
				MOVE "Y" TO WS-REQ-EOF
			NOT AT END
				ADD 1 TO WS-REQ-POS
				PERFORM EDIT-REQUEST
				IF WS-EDIT-REASON = SPACES
					PERFORM WRITE-REQUEST-SET
				END-IF
		END-READ.
	WRITE-REQUEST-SET.
		*> The detail card carries the first 99 bytes and everything
		*> the card needs; each continuation card carries only its
		*> next 99 bytes of text, the way CAESAR reassembles a set.
		COMPUTE WS-SEG-COUNT = (WS-MSG-LEN + 98) / 99
		MOVE SPACES TO CONTROL-CARD
		MOVE DQ-MODE TO CC-MODE
		MOVE DQ-CIPHER TO CC-CIPHER
		MOVE DQ-PARTNER-ID TO CC-PARTNER-ID
		MOVE WS-MESSAGE(1:99) TO CC-MESSAGE
		EVALUATE TRUE
			WHEN WS-KEYED-MODE = "N" AND DQ-CIPHER = "K"
				MOVE 0 TO CC-SHIFT
			WHEN WS-KEYED-MODE = "N"
				MOVE 25 TO CC-SHIFT
			WHEN DQ-CIPHER = "K"
				MOVE 0 TO CC-SHIFT
				MOVE DQ-KEY TO CC-KEYWORD
			WHEN OTHER
				MOVE 0 TO CC-SHIFT
				MOVE DQ-KEY(1:8) TO CC-KEY-ID
		END-EVALUATE
		PERFORM WRITE-DECK-CARD
		ADD 1 TO WS-CARD-COUNT
		PERFORM VARYING WS-SEG-IDX FROM 2 BY 1
				UNTIL WS-SEG-IDX > WS-SEG-COUNT
			COMPUTE WS-SEG-START = (WS-SEG-IDX - 1) * 99 + 1
			MOVE SPACES TO CONTROL-CARD
			MOVE "C" TO CC-MODE
			MOVE WS-MESSAGE(WS-SEG-START:99) TO CC-MESSAGE
			PERFORM WRITE-DECK-CARD
			ADD 1 TO WS-CARD-COUNT
		END-PERFORM.
	WRITE-DECK-CARD.
		WRITE CONTROL-CARD
		IF DCK-FILE-STATUS NOT = "00"
			DISPLAY "DECKBLD: WRITE FAILED FOR BLDDECK - FILE STATUS "
				DCK-FILE-STATUS
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
	REWRITE-BATCH-NUMBER.
		OPEN OUTPUT BATCH-NUMBER-FILE
		IF BNO-FILE-STATUS NOT = "00"
			DISPLAY "DECKBLD: OPEN FAILED FOR BATCHNO - FILE STATUS "
				BNO-FILE-STATUS
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		MOVE SPACES TO BATCH-NUMBER-RECORD
		MOVE WS-BATCH-PREFIX TO BN-PREFIX
		MOVE WS-NEW-NUMBER TO BN-LAST-NUMBER
		MOVE WS-NEW-BATCH-ID TO BN-LAST-BATCH-ID
		MOVE WS-TIMESTAMP TO BN-UPDATED-AT
		WRITE BATCH-NUMBER-RECORD
		IF BNO-FILE-STATUS NOT = "00"
			DISPLAY "DECKBLD: WRITE FAILED FOR BATCHNO - FILE STATUS "
				BNO-FILE-STATUS
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		CLOSE BATCH-NUMBER-FILE.
END PROGRAM DECKBLD.
