*> file up front and resolves the id (active, and in its effective
*> window as of the header's run date) before calling ENCRYPT/DECRYPT,
*> rejecting cards that name a missing, retired, or expired key the
*> same way ENCRYPT rejects an out-of-policy shift.  An "S" card whose
*> cipher byte is "K" goes to KSOLVE instead of SOLVE: it estimates the
*> keyword length from repeated-sequence spacing and index of
*> coincidence, frequency-solves each keyword column, and ranks the
*> recovered keywords with a plaintext preview on the same SOLVRPT
*> report.  Every partner E/D/A set is also checked against a rolling
*> history of the partner's recent messages (DUPHIST, see DUPHREC.cpy,
*> kept to the last DUPDAYS days -- 30 unless set): a set repeating
*> an earlier one on partner, mode, and message is held unprocessed
*> (status "H") or processed and flagged, as the partner profile's
*> duplicate policy says, and either way goes on the DUPRPT exception
*> report naming the batch and sequence it matched on MSGARCH.  A
*> held set is captured on RCYFILE like a reject, so once the resend
*> is confirmed legitimate it comes back through RECYCLE in a run
*> with DUPOK set to Y, which flags rather than holds.  A fresh
*> batch's header run date must also be the next business day on the
*> processing calendar (CALENDAR, through BUSDAY) after the last run
*> the batch register shows completed -- or the same day, for another
*> stream or the recycle supplemental of a deck completed that day,
*> or for an INTAKE or WHSEREL deck stamped with that day -- and a
*> header out of that sequence is refused with RETURN-CODE 12 unless
*> the operator sets RUNDATEOK to Y.  A detail card whose release
*> date (CC-RELEASE-DATE) is later than the header's run date is not
*> processed: the whole set goes onto the card warehouse (CARDWHSE,
*> see WHSEREC.cpy) with an AUDITLOG line and output records carrying
*> status "W", so it still counts as a detail for balancing but is
*> never sent or billed, and WHSEREL releases it into a supplemental
*> deck on the night it comes due.  A release date that is not a
*> real date rejects the set.

IDENTIFICATION DIVISION.
PROGRAM-ID. CAESAR.
	SELECT BATCH-REGISTER-FILE ASSIGN TO "BATCHREG"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS REG-FILE-STATUS.
	SELECT DUP-HISTORY-FILE ASSIGN TO "DUPHIST"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS DUP-FILE-STATUS.
	SELECT DUP-REPORT-FILE ASSIGN TO "DUPRPT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS DRP-FILE-STATUS.
	SELECT CARD-WAREHOUSE-FILE ASSIGN TO "CARDWHSE"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WHS-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  CONTROL-FILE.
01 FEED-RECORD             PIC X(113).
FD  BATCH-REGISTER-FILE.
COPY "BREGREC.cpy".
FD  DUP-HISTORY-FILE.
COPY "DUPHREC.cpy".
FD  DUP-REPORT-FILE.
COPY "DUPRPTL.cpy".
FD  CARD-WAREHOUSE-FILE.
COPY "WHSEREC.cpy".
WORKING-STORAGE SECTION.
01 WS-END-OF-INPUT         PIC X VALUE "N".
*> A detail card and its continuation cards are reassembled here
01 WS-SAVED-KEY-ID         PIC X(8).
01 WS-SAVED-CIPHER         PIC X.
01 WS-SAVED-KEYWORD        PIC X(16).
01 WS-SAVED-RELEASE        PIC X(8).
01 WS-STATUS-FLAG          PIC X.
01 CTL-FILE-STATUS         PIC XX.
01 OUT-FILE-STATUS         PIC XX.
01 WS-EFF-SHIFT            PIC 99 VALUE 0.
01 WS-KEY-OK               PIC X.
01 WS-BEST-SHIFT           PIC 99 VALUE 0.
01 WS-BEST-KEYWORD         PIC X(16) VALUE SPACES.
01 WS-REJECT-REASON        PIC X(40).
01 WS-REJ-LEN-TALLY        PIC 999 VALUE 0.
01 WS-TIMESTAMP            PIC X(21).
*> capture file from the saved detail fields and the reassembled
*> segment buffer -- the lookahead READ long since overwrote the real
*> CONTROL-CARD, but these fields reconstruct an image RECYCLE can
*> re-emit verbatim.  Laid out to CTLCARD.cpy's 139 bytes, and used
*> the same way for the card warehouse's images.
01 WS-RCY-CARD.
	05 WS-RCY-MODE         PIC X.
	05 WS-RCY-SHIFT        PIC 99.
	05 WS-RCY-CIPHER       PIC X.
	05 WS-RCY-KEYWORD      PIC X(16).
	05 WS-RCY-PARTNER      PIC X(4).
	05 WS-RCY-RELEASE      PIC X(8).
01 PRT-FILE-STATUS         PIC XX.
01 FEED-FILE-STATUS        PIC XX.
01 WS-PRT-EOF              PIC X VALUE "N".
01 WS-REG-LAST-DATE        PIC X(8).
01 WS-REG-NEW-DISP         PIC X.
01 WS-REG-NEW-RC           PIC 99.
*> Run-date sequencing: the same register scan also remembers the
*> latest run date on any completed ("C"/"R") line, and whether a
*> batch related to this one -- another DECKSPLT stream of the same
*> deck, or the deck a RECYCLE supplemental was cut from -- completed
*> on that date, and whether anything other than a day-stamped
*> INTAKE or WHSEREL supplemental completed on it.  RUNDATEOK "Y" is
*> the operator override, the RERUNOK convention again.  The WS-BD-
*> items are the BUSDAY call's parameters.
01 WS-RUNDATE-PARM         PIC X(4).
01 WS-REG-DONE-DATE        PIC X(8).
01 WS-REG-DONE-RELATED     PIC X.
01 WS-REG-DONE-MAIN        PIC X.
01 WS-BD-FUNCTION          PIC X.
01 WS-BD-DATE              PIC X(8).
01 WS-BD-COUNT             PIC S9(4) COMP.
01 WS-BD-RESULT            PIC X(8).
01 WS-BD-BUSINESS          PIC X.
01 WS-BD-CALENDAR          PIC X.
01 DUP-FILE-STATUS         PIC XX.
01 DRP-FILE-STATUS         PIC XX.
*> Future-dated sets: WS-RELEASE-STATE is "N" for a card to process
*> tonight, "F" for a set to warehouse, and "X" for a release date
*> that is no date at all.
01 WHS-FILE-STATUS         PIC XX.
01 WS-RELEASE-STATE        PIC X.
01 WS-WHSE-COUNT           PIC 9(6) VALUE 0.
*> The duplicate-message history rides in core as a ring: once the
*> table is full each new entry overwrites the oldest, so a busy
*> window costs the oldest history rather than stopping the nightly
*> path cold, and WS-DUP-WRAPPED raises a warning return code so
*> operations knows to shorten DUPDAYS.  WS-DH-NEXT is the slot the
*> next entry goes in, which once the ring is full is also the
*> oldest entry.  WS-DUP-ACTIVE stays "N" when the deck has no
*> header run date to measure the window from -- the history is then
*> left on disk untouched rather than pruned against a bad date.
01 WS-DUP-ACTIVE           PIC X VALUE "N".
01 WS-DUP-PARM             PIC X(4).
01 WS-DUP-DAYS             PIC 999 VALUE 30.
01 WS-DUPOK-PARM           PIC X(4).
01 WS-DUP-EOF              PIC X.
01 WS-DUP-RUN-DATE-INT     PIC 9(8) COMP.
01 WS-DUP-LINE-DATE-INT    PIC 9(8) COMP.
01 WS-DUP-AGE              PIC S9(8).
01 WS-DUP-POLICY           PIC X.
01 WS-DUP-HOLD             PIC X VALUE "N".
01 WS-DUP-ACTION           PIC X(7).
01 WS-DUP-NEXT-SEQ         PIC 9(6).
01 WS-DUP-HELD-COUNT       PIC 9(6) VALUE 0.
01 WS-DUP-FLAGGED-COUNT    PIC 9(6) VALUE 0.
01 WS-DUP-WRAPPED          PIC X VALUE "N".
01 WS-DUP-TABLE.
	05 WS-DH-ENTRY OCCURS 2000 TIMES.
		10 WS-DH-RUN-DATE  PIC X(8).
		10 WS-DH-BATCH-ID  PIC X(8).
		10 WS-DH-SEQUENCE  PIC 9(6).
		10 WS-DH-PARTNER-ID PIC X(4).
		10 WS-DH-MODE      PIC X.
		10 WS-DH-MESSAGE   PIC X(495).
01 WS-DH-COUNT             PIC 9(4) VALUE 0.
01 WS-DH-NEXT              PIC 9(4) VALUE 1.
01 WS-DH-IDX               PIC 9(4).
01 WS-DH-MATCH-IDX         PIC 9(4).
01 WS-DUP-PAGE-NUM         PIC 999 VALUE 1.
01 WS-DUP-LINES-ON-PAGE    PIC 99 VALUE 0.
01 WS-DUP-LINES-PER-PAGE   PIC 99 VALUE 20.
01 WS-DUP-HOLD-LINE        PIC X(100).
COPY "KEYTBL.cpy".
COPY "PRTTBL.cpy".
COPY "AUDCTX.cpy".
PROCEDURE DIVISION.
	MAIN-CONTROL.
		MOVE FUNCTION CURRENT-DATE TO WS-START-TS
		PERFORM LOAD-KEY-MASTER
		PERFORM LOAD-PARTNER-MASTER
		PERFORM PRECHECK-BATCH-REGISTER
		PERFORM LOAD-MESSAGE-HISTORY
		PERFORM OPEN-ALL-FILES
		PERFORM WRITE-DUP-REPORT-HEADER
		PERFORM PROCESS-CONTROL-CARDS UNTIL WS-END-OF-INPUT = "Y"
		CLOSE CONTROL-FILE
		CLOSE OUTPUT-FILE
		CLOSE CHECKPOINT-FILE
		CLOSE VERIFY-REPORT-FILE
		CLOSE RECYCLE-FILE
		PERFORM WRITE-DUP-REPORT-TOTALS
		CLOSE DUP-REPORT-FILE
		IF WS-DUP-ACTIVE = "Y"
			CLOSE DUP-HISTORY-FILE
		END-IF
		PERFORM SPLIT-PARTNER-FEEDS
		IF WS-ARCHIVE-ACTIVE = "Y"
			CLOSE ARCHIVE-FILE
				MOVE 4 TO RETURN-CODE
			END-IF
		END-IF
		*> Held or flagged duplicates are a warning, not a failure --
		*> the sets that did process are good -- but DUPRPT needs a
		*> look before transmission, and so does a history ring that
		*> overflowed and dropped its oldest entries.
		IF WS-DUP-HELD-COUNT > 0 OR WS-DUP-FLAGGED-COUNT > 0
				OR WS-DUP-WRAPPED = "Y"
			IF RETURN-CODE = 0
				MOVE 4 TO RETURN-CODE
			END-IF
		END-IF
		*> A verification FAIL outranks the count-mismatch code 4 --
		*> the go/no-go deck exists precisely so the scheduler holds
		*> the real batch when the cipher stops round-tripping.
		IF WS-VERIFY-FAILED = "Y"
			MOVE 8 TO RETURN-CODE
		END-IF
		IF WS-WHSE-COUNT > 0
			DISPLAY "CAESAR: " WS-WHSE-COUNT
				" FUTURE-DATED SET(S) SET ASIDE ON CARDWHSE"
		END-IF
		PERFORM WRITE-RUN-STATISTICS
		PERFORM CLOSE-BATCH-REGISTER
		STOP RUN.
						TO PT-ALLOWED-KEY(PT-COUNT, PT-KEY-IDX)
				END-PERFORM
				MOVE PM-STATUS TO PT-STATUS(PT-COUNT)
				MOVE PM-DUP-POLICY TO PT-DUP-POLICY(PT-COUNT)
		END-READ.
	OPEN-ALL-FILES.
		*> A missing CTLFILE, a failed OPEN EXTEND on restart, or any
			OPEN EXTEND CHECKPOINT-FILE
			OPEN EXTEND VERIFY-REPORT-FILE
			OPEN EXTEND RECYCLE-FILE
			OPEN EXTEND DUP-REPORT-FILE
		ELSE
			OPEN OUTPUT OUTPUT-FILE
			OPEN OUTPUT AUDIT-LOG-FILE
			OPEN OUTPUT CHECKPOINT-FILE
			OPEN OUTPUT VERIFY-REPORT-FILE
			OPEN OUTPUT RECYCLE-FILE
			OPEN OUTPUT DUP-REPORT-FILE
		END-IF
		*> The archive is the one output that must outlive the run --
		*> MSGLOOK exists to answer queries about messages from weeks
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		IF DRP-FILE-STATUS NOT = "00"
			DISPLAY "CAESAR: OPEN FAILED FOR DUPRPT - FILE STATUS "
				DRP-FILE-STATUS
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		IF ARC-FILE-STATUS NOT = "00"
			*> The warning return code is raised at end of run, not
			*> here -- RETURN-CODE picks up each CALLed subprogram's
			PERFORM DISPATCH-CARD
		END-IF.
	DISPATCH-CARD.
		*> A future-dated set is decided before any mode's own path
		*> runs -- it never gets as far as partner or key resolution,
		*> because both are checked again the night it is released.
		PERFORM CHECK-CARD-RELEASE-DATE
		IF WS-RELEASE-STATE NOT = "N"
			PERFORM SET-ASIDE-CARD-SET
			EXIT PARAGRAPH
		END-IF
		EVALUATE CC-MODE
			WHEN "H"
				PERFORM PROCESS-INPUT-HEADER
						WHEN WS-KEY-OK NOT = "Y"
							PERFORM REJECT-CARD-SET
						WHEN OTHER
							PERFORM CHECK-DUPLICATE-MESSAGE
							IF WS-DUP-HOLD = "Y"
								PERFORM HOLD-DUPLICATE-SET
							ELSE
								CALL 'ENCRYPT' USING BY CONTENT WS-MSG-BUFFER
									WS-EFF-SHIFT "E" WS-SAVED-KEY-ID
									WS-SAVED-CIPHER WS-SAVED-KEYWORD
									BY REFERENCE WS-OUT-TEXT WS-STATUS-FLAG
								PERFORM WRITE-DETAIL-RECORD
								PERFORM RECORD-MESSAGE-HISTORY
							END-IF
					END-EVALUATE
				END-IF
			WHEN "D"
						WHEN WS-KEY-OK NOT = "Y"
							PERFORM REJECT-CARD-SET
						WHEN OTHER
							PERFORM CHECK-DUPLICATE-MESSAGE
							IF WS-DUP-HOLD = "Y"
								PERFORM HOLD-DUPLICATE-SET
							ELSE
								CALL 'DECRYPT' USING BY CONTENT WS-MSG-BUFFER
									WS-EFF-SHIFT "D" WS-SAVED-KEY-ID
									WS-SAVED-CIPHER WS-SAVED-KEYWORD
									BY REFERENCE WS-OUT-TEXT WS-STATUS-FLAG
								PERFORM WRITE-DETAIL-RECORD
								PERFORM RECORD-MESSAGE-HISTORY
							END-IF
					END-EVALUATE
				END-IF
			WHEN "S"
					IF WS-SET-OVERFLOW = "Y"
						PERFORM REJECT-CARD-SET
					ELSE
						*> A "K" solve card is after an unknown keyword
						*> rather than a single shift, and its shift
						*> field carries the longest keyword to try.
						IF WS-SAVED-CIPHER = "K"
							CALL 'KSOLVE' USING BY CONTENT WS-MSG-BUFFER
								WS-SAVED-SHIFT
								BY REFERENCE WS-BEST-KEYWORD
						ELSE
							CALL 'SOLVE' USING BY CONTENT WS-MSG-BUFFER
								WS-SAVED-SHIFT
								BY REFERENCE WS-BEST-SHIFT
						END-IF
						ADD 1 TO WS-SOLVE-COUNT
						MOVE SPACES TO WS-OUT-TEXT
						MOVE "S" TO WS-STATUS-FLAG
								TO WS-REJECT-REASON
							PERFORM REJECT-CARD-SET
						WHEN OTHER
							PERFORM CHECK-DUPLICATE-MESSAGE
							IF WS-DUP-HOLD = "Y"
								MOVE WS-SAVED-SHIFT TO WS-EFF-SHIFT
								PERFORM HOLD-DUPLICATE-SET
							ELSE
								CALL 'SOLVE' USING BY CONTENT WS-MSG-BUFFER
									WS-SAVED-SHIFT
									BY REFERENCE WS-BEST-SHIFT
								ADD 1 TO WS-SOLVE-COUNT
								CALL 'DECRYPT' USING BY CONTENT WS-MSG-BUFFER
									WS-BEST-SHIFT "A" WS-SAVED-KEY-ID
									WS-SAVED-CIPHER WS-SAVED-KEYWORD
									BY REFERENCE WS-OUT-TEXT WS-STATUS-FLAG
								MOVE WS-BEST-SHIFT TO WS-EFF-SHIFT
								PERFORM WRITE-DETAIL-RECORD
								PERFORM RECORD-MESSAGE-HISTORY
							END-IF
					END-EVALUATE
				END-IF
			WHEN "V"
				MOVE CC-SHIFT TO WS-SAVED-SHIFT
				MOVE "C" TO WS-SAVED-CIPHER
				MOVE CC-PARTNER-ID TO WS-SAVED-PARTNER
				MOVE SPACES TO WS-SAVED-KEY-ID
				MOVE 1 TO WS-MSG-SEGS
				IF WS-DETAIL-COUNT < WS-RESTART-POINT
					ADD 1 TO WS-DETAIL-COUNT
		END-IF
		MOVE CC-KEYWORD TO WS-SAVED-KEYWORD
		MOVE CC-PARTNER-ID TO WS-SAVED-PARTNER
		MOVE CC-RELEASE-DATE TO WS-SAVED-RELEASE
		*> ENCRYPT stamps the partner, batch id, and the sequence this
		*> set will book under onto its audit line from here.
		MOVE WS-SAVED-PARTNER TO AX-PARTNER-ID
		MOVE WS-BATCH-ID TO AX-BATCH-ID
		COMPUTE AX-SEQUENCE = WS-DETAIL-COUNT + 1
		MOVE SPACES TO WS-MSG-BUFFER
		MOVE CC-MESSAGE TO WS-MSG-SEG(1)
		MOVE 1 TO WS-MSG-SEGS
					MOVE "Y" TO WS-GATHER-DONE
				END-IF
		END-READ.
	CHECK-CARD-RELEASE-DATE.
		*> Only a detail card's release date counts.  Blank, or a date
		*> on or before the run date (a set released tonight, or one
		*> a deck author simply dated early), processes as usual.
		MOVE "N" TO WS-RELEASE-STATE
		IF CC-MODE NOT = "E" AND CC-MODE NOT = "D" AND CC-MODE NOT = "S"
				AND CC-MODE NOT = "A" AND CC-MODE NOT = "V"
			EXIT PARAGRAPH
		END-IF
		IF CC-RELEASE-DATE = SPACES
			EXIT PARAGRAPH
		END-IF
		IF CC-RELEASE-DATE IS NOT NUMERIC
			MOVE "X" TO WS-RELEASE-STATE
			EXIT PARAGRAPH
		END-IF
		IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(CC-RELEASE-DATE))
				NOT = 0
			MOVE "X" TO WS-RELEASE-STATE
			EXIT PARAGRAPH
		END-IF
		IF CC-RELEASE-DATE > WS-RUN-DATE
			MOVE "F" TO WS-RELEASE-STATE
		END-IF.
	SET-ASIDE-CARD-SET.
		*> The set is gathered like any other so its continuation
		*> cards go with it, and on a restart it is skipped over like
		*> any other -- its warehouse lines went on in the first
		*> attempt.  A set that overflowed its continuations, or whose
		*> release date is no date, rejects now rather than wait on
		*> the warehouse to fail on the night it comes due.
		PERFORM BUILD-MESSAGE-SET
		IF WS-DETAIL-COUNT < WS-RESTART-POINT
			ADD 1 TO WS-DETAIL-COUNT
			EXIT PARAGRAPH
		END-IF
		MOVE WS-SAVED-SHIFT TO WS-EFF-SHIFT
		IF WS-SET-OVERFLOW = "Y" OR WS-RELEASE-STATE = "X"
			MOVE "RELEASE DATE NOT A VALID DATE" TO WS-REJECT-REASON
			PERFORM REJECT-CARD-SET
			IF WS-SAVED-MODE = "V"
				PERFORM WRITE-VERIFY-REJECT-LINE
			END-IF
		ELSE
			PERFORM WAREHOUSE-CARD-SET
		END-IF.
	WAREHOUSE-CARD-SET.
		*> The held-duplicate pattern again: an AUDITLOG line with
		*> status "W", output records carrying status "W" with no text
		*> (TRANSMIT never sends it and the statement never bills it,
		*> though it still counts as a detail for balancing), and the
		*> full card images appended to the warehouse under this
		*> batch and sequence for WHSEREL.  The warehouse is opened
		*> and closed around each set, the way the batch register is,
		*> so a crash later tonight still leaves the set on it.
		MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
		MOVE 0 TO WS-REJ-LEN-TALLY
		INSPECT FUNCTION REVERSE(WS-MSG-BUFFER)
			TALLYING WS-REJ-LEN-TALLY FOR LEADING SPACES
		MOVE SPACES TO AUDIT-LOG-RECORD
		MOVE WS-TIMESTAMP TO AL-TIMESTAMP
		MOVE WS-SAVED-MODE TO AL-MODE
		MOVE WS-EFF-SHIFT TO AL-SHIFT
		COMPUTE AL-INPUT-LEN =
			LENGTH OF WS-MSG-BUFFER - WS-REJ-LEN-TALLY
		MOVE "W" TO AL-STATUS
		MOVE WS-SAVED-KEY-ID TO AL-KEY-ID
		MOVE WS-SAVED-CIPHER TO AL-CIPHER
		MOVE WS-SAVED-PARTNER TO AL-PARTNER-ID
		MOVE AX-BATCH-ID TO AL-BATCH-ID
		MOVE AX-SEQUENCE TO AL-SEQUENCE
		WRITE AUDIT-LOG-RECORD
		IF AUD-FILE-STATUS NOT = "00"
			DISPLAY "CAESAR: WRITE FAILED FOR AUDITLOG - FILE STATUS "
				AUD-FILE-STATUS
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		*> EXTEND on a file that doesn't exist yet reports 35, so the
		*> first set ever warehoused creates it instead.
		OPEN EXTEND CARD-WAREHOUSE-FILE
		IF WHS-FILE-STATUS = "35"
			OPEN OUTPUT CARD-WAREHOUSE-FILE
		END-IF
		IF WHS-FILE-STATUS NOT = "00"
			DISPLAY "CAESAR: OPEN FAILED FOR CARDWHSE - FILE STATUS "
				WHS-FILE-STATUS
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		MOVE WS-SAVED-MODE TO WS-RCY-MODE
		MOVE WS-SAVED-SHIFT TO WS-RCY-SHIFT
		MOVE WS-MSG-SEG(1) TO WS-RCY-MESSAGE
		MOVE WS-SAVED-KEY-ID TO WS-RCY-KEY-ID
		MOVE WS-SAVED-CIPHER TO WS-RCY-CIPHER
		MOVE WS-SAVED-KEYWORD TO WS-RCY-KEYWORD
		MOVE WS-SAVED-PARTNER TO WS-RCY-PARTNER
		MOVE WS-SAVED-RELEASE TO WS-RCY-RELEASE
		MOVE 1 TO WS-SEG-IDX
		PERFORM WRITE-WAREHOUSE-RECORD
		PERFORM VARYING WS-SEG-IDX FROM 2 BY 1
				UNTIL WS-SEG-IDX > WS-MSG-SEGS
			MOVE SPACES TO WS-RCY-CARD
			MOVE "C" TO WS-RCY-MODE
			MOVE 0 TO WS-RCY-SHIFT
			MOVE WS-MSG-SEG(WS-SEG-IDX) TO WS-RCY-MESSAGE
			PERFORM WRITE-WAREHOUSE-RECORD
		END-PERFORM
		CLOSE CARD-WAREHOUSE-FILE
		ADD 1 TO WS-WHSE-COUNT
		MOVE SPACES TO WS-OUT-TEXT
		MOVE "W" TO WS-STATUS-FLAG
		PERFORM WRITE-DETAIL-RECORD.
	WRITE-WAREHOUSE-RECORD.
		*> Runs with WS-RCY-CARD built and WS-SEG-IDX on the segment.
		MOVE SPACES TO WAREHOUSE-RECORD
		MOVE WS-SAVED-RELEASE TO WH-RELEASE-DATE
		MOVE "W" TO WH-STATE
		MOVE WS-BATCH-ID TO WH-BATCH-ID
		COMPUTE WH-SET-SEQ = WS-DETAIL-COUNT + 1
		MOVE WS-SEG-IDX TO WH-CARD-SEG
		MOVE WS-RUN-DATE TO WH-STORED-DATE
		MOVE WS-RCY-CARD TO WH-CARD-IMAGE
		WRITE WAREHOUSE-RECORD
		IF WHS-FILE-STATUS NOT = "00"
			DISPLAY "CAESAR: WRITE FAILED FOR CARDWHSE - FILE STATUS "
				WHS-FILE-STATUS
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
	RESOLVE-CARD-PARTNER.
		*> A blank partner id is house traffic, processed exactly as
		*> before.  Otherwise the named partner must be on the profile
		*> key of its own inherits the profile's default key here,
		*> BEFORE RESOLVE-CARD-KEY runs, so the default resolves
		*> against the key master under all the usual key checks.
		*> House traffic has no profile and so no duplicate policy;
		*> it is never checked.
		MOVE "Y" TO WS-PARTNER-OK
		MOVE SPACES TO WS-PARTNER-REASON
		MOVE "N" TO WS-DUP-POLICY
		IF WS-SAVED-PARTNER = SPACES
			EXIT PARAGRAPH
		END-IF
				UNTIL PT-IDX > PT-COUNT OR PT-FOUND = "Y"
			IF PT-PARTNER-ID(PT-IDX) = WS-SAVED-PARTNER
				MOVE "Y" TO PT-FOUND
				MOVE PT-DUP-POLICY(PT-IDX) TO WS-DUP-POLICY
				PERFORM CHECK-PARTNER-PROFILE
			END-IF
		END-PERFORM
		MOVE "R" TO AL-STATUS
		MOVE WS-SAVED-KEY-ID TO AL-KEY-ID
		MOVE WS-SAVED-CIPHER TO AL-CIPHER
		MOVE WS-SAVED-PARTNER TO AL-PARTNER-ID
		MOVE AX-BATCH-ID TO AL-BATCH-ID
		MOVE AX-SEQUENCE TO AL-SEQUENCE
		WRITE AUDIT-LOG-RECORD
		IF AUD-FILE-STATUS NOT = "00"
			DISPLAY "CAESAR: WRITE FAILED FOR AUDITLOG - FILE STATUS "
		MOVE WS-SAVED-CIPHER TO WS-RCY-CIPHER
		MOVE WS-SAVED-KEYWORD TO WS-RCY-KEYWORD
		MOVE WS-SAVED-PARTNER TO WS-RCY-PARTNER
		MOVE WS-SAVED-RELEASE TO WS-RCY-RELEASE
		MOVE WS-RCY-CARD TO RC-CARD-IMAGE
		PERFORM WRITE-RECYCLE-RECORD
		PERFORM VARYING WS-SEG-IDX FROM 2 BY 1
				WS-EFF-SHIFT WS-STATUS-FLAG
				BY REFERENCE WS-CHECK-VALUE
			MOVE WS-CHECK-VALUE TO AR-CHECK-VALUE
			MOVE WS-SAVED-PARTNER TO AR-PARTNER-ID
			MOVE WS-SAVED-KEY-ID TO AR-KEY-ID
			WRITE ARCHIVE-RECORD
			*> A duplicate key (22) is a record this batch id and
			*> sequence already archived -- a restart re-covering work
				STOP RUN
			END-IF
		END-IF
		*> An authorized rerun replays an old batch under its old date,
		*> and a restart finishes a batch whose date was already let
		*> through on its first attempt -- neither is a new processing
		*> day, so only a fresh batch is held to the calendar.
		IF WS-IS-RERUN = "N"
				AND (WS-REG-FOUND = "N" OR WS-REG-LAST-DISP NOT = "A")
			PERFORM CHECK-RUN-DATE-SEQUENCE
		END-IF
		MOVE "A" TO WS-REG-NEW-DISP
		MOVE 0 TO WS-REG-NEW-RC
		PERFORM APPEND-REGISTER-LINE
		*> this run's batch id.  A missing BATCHREG (status 35) just
		*> means no batch has ever been registered.
		MOVE "N" TO WS-REG-FOUND
		MOVE SPACES TO WS-REG-DONE-DATE
		MOVE "N" TO WS-REG-DONE-RELATED
		MOVE "N" TO WS-REG-DONE-MAIN
		OPEN INPUT BATCH-REGISTER-FILE
		EVALUATE REG-FILE-STATUS
			WHEN "00"
					MOVE BR-DISPOSITION TO WS-REG-LAST-DISP
					MOVE BR-RUN-DATE TO WS-REG-LAST-DATE
				END-IF
				IF (BR-DISPOSITION = "C" OR BR-DISPOSITION = "R")
						AND BR-RUN-DATE IS NUMERIC
					IF BR-RUN-DATE > WS-REG-DONE-DATE
						MOVE BR-RUN-DATE TO WS-REG-DONE-DATE
						MOVE "N" TO WS-REG-DONE-RELATED
						MOVE "N" TO WS-REG-DONE-MAIN
					END-IF
					IF BR-RUN-DATE = WS-REG-DONE-DATE
						PERFORM NOTE-RELATED-BATCH
					END-IF
				END-IF
		END-READ.
	NOTE-RELATED-BATCH.
		*> DECKSPLT streams keep the parent id's first seven bytes and
		*> number the eighth; a RECYCLE supplemental keeps the first
		*> six and puts "R" and its generation in the last two.  An
		*> INTAKE ("I") or WHSEREL ("W") deck is stamped with the
		*> yymmdd of its own run date, and belongs to that day's cycle
		*> whichever order the night's decks run in.
		IF BR-BATCH-ID(1:7) = WS-BATCH-ID(1:7)
			MOVE "Y" TO WS-REG-DONE-RELATED
		END-IF
		IF WS-BATCH-ID(7:1) = "R"
				AND BR-BATCH-ID(1:6) = WS-BATCH-ID(1:6)
			MOVE "Y" TO WS-REG-DONE-RELATED
		END-IF
		IF (BR-BATCH-ID(1:1) NOT = "I" AND BR-BATCH-ID(1:1) NOT = "W")
				OR BR-BATCH-ID(2:6) NOT = BR-RUN-DATE(3:6)
			MOVE "Y" TO WS-REG-DONE-MAIN
		END-IF.
	CHECK-RUN-DATE-SEQUENCE.
		*> A fresh batch must be dated the next business day on the
		*> processing calendar after the last completed run: a header
		*> dated a day already processed, a day skipped over, or a
		*> holiday or weekend is a stale or mis-built deck, and running
		*> it would stamp the archive, audit trail, and key-window
		*> checks with the wrong day.  The same-day exceptions are a
		*> batch related to one completed on that date -- the other
		*> streams of a split deck and a recycle supplemental share
		*> the parent's run date by design -- an INTAKE or WHSEREL
		*> deck stamped with the date, and the day's own deck when
		*> only such stamped supplementals have completed on it so
		*> far (WHSEREL's deck runs ahead of it).  Refused with the
		*> same RETURN-CODE 12 as an already-run batch: both are the
		*> register turning the deck away before anything was opened,
		*> and both need an operator's decision, not a fix.  Nothing
		*> completed yet means there is no sequence to keep, only the
		*> business-day test.
		MOVE SPACES TO WS-RUNDATE-PARM
		ACCEPT WS-RUNDATE-PARM FROM ENVIRONMENT "RUNDATEOK"
		IF WS-RUNDATE-PARM(1:1) = "Y"
			DISPLAY "CAESAR: RUN DATE " WS-RUN-DATE
				" ACCEPTED WITHOUT SEQUENCE CHECK - RUNDATEOK=Y"
			EXIT PARAGRAPH
		END-IF
		MOVE "T" TO WS-BD-FUNCTION
		MOVE WS-RUN-DATE TO WS-BD-DATE
		MOVE 0 TO WS-BD-COUNT
		CALL 'BUSDAY' USING BY CONTENT WS-BD-FUNCTION WS-BD-DATE
			WS-BD-COUNT
			BY REFERENCE WS-BD-RESULT WS-BD-BUSINESS WS-BD-CALENDAR
		IF WS-BD-BUSINESS NOT = "Y"
			DISPLAY "CAESAR: HEADER RUN DATE " WS-RUN-DATE
				" IS NOT A BUSINESS DAY - SET RUNDATEOK=Y TO RUN IT"
			MOVE 12 TO RETURN-CODE
			STOP RUN
		END-IF
		IF WS-REG-DONE-DATE = SPACES
			EXIT PARAGRAPH
		END-IF
		IF WS-RUN-DATE = WS-REG-DONE-DATE
			IF WS-REG-DONE-RELATED = "Y" OR WS-REG-DONE-MAIN = "N"
				EXIT PARAGRAPH
			END-IF
			IF (WS-BATCH-ID(1:1) = "I" OR WS-BATCH-ID(1:1) = "W")
					AND WS-BATCH-ID(2:6) = WS-RUN-DATE(3:6)
				EXIT PARAGRAPH
			END-IF
		END-IF
		MOVE "A" TO WS-BD-FUNCTION
		MOVE WS-REG-DONE-DATE TO WS-BD-DATE
		MOVE 1 TO WS-BD-COUNT
		CALL 'BUSDAY' USING BY CONTENT WS-BD-FUNCTION WS-BD-DATE
			WS-BD-COUNT
			BY REFERENCE WS-BD-RESULT WS-BD-BUSINESS WS-BD-CALENDAR
		IF WS-RUN-DATE NOT = WS-BD-RESULT
			DISPLAY "CAESAR: HEADER RUN DATE " WS-RUN-DATE
				" IS NOT THE NEXT BUSINESS DAY " WS-BD-RESULT
				" AFTER THE LAST COMPLETED RUN ON " WS-REG-DONE-DATE
			DISPLAY "CAESAR: SET RUNDATEOK=Y TO AUTHORIZE AN"
				" OUT-OF-SEQUENCE RUN DATE"
			MOVE 12 TO RETURN-CODE
			STOP RUN
		END-IF.
	APPEND-REGISTER-LINE.
		*> EXTEND on a file that doesn't exist yet reports 35, so the
		*> very first registered run creates it instead -- the same
			STOP RUN
		END-IF
		CLOSE BATCH-REGISTER-FILE.
	LOAD-MESSAGE-HISTORY.
		*> Runs once the precheck has the header's run date: streams
		*> DUPHIST into the ring keeping only lines inside the DUPDAYS
		*> window, then rewrites the file from the ring so it never
		*> grows past the window, and leaves it open for this run's
		*> own sets to be appended as they process -- a run that
		*> abends part way still leaves the sets it finished on the
		*> history for the restart to check against.  A line dated
		*> after the run date (an authorized rerun of an older batch)
		*> is inside the window by definition.  A missing DUPHIST
		*> (status 35) just means nothing has been processed yet.
		MOVE SPACES TO WS-DUP-PARM
		ACCEPT WS-DUP-PARM FROM ENVIRONMENT "DUPDAYS"
		IF FUNCTION TRIM(WS-DUP-PARM) NOT = SPACES
			MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-DUP-PARM))
				TO WS-DUP-DAYS
		END-IF
		*> DUPOK "Y" is the operator's authorization that tonight's
		*> repeats are confirmed resends -- the same environment
		*> variable convention RERUNOK uses.
		MOVE SPACES TO WS-DUPOK-PARM
		ACCEPT WS-DUPOK-PARM FROM ENVIRONMENT "DUPOK"
		IF WS-RUN-DATE IS NOT NUMERIC
			DISPLAY "CAESAR: NO VALID HEADER RUN DATE - DUPLICATE"
				" MESSAGE CHECK NOT RUN"
			EXIT PARAGRAPH
		END-IF
		IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(WS-RUN-DATE))
				NOT = 0
			DISPLAY "CAESAR: NO VALID HEADER RUN DATE - DUPLICATE"
				" MESSAGE CHECK NOT RUN"
			EXIT PARAGRAPH
		END-IF
		MOVE FUNCTION NUMVAL(WS-RUN-DATE) TO WS-DUP-RUN-DATE-INT
		OPEN INPUT DUP-HISTORY-FILE
		EVALUATE DUP-FILE-STATUS
			WHEN "00"
				MOVE "N" TO WS-DUP-EOF
				PERFORM LOAD-HISTORY-RECORD UNTIL WS-DUP-EOF = "Y"
				CLOSE DUP-HISTORY-FILE
			WHEN "35"
				CONTINUE
			WHEN OTHER
				DISPLAY "CAESAR: OPEN FAILED FOR DUPHIST - FILE STATUS "
					DUP-FILE-STATUS
				MOVE 16 TO RETURN-CODE
				STOP RUN
		END-EVALUATE
		OPEN OUTPUT DUP-HISTORY-FILE
		IF DUP-FILE-STATUS NOT = "00"
			DISPLAY "CAESAR: OPEN FAILED FOR DUPHIST - FILE STATUS "
				DUP-FILE-STATUS
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		*> Oldest first: once the ring is full the oldest entry is
		*> the one in the next slot.
		IF WS-DH-COUNT = 2000
			MOVE WS-DH-NEXT TO WS-DH-IDX
		ELSE
			MOVE 1 TO WS-DH-IDX
		END-IF
		PERFORM REWRITE-HISTORY-ENTRY WS-DH-COUNT TIMES
		MOVE "Y" TO WS-DUP-ACTIVE.
	LOAD-HISTORY-RECORD.
		READ DUP-HISTORY-FILE
			AT END
				MOVE "Y" TO WS-DUP-EOF
			NOT AT END
				*> A line whose date won't convert comes out of
				*> INTEGER-OF-DATE as zero, far outside any window,
				*> and is pruned with the rest.
				MOVE 0 TO WS-DUP-LINE-DATE-INT
				IF DH-RUN-DATE IS NUMERIC
					MOVE FUNCTION NUMVAL(DH-RUN-DATE)
						TO WS-DUP-LINE-DATE-INT
				END-IF
				COMPUTE WS-DUP-AGE =
					FUNCTION INTEGER-OF-DATE(WS-DUP-RUN-DATE-INT)
					- FUNCTION INTEGER-OF-DATE(WS-DUP-LINE-DATE-INT)
				IF WS-DUP-AGE <= WS-DUP-DAYS
					PERFORM ADD-HISTORY-ENTRY
				END-IF
		END-READ.
	ADD-HISTORY-ENTRY.
		*> Takes the entry from the DUPHIST record area, whether it
		*> was just read or is about to be written.
		IF WS-DH-COUNT = 2000 AND WS-DUP-WRAPPED = "N"
			DISPLAY "CAESAR: DUPHIST EXCEEDS HISTORY TABLE SIZE -"
				" OLDEST ENTRIES DROPPED, SHORTEN DUPDAYS"
			MOVE "Y" TO WS-DUP-WRAPPED
		END-IF
		MOVE DH-RUN-DATE TO WS-DH-RUN-DATE(WS-DH-NEXT)
		MOVE DH-BATCH-ID TO WS-DH-BATCH-ID(WS-DH-NEXT)
		MOVE DH-SEQUENCE TO WS-DH-SEQUENCE(WS-DH-NEXT)
		MOVE DH-PARTNER-ID TO WS-DH-PARTNER-ID(WS-DH-NEXT)
		MOVE DH-MODE TO WS-DH-MODE(WS-DH-NEXT)
		MOVE DH-MESSAGE TO WS-DH-MESSAGE(WS-DH-NEXT)
		IF WS-DH-COUNT < 2000
			ADD 1 TO WS-DH-COUNT
		END-IF
		ADD 1 TO WS-DH-NEXT
		IF WS-DH-NEXT > 2000
			MOVE 1 TO WS-DH-NEXT
		END-IF.
	REWRITE-HISTORY-ENTRY.
		MOVE SPACES TO DUP-HISTORY-RECORD
		MOVE WS-DH-RUN-DATE(WS-DH-IDX) TO DH-RUN-DATE
		MOVE WS-DH-BATCH-ID(WS-DH-IDX) TO DH-BATCH-ID
		MOVE WS-DH-SEQUENCE(WS-DH-IDX) TO DH-SEQUENCE
		MOVE WS-DH-PARTNER-ID(WS-DH-IDX) TO DH-PARTNER-ID
		MOVE WS-DH-MODE(WS-DH-IDX) TO DH-MODE
		MOVE WS-DH-MESSAGE(WS-DH-IDX) TO DH-MESSAGE
		PERFORM WRITE-HISTORY-RECORD
		ADD 1 TO WS-DH-IDX
		IF WS-DH-IDX > 2000
			MOVE 1 TO WS-DH-IDX
		END-IF.
	WRITE-HISTORY-RECORD.
		WRITE DUP-HISTORY-RECORD
		IF DUP-FILE-STATUS NOT = "00"
			DISPLAY "CAESAR: WRITE FAILED FOR DUPHIST - FILE STATUS "
				DUP-FILE-STATUS
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
	CHECK-DUPLICATE-MESSAGE.
		*> Runs once a partner set has passed every other edit, just
		*> before it would be processed.  A match is the same partner,
		*> mode, and reassembled message as any set on the history --
		*> except the entry for this very batch id and sequence, which
		*> is this set's own earlier pass (a restart re-covering work
		*> past its last checkpoint, or an authorized rerun) and no
		*> repeat at all.  Sets earlier in tonight's own deck are on
		*> the history by now too, so a set punched twice in one deck
		*> is caught the same way as one resubmitted next week.
		MOVE "N" TO WS-DUP-HOLD
		IF WS-DUP-ACTIVE = "N" OR WS-DUP-POLICY = "N"
			EXIT PARAGRAPH
		END-IF
		COMPUTE WS-DUP-NEXT-SEQ = WS-DETAIL-COUNT + 1
		MOVE 0 TO WS-DH-MATCH-IDX
		PERFORM VARYING WS-DH-IDX FROM 1 BY 1
				UNTIL WS-DH-IDX > WS-DH-COUNT OR WS-DH-MATCH-IDX > 0
			IF WS-DH-PARTNER-ID(WS-DH-IDX) = WS-SAVED-PARTNER
					AND WS-DH-MODE(WS-DH-IDX) = WS-SAVED-MODE
					AND WS-DH-MESSAGE(WS-DH-IDX) = WS-MSG-BUFFER
					AND (WS-DH-BATCH-ID(WS-DH-IDX) NOT = WS-BATCH-ID
						OR WS-DH-SEQUENCE(WS-DH-IDX) NOT = WS-DUP-NEXT-SEQ)
				MOVE WS-DH-IDX TO WS-DH-MATCH-IDX
			END-IF
		END-PERFORM
		IF WS-DH-MATCH-IDX = 0
			EXIT PARAGRAPH
		END-IF
		IF WS-DUP-POLICY = "H" AND WS-DUPOK-PARM(1:1) NOT = "Y"
			MOVE "Y" TO WS-DUP-HOLD
			MOVE "HELD" TO WS-DUP-ACTION
			ADD 1 TO WS-DUP-HELD-COUNT
		ELSE
			MOVE "FLAGGED" TO WS-DUP-ACTION
			ADD 1 TO WS-DUP-FLAGGED-COUNT
		END-IF
		PERFORM WRITE-DUP-EXCEPTION-LINE.
	HOLD-DUPLICATE-SET.
		*> A held set is never handed to ENCRYPT/DECRYPT: it leaves
		*> an AUDITLOG line with status "H", its output records carry
		*> status "H" with no text (so TRANSMIT never sends it and the
		*> statement never bills it, though it still counts as a
		*> detail for balancing), and its card images go on RCYFILE
		*> like a reject's, so a confirmed resend can come back
		*> through RECYCLE -- or be DROPped there -- without anyone
		*> digging up the deck.
		MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
		MOVE 0 TO WS-REJ-LEN-TALLY
		INSPECT FUNCTION REVERSE(WS-MSG-BUFFER)
			TALLYING WS-REJ-LEN-TALLY FOR LEADING SPACES
		MOVE SPACES TO AUDIT-LOG-RECORD
		MOVE WS-TIMESTAMP TO AL-TIMESTAMP
		MOVE WS-SAVED-MODE TO AL-MODE
		MOVE WS-EFF-SHIFT TO AL-SHIFT
		COMPUTE AL-INPUT-LEN =
			LENGTH OF WS-MSG-BUFFER - WS-REJ-LEN-TALLY
		MOVE "H" TO AL-STATUS
		MOVE WS-SAVED-KEY-ID TO AL-KEY-ID
		MOVE WS-SAVED-CIPHER TO AL-CIPHER
		MOVE WS-SAVED-PARTNER TO AL-PARTNER-ID
		MOVE AX-BATCH-ID TO AL-BATCH-ID
		MOVE AX-SEQUENCE TO AL-SEQUENCE
		WRITE AUDIT-LOG-RECORD
		IF AUD-FILE-STATUS NOT = "00"
			DISPLAY "CAESAR: WRITE FAILED FOR AUDITLOG - FILE STATUS "
				AUD-FILE-STATUS
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		PERFORM WRITE-RECYCLE-CARD-SET
		MOVE SPACES TO WS-OUT-TEXT
		MOVE "H" TO WS-STATUS-FLAG
		PERFORM WRITE-DETAIL-RECORD.
	RECORD-MESSAGE-HISTORY.
		*> Only a partner set that actually processed goes on the
		*> history -- a reject or a held set was never delivered, so
		*> its resubmission is no repeat.  Recorded whatever the
		*> partner's policy, so a policy tightened later still has
		*> the history to check against.  Runs right after
		*> WRITE-DETAIL-RECORD, so the detail count is the sequence
		*> the set booked under on MSGARCH.
		IF WS-DUP-ACTIVE = "N" OR WS-SAVED-PARTNER = SPACES
				OR WS-STATUS-FLAG NOT = "S"
			EXIT PARAGRAPH
		END-IF
		MOVE SPACES TO DUP-HISTORY-RECORD
		MOVE WS-RUN-DATE TO DH-RUN-DATE
		MOVE WS-BATCH-ID TO DH-BATCH-ID
		MOVE WS-DETAIL-COUNT TO DH-SEQUENCE
		MOVE WS-SAVED-PARTNER TO DH-PARTNER-ID
		MOVE WS-SAVED-MODE TO DH-MODE
		MOVE WS-MSG-BUFFER TO DH-MESSAGE
		PERFORM WRITE-HISTORY-RECORD
		PERFORM ADD-HISTORY-ENTRY.
	WRITE-DUP-EXCEPTION-LINE.
		MOVE SPACES TO DUP-REPORT-LINE
		STRING WS-BATCH-ID DELIMITED BY SIZE
			"  " DELIMITED BY SIZE
			WS-DUP-NEXT-SEQ DELIMITED BY SIZE
			"  " DELIMITED BY SIZE
			WS-SAVED-PARTNER DELIMITED BY SIZE
			"  " DELIMITED BY SIZE
			WS-SAVED-MODE DELIMITED BY SIZE
			"  " DELIMITED BY SIZE
			WS-DUP-ACTION DELIMITED BY SIZE
			"  " DELIMITED BY SIZE
			WS-DH-BATCH-ID(WS-DH-MATCH-IDX) DELIMITED BY SIZE
			"  " DELIMITED BY SIZE
			WS-DH-SEQUENCE(WS-DH-MATCH-IDX) DELIMITED BY SIZE
			"  " DELIMITED BY SIZE
			WS-DH-RUN-DATE(WS-DH-MATCH-IDX) DELIMITED BY SIZE
			"  " DELIMITED BY SIZE
			WS-MSG-BUFFER(1:30) DELIMITED BY SIZE
			INTO DUP-REPORT-LINE
		END-STRING
		PERFORM WRITE-DUP-REPORT-DETAIL-LINE.
	WRITE-DUP-REPORT-TOTALS.
		*> On a restart the report carries a section per run, and
		*> each section's totals are that run's own.
		MOVE SPACES TO DUP-REPORT-LINE
		PERFORM WRITE-DUP-REPORT-DETAIL-LINE
		IF WS-DUP-ACTIVE = "N"
			MOVE "DUPLICATE MESSAGE CHECK NOT RUN - NO VALID HEADER RUN DATE"
				TO DUP-REPORT-LINE
			PERFORM WRITE-DUP-REPORT-DETAIL-LINE
			EXIT PARAGRAPH
		END-IF
		IF WS-DUP-HELD-COUNT = 0 AND WS-DUP-FLAGGED-COUNT = 0
			MOVE "  NONE" TO DUP-REPORT-LINE
			PERFORM WRITE-DUP-REPORT-DETAIL-LINE
		END-IF
		MOVE SPACES TO DUP-REPORT-LINE
		STRING "HELD: " DELIMITED BY SIZE
			WS-DUP-HELD-COUNT DELIMITED BY SIZE
			"  FLAGGED: " DELIMITED BY SIZE
			WS-DUP-FLAGGED-COUNT DELIMITED BY SIZE
			"  WINDOW: " DELIMITED BY SIZE
			WS-DUP-DAYS DELIMITED BY SIZE
			" DAY(S)  HISTORY ENTRIES: " DELIMITED BY SIZE
			WS-DH-COUNT DELIMITED BY SIZE
			INTO DUP-REPORT-LINE
		END-STRING
		PERFORM WRITE-DUP-REPORT-DETAIL-LINE
		IF WS-DUP-WRAPPED = "Y"
			MOVE "HISTORY TABLE FULL - OLDEST ENTRIES DROPPED, SHORTEN DUPDAYS"
				TO DUP-REPORT-LINE
			PERFORM WRITE-DUP-REPORT-DETAIL-LINE
		END-IF.
	WRITE-DUP-REPORT-HEADER.
		*> Starts the first page and re-starts every page after, the
		*> same way the SOLVE and AUDRPT reports do.
		MOVE SPACES TO DUP-REPORT-LINE
		STRING "CAESAR DUPLICATE MESSAGE EXCEPTION REPORT - RUN "
			DELIMITED BY SIZE
			WS-START-TS DELIMITED BY SIZE
			"  PAGE " DELIMITED BY SIZE
			WS-DUP-PAGE-NUM DELIMITED BY SIZE
			INTO DUP-REPORT-LINE
		END-STRING
		PERFORM WRITE-DUP-REPORT-LINE
		MOVE SPACES TO DUP-REPORT-LINE
		PERFORM WRITE-DUP-REPORT-LINE
		MOVE SPACES TO DUP-REPORT-LINE
		STRING "BATCH     SEQ     PRTN  M  ACTION   MATCHED   SEQ     "
			DELIMITED BY SIZE
			"RUN DATE  MESSAGE" DELIMITED BY SIZE
			INTO DUP-REPORT-LINE
		END-STRING
		PERFORM WRITE-DUP-REPORT-LINE
		MOVE 0 TO WS-DUP-LINES-ON-PAGE
		ADD 1 TO WS-DUP-PAGE-NUM.
	WRITE-DUP-REPORT-DETAIL-LINE.
		IF WS-DUP-LINES-ON-PAGE = WS-DUP-LINES-PER-PAGE
			MOVE DUP-REPORT-LINE TO WS-DUP-HOLD-LINE
			PERFORM WRITE-DUP-REPORT-HEADER
			MOVE WS-DUP-HOLD-LINE TO DUP-REPORT-LINE
		END-IF
		PERFORM WRITE-DUP-REPORT-LINE
		ADD 1 TO WS-DUP-LINES-ON-PAGE.
	WRITE-DUP-REPORT-LINE.
		WRITE DUP-REPORT-LINE
		IF DRP-FILE-STATUS NOT = "00"
			DISPLAY "CAESAR: WRITE FAILED FOR DUPRPT - FILE STATUS "
				DRP-FILE-STATUS
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
	SPLIT-PARTNER-FEEDS.
		*> Runs after OUTFILE is complete and closed: one tally pass
		*> over the whole file counts each routed partner's detail and
*> on a LINKAGE parameter, so the tally has to land in a WORKING-STORAGE
*> counter first and get copied into StrLen from there.
01 WS-TALLY PIC 999 VALUE 0.
COPY "AUDCTX.cpy".
LOCAL-STORAGE SECTION.
*> StrLen is 1-based so "PERFORM SHIFT-CHARS UNTIL CurShft = StrLen"
*> runs the right number of times; it's one more than the message's
		*> card's key material is CC-KEYWORD, not the shift amount, so
		*> it gets the keyword check instead of the shift-range check.
		EVALUATE TRUE
			WHEN ModeFlag = "P" AND CipherType = "K"
				*> KSOLVE's trial keywords still have to be measured
				*> and upper-cased for ROTATE-CHAR to walk them.
				PERFORM VALIDATE-KEYWORD
			WHEN ModeFlag = "P"
				MOVE "S" TO StatusFlag
			WHEN CipherType NOT = "C" AND CipherType NOT = "K"
		MOVE StatusFlag TO AL-STATUS
		MOVE KeyId TO AL-KEY-ID
		MOVE CipherType TO AL-CIPHER
		MOVE AX-PARTNER-ID TO AL-PARTNER-ID
		MOVE AX-BATCH-ID TO AL-BATCH-ID
		MOVE AX-SEQUENCE TO AL-SEQUENCE
		WRITE AUDIT-LOG-RECORD
		IF AUD-FILE-STATUS NOT = "00"
			DISPLAY "ENCRYPT: WRITE FAILED FOR AUDITLOG - FILE STATUS "
		MOVE 197 TO EF-ENTRY(25)
		MOVE 7 TO EF-ENTRY(26).
END PROGRAM SOLVE.


IDENTIFICATION DIVISION.
PROGRAM-ID. KSOLVE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT SOLVE-REPORT-FILE ASSIGN TO "SOLVRPT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS SRP-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  SOLVE-REPORT-FILE IS EXTERNAL.
COPY "SOLVRPT.cpy".
WORKING-STORAGE SECTION.
01 SRP-FILE-STATUS PIC XX.
01 WS-TIMESTAMP     PIC X(21).
*> Every trial decryption is a probe on behalf of no named key, the
*> same as SOLVE's, but always under the keyword cipher -- the keyword
*> itself is the thing being recovered, so it varies per candidate and
*> lives with the candidate table below.
01 KS-PROBE-KEY-ID  PIC X(8) VALUE SPACES.
01 KS-PROBE-CIPHER  PIC X VALUE "K".
01 KS-PROBE-SHIFT   PIC 99 VALUE 0.
LOCAL-STORAGE SECTION.
*> The keyword advances once per rotated character -- letters AND
*> digits (see ENCRYPT's KeyIdx) -- so column membership has to be
*> worked out against the stream of rotatable characters, not the raw
*> message with its spaces and punctuation.  KS-STREAM holds that
*> stream upper-cased; only its letters are scored, but its digits
*> still take up a keyword position each.
01 KS-STREAM        PIC X(495).
01 KS-STREAM-LEN    PIC 999 VALUE 0.
01 KS-LETTER-COUNT  PIC 999 VALUE 0.
01 KS-MAX-LEN       PIC 99 VALUE 0.
01 KS-I             PIC 999.
01 KS-J             PIC 999.
01 KS-P             PIC 999.
01 KS-L             PIC 99.
01 KS-COL           PIC 99.
01 KS-SHIFT         PIC 99.
01 KS-LETTER-ORD    PIC 99.
01 KS-FREQ-IDX      PIC 99.
01 KS-SPACING       PIC 999.
*> One entry per keyword length considered: the average index of
*> coincidence of its columns (scaled by 10000 -- English runs about
*> 660, evenly spread letters about 385), how many repeated-trigram
*> spacings it divides evenly, and -- once it has been picked -- the
*> length it was actually solved as (see REDUCE-TO-BASE-LENGTH).
01 KS-LEN-TABLE.
	05 KS-LEN-ENTRY OCCURS 16 TIMES.
		10 KS-LEN-IOC      PIC 9(5).
		10 KS-LEN-REPEATS  PIC 9(4).
		10 KS-LEN-TRIED    PIC X.
		10 KS-LEN-SOLVED-AS PIC 99.
01 KS-COL-FREQ-TABLE.
	05 KS-COL-FREQ PIC 999 OCCURS 26 TIMES.
01 KS-COL-LETTERS   PIC 999.
01 KS-IOC-PAIRS     PIC 9(7).
01 KS-IOC-SUM       PIC 9(6).
01 KS-IOC-COLS      PIC 99.
01 KS-BEST-LEN      PIC 99.
01 KS-BASE-LEN      PIC 99.
01 KS-TRY-LIMIT     PIC 9 VALUE 5.
01 KS-LENGTHS-DONE  PIC X VALUE "N".
01 KS-SOLVED-AS-SHOW PIC XX.
*> A column's fit to English is measured chi-squared style -- the
*> squared gap between each letter's count and the count FREQTBL
*> expects, over the expected count -- so lower is better, and a rare
*> letter turning up too often costs far more than it would under a
*> plain frequency sum.
01 KS-COL-CHI       PIC 9(9)V9(4).
01 KS-COL-EXPECTED  PIC 9(5)V9(4).
01 KS-COL-GAP       PIC S9(5)V9(4).
01 KS-COL-BEST-SHIFT PIC 99.
01 KS-COL-BEST-CHI  PIC 9(9)V9(4).
01 KS-WORK-KEYWORD  PIC X(16).
01 KS-WORK-LEN      PIC 99.
01 KS-WORK-SCORE    PIC 9(7).
01 KS-PERIOD        PIC 99.
01 KS-DUPLICATE     PIC X.
01 KS-STATUS-FLAG   PIC X.
01 CandOutStr       PIC X(495).
*> The candidate keywords are solved, scored, and ranked before a
*> line of the report is written, so the most likely keyword can
*> head the first page the same way SOLVE's most likely shift does.
01 KS-CAND-TABLE.
	05 KS-CAND-ENTRY OCCURS 5 TIMES.
		10 KS-CAND-LEN      PIC 99.
		10 KS-CAND-KEYWORD  PIC X(16).
		10 KS-CAND-SCORE    PIC 9(7).
		10 KS-CAND-TEXT     PIC X(495).
01 KS-CAND-SWAP.
	05 KS-SWAP-LEN      PIC 99.
	05 KS-SWAP-KEYWORD  PIC X(16).
	05 KS-SWAP-SCORE    PIC 9(7).
	05 KS-SWAP-TEXT     PIC X(495).
01 KS-CAND-COUNT    PIC 9 VALUE 0.
01 KS-CAND-IDX      PIC 9.
01 KS-SORT-IDX      PIC 9.
01 KS-SORT-SWAPPED  PIC X.
01 KS-REPORT-SECTION PIC X VALUE "L".
01 KS-PAGE-NUM      PIC 999 VALUE 1.
01 KS-LINES-ON-PAGE PIC 99 VALUE 0.
01 KS-LINES-PER-PAGE PIC 99 VALUE 20.
COPY "FREQTBL.cpy".
LINKAGE SECTION.
01 Str        PIC X(495).
01 MaxKeyLen  PIC 99.
01 BestKeyword PIC X(16).
PROCEDURE DIVISION USING Str MaxKeyLen BestKeyword.
	MAIN.
		*> SOLVE's counterpart for the keyword (Vigenere) cipher.  The
		*> keyword length is estimated first -- index of coincidence per
		*> column, with repeated-trigram spacing alongside -- then each
		*> column of the likeliest lengths is frequency-solved as its
		*> own single-shift Caesar, and the resulting keywords are
		*> tried through DECRYPT and ranked by English score.
		MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
		PERFORM INIT-FREQ-TABLE
		PERFORM BUILD-ROTATED-STREAM
		PERFORM SET-LENGTH-SEARCH-LIMIT
		PERFORM COUNT-REPEAT-SPACINGS
		PERFORM VARYING KS-L FROM 1 BY 1 UNTIL KS-L > KS-MAX-LEN
			PERFORM MEASURE-LENGTH-COINCIDENCE
		END-PERFORM
		PERFORM UNTIL KS-CAND-COUNT >= KS-TRY-LIMIT
				OR KS-LENGTHS-DONE = "Y"
			PERFORM PICK-NEXT-LENGTH
			IF KS-BEST-LEN = 0
				MOVE "Y" TO KS-LENGTHS-DONE
			ELSE
				PERFORM REDUCE-TO-BASE-LENGTH
			END-IF
		END-PERFORM
		PERFORM RANK-CANDIDATES
		MOVE KS-CAND-KEYWORD(1) TO BestKeyword
		PERFORM WRITE-REPORT-HEADER
		PERFORM VARYING KS-L FROM 1 BY 1 UNTIL KS-L > KS-MAX-LEN
			PERFORM WRITE-LENGTH-LINE
		END-PERFORM
		*> The ranked keywords start a fresh page rather than leave
		*> their column header stranded at the foot of this one.
		MOVE "K" TO KS-REPORT-SECTION
		IF KS-LINES-ON-PAGE + 3 > KS-LINES-PER-PAGE
			PERFORM WRITE-REPORT-HEADER
		ELSE
			PERFORM WRITE-SECTION-HEADING
		END-IF
		PERFORM VARYING KS-CAND-IDX FROM 1 BY 1
				UNTIL KS-CAND-IDX > KS-CAND-COUNT
			PERFORM WRITE-CANDIDATE-LINE
		END-PERFORM
		EXIT PROGRAM.
	BUILD-ROTATED-STREAM.
		MOVE SPACES TO KS-STREAM
		PERFORM VARYING KS-I FROM 1 BY 1 UNTIL KS-I > 495
			IF (Str(KS-I:1) >= "A" AND Str(KS-I:1) <= "Z")
				OR (Str(KS-I:1) >= "a" AND Str(KS-I:1) <= "z")
				ADD 1 TO KS-STREAM-LEN
				ADD 1 TO KS-LETTER-COUNT
				MOVE FUNCTION UPPER-CASE(Str(KS-I:1))
					TO KS-STREAM(KS-STREAM-LEN:1)
			ELSE
				IF Str(KS-I:1) >= "0" AND Str(KS-I:1) <= "9"
					ADD 1 TO KS-STREAM-LEN
					MOVE Str(KS-I:1) TO KS-STREAM(KS-STREAM-LEN:1)
				END-IF
			END-IF
		END-PERFORM.
	SET-LENGTH-SEARCH-LIMIT.
		*> The card's shift field carries the longest keyword to try; a
		*> zero or anything past CC-KEYWORD's 16 bytes searches all 16.
		*> A column needs at least two letters to say anything about its
		*> coincidence rate, so short messages cap the search lower still.
		MOVE MaxKeyLen TO KS-MAX-LEN
		IF KS-MAX-LEN = 0 OR KS-MAX-LEN > 16
			MOVE 16 TO KS-MAX-LEN
		END-IF
		IF KS-MAX-LEN > KS-LETTER-COUNT / 2
			COMPUTE KS-MAX-LEN = KS-LETTER-COUNT / 2
		END-IF
		IF KS-MAX-LEN = 0
			MOVE 1 TO KS-MAX-LEN
		END-IF
		IF KS-MAX-LEN < KS-TRY-LIMIT
			MOVE KS-MAX-LEN TO KS-TRY-LIMIT
		END-IF
		INITIALIZE KS-LEN-TABLE
		INITIALIZE KS-CAND-TABLE.
	COUNT-REPEAT-SPACINGS.
		*> Kasiski: a trigram that recurs in the cipher text usually
		*> recurs because the same plaintext met the same stretch of
		*> keyword, so the distance between the two is a multiple of
		*> the keyword length.  Every length that divides a spacing
		*> evenly is credited with it.
		IF KS-STREAM-LEN < 6
			EXIT PARAGRAPH
		END-IF
		PERFORM VARYING KS-I FROM 1 BY 1 UNTIL KS-I > KS-STREAM-LEN - 5
			IF KS-STREAM(KS-I:3) IS ALPHABETIC
				COMPUTE KS-J = KS-I + 3
				PERFORM VARYING KS-J FROM KS-J BY 1
						UNTIL KS-J > KS-STREAM-LEN - 2
					IF KS-STREAM(KS-J:3) = KS-STREAM(KS-I:3)
						COMPUTE KS-SPACING = KS-J - KS-I
						PERFORM VARYING KS-L FROM 1 BY 1
								UNTIL KS-L > KS-MAX-LEN
							IF FUNCTION MOD (KS-SPACING, KS-L) = 0
								ADD 1 TO KS-LEN-REPEATS(KS-L)
							END-IF
						END-PERFORM
					END-IF
				END-PERFORM
			END-IF
		END-PERFORM.
	MEASURE-LENGTH-COINCIDENCE.
		*> At the right length every column was shifted by one keyword
		*> letter, so each column keeps English's uneven letter spread
		*> and its index of coincidence stays high; at a wrong length
		*> the columns mix shifts and flatten toward random.
		MOVE 0 TO KS-IOC-SUM
		MOVE 0 TO KS-IOC-COLS
		PERFORM VARYING KS-COL FROM 1 BY 1 UNTIL KS-COL > KS-L
			PERFORM COUNT-COLUMN-LETTERS
			IF KS-COL-LETTERS > 1
				MOVE 0 TO KS-IOC-PAIRS
				PERFORM VARYING KS-FREQ-IDX FROM 1 BY 1
						UNTIL KS-FREQ-IDX > 26
					IF KS-COL-FREQ(KS-FREQ-IDX) > 1
						COMPUTE KS-IOC-PAIRS = KS-IOC-PAIRS
							+ KS-COL-FREQ(KS-FREQ-IDX)
							* (KS-COL-FREQ(KS-FREQ-IDX) - 1)
					END-IF
				END-PERFORM
				COMPUTE KS-IOC-SUM = KS-IOC-SUM + (KS-IOC-PAIRS * 10000)
					/ (KS-COL-LETTERS * (KS-COL-LETTERS - 1))
				ADD 1 TO KS-IOC-COLS
			END-IF
		END-PERFORM
		IF KS-IOC-COLS > 0
			COMPUTE KS-LEN-IOC(KS-L) = KS-IOC-SUM / KS-IOC-COLS
		END-IF.
	COUNT-COLUMN-LETTERS.
		*> Letter counts for column KS-COL of length KS-L: every KS-L'th
		*> rotated character starting at KS-COL.
		INITIALIZE KS-COL-FREQ-TABLE
		MOVE 0 TO KS-COL-LETTERS
		PERFORM VARYING KS-P FROM KS-COL BY KS-L UNTIL KS-P > KS-STREAM-LEN
			IF KS-STREAM(KS-P:1) IS ALPHABETIC
				COMPUTE KS-FREQ-IDX =
					FUNCTION ORD(KS-STREAM(KS-P:1)) - 65
				ADD 1 TO KS-COL-FREQ(KS-FREQ-IDX)
				ADD 1 TO KS-COL-LETTERS
			END-IF
		END-PERFORM.
	PICK-NEXT-LENGTH.
		*> The untried length with the highest coincidence rate; ties go
		*> to the one more repeat spacings agree with, then the shorter.
		MOVE 0 TO KS-BEST-LEN
		PERFORM VARYING KS-L FROM 1 BY 1 UNTIL KS-L > KS-MAX-LEN
			IF KS-LEN-TRIED(KS-L) NOT = "Y"
				EVALUATE TRUE
					WHEN KS-BEST-LEN = 0
						MOVE KS-L TO KS-BEST-LEN
					WHEN KS-LEN-IOC(KS-L) > KS-LEN-IOC(KS-BEST-LEN)
						MOVE KS-L TO KS-BEST-LEN
					WHEN KS-LEN-IOC(KS-L) = KS-LEN-IOC(KS-BEST-LEN)
						AND KS-LEN-REPEATS(KS-L)
							> KS-LEN-REPEATS(KS-BEST-LEN)
						MOVE KS-L TO KS-BEST-LEN
				END-EVALUATE
			END-IF
		END-PERFORM.
	REDUCE-TO-BASE-LENGTH.
		*> Any multiple of the true length keeps the columns just as
		*> uneven as the true length does, and solving it would only
		*> give the extra keyword letters room to fit the noise -- so a
		*> picked length is solved as its smallest divisor whose own
		*> coincidence rate is within a tenth of it.
		MOVE "Y" TO KS-LEN-TRIED(KS-BEST-LEN)
		MOVE KS-BEST-LEN TO KS-BASE-LEN
		PERFORM VARYING KS-L FROM 1 BY 1 UNTIL KS-L >= KS-BEST-LEN
			IF FUNCTION MOD (KS-BEST-LEN, KS-L) = 0
				AND KS-LEN-IOC(KS-L) * 10 >= KS-LEN-IOC(KS-BEST-LEN) * 9
				MOVE KS-L TO KS-BASE-LEN
				EXIT PERFORM
			END-IF
		END-PERFORM
		MOVE KS-BASE-LEN TO KS-LEN-SOLVED-AS(KS-BEST-LEN)
		IF KS-BASE-LEN NOT = KS-BEST-LEN
			IF KS-LEN-TRIED(KS-BASE-LEN) = "Y"
				EXIT PARAGRAPH
			END-IF
			MOVE "Y" TO KS-LEN-TRIED(KS-BASE-LEN)
			MOVE KS-BASE-LEN TO KS-LEN-SOLVED-AS(KS-BASE-LEN)
		END-IF
		PERFORM SOLVE-KEYWORD-LENGTH.
	SOLVE-KEYWORD-LENGTH.
		*> Each column of KS-BASE-LEN is a plain Caesar shift, so its
		*> keyword letter is whichever of the 26 shifts leaves the
		*> column closest to English letter frequency once undone.
		MOVE SPACES TO KS-WORK-KEYWORD
		MOVE KS-BASE-LEN TO KS-WORK-LEN
		MOVE KS-BASE-LEN TO KS-L
		PERFORM VARYING KS-COL FROM 1 BY 1 UNTIL KS-COL > KS-L
			PERFORM COUNT-COLUMN-LETTERS
			MOVE 0 TO KS-COL-BEST-SHIFT
			PERFORM VARYING KS-SHIFT FROM 0 BY 1 UNTIL KS-SHIFT > 25
				PERFORM SCORE-COLUMN-SHIFT
				IF KS-SHIFT = 0 OR KS-COL-CHI < KS-COL-BEST-CHI
					MOVE KS-COL-CHI TO KS-COL-BEST-CHI
					MOVE KS-SHIFT TO KS-COL-BEST-SHIFT
				END-IF
			END-PERFORM
			MOVE FUNCTION CHAR(KS-COL-BEST-SHIFT + 66)
				TO KS-WORK-KEYWORD(KS-COL:1)
		END-PERFORM
		PERFORM REDUCE-REPEATED-KEYWORD
		*> Two lengths can solve to the same keyword (a multiple of the
		*> true length usually does); it's listed once.
		MOVE "N" TO KS-DUPLICATE
		PERFORM VARYING KS-CAND-IDX FROM 1 BY 1
				UNTIL KS-CAND-IDX > KS-CAND-COUNT
			IF KS-CAND-KEYWORD(KS-CAND-IDX) = KS-WORK-KEYWORD
				MOVE "Y" TO KS-DUPLICATE
			END-IF
		END-PERFORM
		IF KS-DUPLICATE = "Y"
			EXIT PARAGRAPH
		END-IF
		CALL 'DECRYPT' USING BY CONTENT Str KS-PROBE-SHIFT "P"
			KS-PROBE-KEY-ID KS-PROBE-CIPHER KS-WORK-KEYWORD
			BY REFERENCE CandOutStr KS-STATUS-FLAG
		PERFORM SCORE-CANDIDATE
		ADD 1 TO KS-CAND-COUNT
		MOVE KS-WORK-LEN TO KS-CAND-LEN(KS-CAND-COUNT)
		MOVE KS-WORK-KEYWORD TO KS-CAND-KEYWORD(KS-CAND-COUNT)
		MOVE KS-WORK-SCORE TO KS-CAND-SCORE(KS-CAND-COUNT)
		MOVE CandOutStr TO KS-CAND-TEXT(KS-CAND-COUNT).
	SCORE-COLUMN-SHIFT.
		*> Column KS-COL's letters (already counted into KS-COL-FREQ)
		*> measured as if shifted back by KS-SHIFT: plaintext letter
		*> KS-LETTER-ORD was enciphered as KS-LETTER-ORD + KS-SHIFT.
		MOVE 0 TO KS-COL-CHI
		IF KS-COL-LETTERS = 0
			EXIT PARAGRAPH
		END-IF
		PERFORM VARYING KS-LETTER-ORD FROM 0 BY 1 UNTIL KS-LETTER-ORD > 25
			COMPUTE KS-FREQ-IDX = FUNCTION MOD
				(KS-LETTER-ORD + KS-SHIFT, 26) + 1
			COMPUTE KS-COL-EXPECTED = KS-COL-LETTERS
				* EF-ENTRY(KS-LETTER-ORD + 1) / 10000
			COMPUTE KS-COL-GAP = KS-COL-FREQ(KS-FREQ-IDX)
				- KS-COL-EXPECTED
			COMPUTE KS-COL-CHI = KS-COL-CHI
				+ (KS-COL-GAP * KS-COL-GAP) / KS-COL-EXPECTED
		END-PERFORM.
	REDUCE-REPEATED-KEYWORD.
		*> A keyword that is a shorter keyword written out more than
		*> once ("KEYKEY") encrypts exactly the same as the shorter one,
		*> so it is cut back to its shortest period before listing.
		PERFORM VARYING KS-PERIOD FROM 1 BY 1
				UNTIL KS-PERIOD >= KS-WORK-LEN
			IF FUNCTION MOD (KS-WORK-LEN, KS-PERIOD) = 0
				IF KS-WORK-KEYWORD(1:KS-WORK-LEN - KS-PERIOD)
					= KS-WORK-KEYWORD(KS-PERIOD + 1:KS-WORK-LEN - KS-PERIOD)
					MOVE SPACES TO KS-WORK-KEYWORD(KS-PERIOD + 1:)
					MOVE KS-PERIOD TO KS-WORK-LEN
					EXIT PERFORM
				END-IF
			END-IF
		END-PERFORM.
	RANK-CANDIDATES.
		*> Highest score first; an equal score goes to the shorter
		*> keyword.
		MOVE "Y" TO KS-SORT-SWAPPED
		PERFORM UNTIL KS-SORT-SWAPPED = "N"
			MOVE "N" TO KS-SORT-SWAPPED
			PERFORM VARYING KS-SORT-IDX FROM 1 BY 1
					UNTIL KS-SORT-IDX >= KS-CAND-COUNT
				IF KS-CAND-SCORE(KS-SORT-IDX + 1) > KS-CAND-SCORE(KS-SORT-IDX)
					OR (KS-CAND-SCORE(KS-SORT-IDX + 1)
							= KS-CAND-SCORE(KS-SORT-IDX)
						AND KS-CAND-LEN(KS-SORT-IDX + 1)
							< KS-CAND-LEN(KS-SORT-IDX))
					MOVE KS-CAND-ENTRY(KS-SORT-IDX) TO KS-CAND-SWAP
					MOVE KS-CAND-ENTRY(KS-SORT-IDX + 1)
						TO KS-CAND-ENTRY(KS-SORT-IDX)
					MOVE KS-CAND-SWAP TO KS-CAND-ENTRY(KS-SORT-IDX + 1)
					MOVE "Y" TO KS-SORT-SWAPPED
				END-IF
			END-PERFORM
		END-PERFORM.
	WRITE-REPORT-HEADER.
		*> Same page layout as SOLVE's report, sharing its SOLVRPT file:
		*> the first page carries the message, the search limit, and the
		*> most likely keyword up front.  The length estimates come
		*> first, then the ranked keywords; a page break re-prints the
		*> column header of whichever section it falls in.
		MOVE SPACES TO SOLVE-REPORT-LINE
		STRING "CAESAR KEYWORD SOLVE REPORT" DELIMITED BY SIZE
			" - RUN " DELIMITED BY SIZE
			WS-TIMESTAMP DELIMITED BY SIZE
			"  PAGE " DELIMITED BY SIZE
			KS-PAGE-NUM DELIMITED BY SIZE
			INTO SOLVE-REPORT-LINE
		END-STRING
		PERFORM WRITE-SOLVE-REPORT-LINE
		IF KS-PAGE-NUM = 1
			MOVE SPACES TO SOLVE-REPORT-LINE
			STRING "MESSAGE: " DELIMITED BY SIZE
				Str DELIMITED BY SIZE
				INTO SOLVE-REPORT-LINE
			END-STRING
			PERFORM WRITE-SOLVE-REPORT-LINE
			MOVE SPACES TO SOLVE-REPORT-LINE
			STRING "MAX KEYWORD LENGTH SEARCHED: " DELIMITED BY SIZE
				KS-MAX-LEN DELIMITED BY SIZE
				INTO SOLVE-REPORT-LINE
			END-STRING
			PERFORM WRITE-SOLVE-REPORT-LINE
			MOVE SPACES TO SOLVE-REPORT-LINE
			STRING "MOST LIKELY KEYWORD: " DELIMITED BY SIZE
				KS-CAND-KEYWORD(1) DELIMITED BY SPACE
				"  (LENGTH " DELIMITED BY SIZE
				KS-CAND-LEN(1) DELIMITED BY SIZE
				", SCORE " DELIMITED BY SIZE
				KS-CAND-SCORE(1) DELIMITED BY SIZE
				")" DELIMITED BY SIZE
				INTO SOLVE-REPORT-LINE
			END-STRING
			PERFORM WRITE-SOLVE-REPORT-LINE
		END-IF
		MOVE 0 TO KS-LINES-ON-PAGE
		ADD 1 TO KS-PAGE-NUM
		PERFORM WRITE-SECTION-HEADING.
	WRITE-SECTION-HEADING.
		MOVE SPACES TO SOLVE-REPORT-LINE
		PERFORM WRITE-SOLVE-REPORT-LINE
		MOVE SPACES TO SOLVE-REPORT-LINE
		IF KS-REPORT-SECTION = "L"
			STRING "LENGTH  AVG IC X10000  REPEAT SPACINGS  SOLVED AS"
				DELIMITED BY SIZE
				INTO SOLVE-REPORT-LINE
			END-STRING
		ELSE
			STRING "RANK  LENGTH  KEYWORD           SCORE    "
				DELIMITED BY SIZE
				"PLAINTEXT PREVIEW" DELIMITED BY SIZE
				INTO SOLVE-REPORT-LINE
			END-STRING
		END-IF
		PERFORM WRITE-SOLVE-REPORT-LINE
		ADD 2 TO KS-LINES-ON-PAGE.
	WRITE-LENGTH-LINE.
		IF KS-LINES-ON-PAGE >= KS-LINES-PER-PAGE
			PERFORM WRITE-REPORT-HEADER
		END-IF
		IF KS-LEN-SOLVED-AS(KS-L) = 0
			MOVE SPACES TO KS-SOLVED-AS-SHOW
		ELSE
			MOVE KS-LEN-SOLVED-AS(KS-L) TO KS-SOLVED-AS-SHOW
		END-IF
		MOVE SPACES TO SOLVE-REPORT-LINE
		STRING "  " DELIMITED BY SIZE
			KS-L DELIMITED BY SIZE
			"       " DELIMITED BY SIZE
			KS-LEN-IOC(KS-L) DELIMITED BY SIZE
			"           " DELIMITED BY SIZE
			KS-LEN-REPEATS(KS-L) DELIMITED BY SIZE
			"           " DELIMITED BY SIZE
			KS-SOLVED-AS-SHOW DELIMITED BY SIZE
			INTO SOLVE-REPORT-LINE
		END-STRING
		PERFORM WRITE-SOLVE-REPORT-LINE
		ADD 1 TO KS-LINES-ON-PAGE.
	WRITE-CANDIDATE-LINE.
		IF KS-LINES-ON-PAGE >= KS-LINES-PER-PAGE
			PERFORM WRITE-REPORT-HEADER
		END-IF
		MOVE SPACES TO SOLVE-REPORT-LINE
		STRING "  " DELIMITED BY SIZE
			KS-CAND-IDX DELIMITED BY SIZE
			"     " DELIMITED BY SIZE
			KS-CAND-LEN(KS-CAND-IDX) DELIMITED BY SIZE
			"    " DELIMITED BY SIZE
			KS-CAND-KEYWORD(KS-CAND-IDX) DELIMITED BY SIZE
			"  " DELIMITED BY SIZE
			KS-CAND-SCORE(KS-CAND-IDX) DELIMITED BY SIZE
			"  " DELIMITED BY SIZE
			KS-CAND-TEXT(KS-CAND-IDX) DELIMITED BY SIZE
			INTO SOLVE-REPORT-LINE
		END-STRING
		PERFORM WRITE-SOLVE-REPORT-LINE
		ADD 1 TO KS-LINES-ON-PAGE.
	WRITE-SOLVE-REPORT-LINE.
		WRITE SOLVE-REPORT-LINE
		IF SRP-FILE-STATUS NOT = "00"
			DISPLAY "KSOLVE: WRITE FAILED FOR SOLVRPT - FILE STATUS "
				SRP-FILE-STATUS
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
	SCORE-CANDIDATE.
		*> Whole-message English score for a trial keyword, the same
		*> measure SOLVE ranks its shifts by.
		MOVE 0 TO KS-WORK-SCORE
		PERFORM VARYING KS-I FROM 1 BY 1 UNTIL KS-I > 495
			IF (CandOutStr(KS-I:1) >= "A" AND CandOutStr(KS-I:1) <= "Z")
				OR (CandOutStr(KS-I:1) >= "a" AND CandOutStr(KS-I:1) <= "z")
				COMPUTE KS-FREQ-IDX = FUNCTION ORD
					(FUNCTION UPPER-CASE(CandOutStr(KS-I:1))) - 65
				ADD EF-ENTRY(KS-FREQ-IDX) TO KS-WORK-SCORE
			END-IF
		END-PERFORM.
	INIT-FREQ-TABLE.
		MOVE 817 TO EF-ENTRY(1)
		MOVE 129 TO EF-ENTRY(2)
		MOVE 278 TO EF-ENTRY(3)
		MOVE 425 TO EF-ENTRY(4)
		MOVE 1270 TO EF-ENTRY(5)
		MOVE 223 TO EF-ENTRY(6)
		MOVE 202 TO EF-ENTRY(7)
		MOVE 609 TO EF-ENTRY(8)
		MOVE 697 TO EF-ENTRY(9)
		MOVE 15 TO EF-ENTRY(10)
		MOVE 77 TO EF-ENTRY(11)
		MOVE 403 TO EF-ENTRY(12)
		MOVE 241 TO EF-ENTRY(13)
		MOVE 675 TO EF-ENTRY(14)
		MOVE 751 TO EF-ENTRY(15)
		MOVE 193 TO EF-ENTRY(16)
		MOVE 10 TO EF-ENTRY(17)
		MOVE 599 TO EF-ENTRY(18)
		MOVE 633 TO EF-ENTRY(19)
		MOVE 906 TO EF-ENTRY(20)
		MOVE 276 TO EF-ENTRY(21)
		MOVE 98 TO EF-ENTRY(22)
		MOVE 236 TO EF-ENTRY(23)
		MOVE 15 TO EF-ENTRY(24)
		MOVE 197 TO EF-ENTRY(25)
		MOVE 7 TO EF-ENTRY(26).
END PROGRAM KSOLVE.
