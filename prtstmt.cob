	   >>SOURCE FORMAT IS FREE
*> PRTSTMT is the month-end partner activity statement.  Partners are
*> billed for cipher traffic, and the numbers used to come from
*> someone counting partner feed files by hand.  This reads the whole
*> message archive once and bills every record whose run date falls in
*> the statement month (STMTMONTH, YYYYMM, defaulting to last month)
*> to the partner id it carries -- nightly cards and QUIKCIPH one-offs
*> alike, since both archive their partner's traffic.  Per partner it
*> counts messages encrypted (E, status S), decrypted (D or auto-solve
*> A, status S), and rejected (E, D, or A, status R), the messages
*> that came through a RECYCLE supplemental deck (batch id generation
*> marker "R1".."R9"), and the batches involved.  The transmission
*> journal XMITLOG is then streamed once to find each of those
*> batches' current acknowledgment state -- the latest line wins, the
*> same rule ACKMATCH and its readers apply, and a split night's
*> streams take their merged parent's state (XMITBAT) -- and the bytes
*> a partner had transmitted are its successful sets' message bytes in
*> batches that actually went out, counted segment by segment the way
*> TRANSMIT's byte hash counts them.  Every partner on the master that
*> is active or had traffic gets one statement page on STMTRPT listing
*> its batches and their acknowledgment outcomes, plus one "D" record
*> on the fixed-format CHGBACK file finance loads.  A summary page
*> accounts for archived traffic no partner can be billed for: house
*> traffic (no partner id) is expected, but a message naming a partner
*> that isn't on the master ends the run with RETURN-CODE 4 so it gets
*> looked at before the bills go out.

IDENTIFICATION DIVISION.
PROGRAM-ID. PRTSTMT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT PARTNER-MASTER-FILE ASSIGN TO "PRTFILE"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS PRT-FILE-STATUS.
	SELECT ARCHIVE-FILE ASSIGN TO "MSGARCH"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS AR-KEY
		FILE STATUS IS ARC-FILE-STATUS.
	SELECT XMIT-LOG-FILE ASSIGN TO "XMITLOG"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS XLG-FILE-STATUS.
	SELECT STATEMENT-REPORT-FILE ASSIGN TO "STMTRPT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS SRP-FILE-STATUS.
	SELECT CHARGEBACK-FILE ASSIGN TO "CHGBACK"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS CHB-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  PARTNER-MASTER-FILE.
COPY "PRTREC.cpy".
FD  ARCHIVE-FILE.
COPY "ARCHREC.cpy".
FD  XMIT-LOG-FILE.
COPY "XMITLOG.cpy".
FD  STATEMENT-REPORT-FILE.
COPY "STMTRPTL.cpy".
FD  CHARGEBACK-FILE.
COPY "CHGBKREC.cpy".
WORKING-STORAGE SECTION.
01 PRT-FILE-STATUS         PIC XX.
01 ARC-FILE-STATUS         PIC XX.
01 XLG-FILE-STATUS         PIC XX.
01 SRP-FILE-STATUS         PIC XX.
01 CHB-FILE-STATUS         PIC XX.
01 WS-PRT-EOF              PIC X VALUE "N".
01 WS-ARC-EOF              PIC X VALUE "N".
01 WS-XLG-EOF              PIC X VALUE "N".
01 WS-ARC-MISSING          PIC X VALUE "N".
01 WS-TIMESTAMP            PIC X(21).
01 WS-MONTH-PARM           PIC X(6).
01 WS-STMT-MONTH           PIC X(6).
01 WS-STMT-YEAR-NUM        PIC 9(4).
01 WS-STMT-MON-NUM         PIC 99.
*> Per-partner statement figures, parallel to the partner table.
*> WS-ST-LAST-PAIR is the partner's entry on the batch table for the
*> batch the archive is currently in -- the archive is read in key
*> order, so all of one batch's records arrive together and a new
*> batch id for a partner is always a batch not seen for it before.
01 WS-STATEMENT-TABLE.
	05 WS-ST-ENTRY OCCURS 20 TIMES.
		10 WS-ST-ENCRYPTED     PIC 9(6).
		10 WS-ST-DECRYPTED     PIC 9(6).
		10 WS-ST-REJECTED      PIC 9(6).
		10 WS-ST-RECYCLED      PIC 9(6).
		10 WS-ST-BYTES-SENT    PIC 9(10).
		10 WS-ST-BATCHES       PIC 9(4).
		10 WS-ST-ACK-MATCHED   PIC 9(4).
		10 WS-ST-ACK-DISPUTED  PIC 9(4).
		10 WS-ST-ACK-PENDING   PIC 9(4).
		10 WS-ST-NOT-SENT      PIC 9(4).
		10 WS-ST-LAST-BATCH    PIC X(8).
		10 WS-ST-LAST-PAIR     PIC 9(4).
*> One entry per partner per batch involved in the month: the
*> successful sets' message bytes in that batch, and the batch's
*> acknowledgment state off XMITLOG (blank until a log line for the
*> batch is seen, which means the batch was never transmitted).  A
*> DECKSPLT stream takes the state of its parent's merged file (see
*> XMITBAT) unless a line for the stream's own id has been seen, in
*> which case WS-PB-ACK-EXACT is "Y" and only exact lines move it.
01 WS-PAIR-TABLE.
	05 WS-PB-ENTRY OCCURS 500 TIMES.
		10 WS-PB-PARTNER-IDX   PIC 99.
		10 WS-PB-BATCH-ID      PIC X(8).
		10 WS-PB-BYTES         PIC 9(10).
		10 WS-PB-ACK           PIC X.
		10 WS-PB-ACK-EXACT     PIC X.
01 WS-PB-COUNT             PIC 9(4) VALUE 0.
01 WS-PB-IDX               PIC 9(4).
01 WS-PB-MAX               PIC 9(4) VALUE 500.
*> The archived text is the reassembled message; viewed as the five
*> 99-byte segments OUTFILE carried, each segment's trimmed length
*> is what TRANSMIT added to its byte hash for that record.
01 WS-SEG-TEXT             PIC X(495).
01 WS-SEG-TABLE REDEFINES WS-SEG-TEXT.
	05 WS-SEG              PIC X(99) OCCURS 5 TIMES.
01 WS-SEG-IDX              PIC 9.
01 WS-SEG-TALLY            PIC 999.
01 WS-SET-BYTES            PIC 9(6).
01 WS-BILLABLE             PIC X.
01 WS-XB-MATCH             PIC X.
01 WS-HOUSE-COUNT          PIC 9(6) VALUE 0.
01 WS-UNKNOWN-COUNT        PIC 9(6) VALUE 0.
01 WS-STATED-COUNT         PIC 9(4) VALUE 0.
01 WS-MESSAGE-TOTAL        PIC 9(8) VALUE 0.
01 WS-BYTE-TOTAL           PIC 9(12) VALUE 0.
01 WS-CB-RECORD-COUNT      PIC 9(6) VALUE 0.
01 WS-ACK-TEXT             PIC X(15).
01 WS-PAGE-NUM             PIC 999 VALUE 1.
01 WS-LINES-ON-PAGE        PIC 99 VALUE 0.
01 WS-LINES-PER-PAGE       PIC 99 VALUE 20.
01 WS-HOLD-LINE            PIC X(100).
*> The partner whose statement is being printed, so a statement that
*> runs past one page carries its partner id onto the next.
01 WS-CUR-PARTNER          PIC X(4) VALUE SPACES.
COPY "PRTTBL.cpy".
PROCEDURE DIVISION.
	MAIN-CONTROL.
		MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
		PERFORM GET-STATEMENT-MONTH
		PERFORM LOAD-PARTNER-MASTER
		INITIALIZE WS-STATEMENT-TABLE
		PERFORM TALLY-ARCHIVE
		PERFORM APPLY-TRANSMISSION-LOG
		PERFORM ROLL-UP-BATCHES
		PERFORM OPEN-OUTPUT-FILES
		PERFORM WRITE-CHARGEBACK-HEADER
		PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > PT-COUNT
			IF PT-STATUS(PT-IDX) = "A"
					OR WS-ST-BATCHES(PT-IDX) > 0
				PERFORM WRITE-PARTNER-STATEMENT
				PERFORM WRITE-CHARGEBACK-DETAIL
			END-IF
		END-PERFORM
		PERFORM WRITE-CHARGEBACK-TRAILER
		PERFORM WRITE-RUN-SUMMARY
		CLOSE STATEMENT-REPORT-FILE
		CLOSE CHARGEBACK-FILE
		DISPLAY "PRTSTMT: " WS-STATED-COUNT " PARTNER STATEMENT(S) FOR "
			WS-STMT-MONTH
		IF WS-ARC-MISSING = "Y" OR WS-UNKNOWN-COUNT > 0
			MOVE 4 TO RETURN-CODE
		END-IF
		STOP RUN.
	GET-STATEMENT-MONTH.
		*> STMTMONTH names the month to bill, the same environment
		*> variable convention RESTARTAT uses.  Unset means the month
		*> just ended -- the normal month-end run on the first.
		MOVE SPACES TO WS-MONTH-PARM
		ACCEPT WS-MONTH-PARM FROM ENVIRONMENT "STMTMONTH"
		IF WS-MONTH-PARM = SPACES
			MOVE FUNCTION NUMVAL(WS-TIMESTAMP(1:4)) TO WS-STMT-YEAR-NUM
			MOVE FUNCTION NUMVAL(WS-TIMESTAMP(5:2)) TO WS-STMT-MON-NUM
			IF WS-STMT-MON-NUM = 1
				MOVE 12 TO WS-STMT-MON-NUM
				SUBTRACT 1 FROM WS-STMT-YEAR-NUM
			ELSE
				SUBTRACT 1 FROM WS-STMT-MON-NUM
			END-IF
			MOVE WS-STMT-YEAR-NUM TO WS-STMT-MONTH(1:4)
			MOVE WS-STMT-MON-NUM TO WS-STMT-MONTH(5:2)
		ELSE
			IF WS-MONTH-PARM IS NOT NUMERIC
					OR WS-MONTH-PARM(5:2) < "01"
					OR WS-MONTH-PARM(5:2) > "12"
				DISPLAY "PRTSTMT: STMTMONTH MUST BE YYYYMM - GOT "
					WS-MONTH-PARM
				MOVE 16 TO RETURN-CODE
				STOP RUN
			END-IF
			MOVE WS-MONTH-PARM TO WS-STMT-MONTH
		END-IF.
	LOAD-PARTNER-MASTER.
		*> The statement is cut by partner, so a missing PRTFILE is a
		*> run with nobody to bill -- every partner-tagged message
		*> then counts as naming an unknown partner.
		OPEN INPUT PARTNER-MASTER-FILE
		EVALUATE PRT-FILE-STATUS
			WHEN "00"
				PERFORM LOAD-PARTNER-MASTER-RECORD UNTIL WS-PRT-EOF = "Y"
				CLOSE PARTNER-MASTER-FILE
			WHEN "35"
				MOVE 0 TO PT-COUNT
			WHEN OTHER
				DISPLAY "PRTSTMT: OPEN FAILED FOR PRTFILE - FILE STATUS "
					PRT-FILE-STATUS
				MOVE 16 TO RETURN-CODE
				STOP RUN
		END-EVALUATE.
	LOAD-PARTNER-MASTER-RECORD.
		READ PARTNER-MASTER-FILE
			AT END
				MOVE "Y" TO WS-PRT-EOF
			NOT AT END
				IF PT-COUNT = 20
					DISPLAY "PRTSTMT: PRTFILE EXCEEDS PARTNER TABLE SIZE"
					MOVE 16 TO RETURN-CODE
					STOP RUN
				END-IF
				ADD 1 TO PT-COUNT
				MOVE PM-PARTNER-ID TO PT-PARTNER-ID(PT-COUNT)
				MOVE PM-ALLOW-CAESAR TO PT-ALLOW-CAESAR(PT-COUNT)
				MOVE PM-ALLOW-KEYWORD TO PT-ALLOW-KEYWORD(PT-COUNT)
				MOVE PM-DEFAULT-KEY TO PT-DEFAULT-KEY(PT-COUNT)
				MOVE PM-ROUTE-ID TO PT-ROUTE-ID(PT-COUNT)
				PERFORM VARYING PT-KEY-IDX FROM 1 BY 1
						UNTIL PT-KEY-IDX > 5
					MOVE PM-ALLOWED-KEY(PT-KEY-IDX)
						TO PT-ALLOWED-KEY(PT-COUNT, PT-KEY-IDX)
				END-PERFORM
				MOVE PM-STATUS TO PT-STATUS(PT-COUNT)
		END-READ.
	TALLY-ARCHIVE.
		*> No archive at all means nothing was ever archived to bill;
		*> the statements still go out (all zero) so finance sees
		*> every partner, and the run ends with RETURN-CODE 4.
		OPEN INPUT ARCHIVE-FILE
		EVALUATE ARC-FILE-STATUS
			WHEN "00"
				CONTINUE
			WHEN "35"
				DISPLAY "PRTSTMT: NO MSGARCH ON FILE - STATEMENTS ARE ZERO"
				MOVE "Y" TO WS-ARC-MISSING
				EXIT PARAGRAPH
			WHEN OTHER
				DISPLAY "PRTSTMT: OPEN FAILED FOR MSGARCH - FILE STATUS "
					ARC-FILE-STATUS
				MOVE 16 TO RETURN-CODE
				STOP RUN
		END-EVALUATE
		MOVE LOW-VALUES TO AR-KEY
		START ARCHIVE-FILE KEY >= AR-KEY
			INVALID KEY
				MOVE "Y" TO WS-ARC-EOF
		END-START
		PERFORM TALLY-ONE-ARCHIVE-RECORD UNTIL WS-ARC-EOF = "Y"
		CLOSE ARCHIVE-FILE.
	TALLY-ONE-ARCHIVE-RECORD.
		READ ARCHIVE-FILE NEXT RECORD
			AT END
				MOVE "Y" TO WS-ARC-EOF
			NOT AT END
				IF AR-RUN-DATE(1:6) = WS-STMT-MONTH
					PERFORM BILL-ARCHIVE-RECORD
				END-IF
		END-READ.
	BILL-ARCHIVE-RECORD.
		*> Only cipher traffic is billable: successful encrypts and
		*> decrypts, and their rejects (the partner's card still cost
		*> a pass).  Solve placeholders, verification cards, and stray
		*> cards are our own work and are not billed.
		EVALUATE TRUE
			WHEN AR-STATUS = "R" AND (AR-MODE = "E" OR AR-MODE = "D"
					OR AR-MODE = "A")
				MOVE "Y" TO WS-BILLABLE
			WHEN AR-STATUS = "S" AND (AR-MODE = "E" OR AR-MODE = "D"
					OR AR-MODE = "A")
				MOVE "Y" TO WS-BILLABLE
			WHEN OTHER
				MOVE "N" TO WS-BILLABLE
		END-EVALUATE
		IF WS-BILLABLE = "N"
			EXIT PARAGRAPH
		END-IF
		IF AR-PARTNER-ID = SPACES
			ADD 1 TO WS-HOUSE-COUNT
			EXIT PARAGRAPH
		END-IF
		MOVE "N" TO PT-FOUND
		PERFORM VARYING PT-IDX FROM 1 BY 1
				UNTIL PT-IDX > PT-COUNT OR PT-FOUND = "Y"
			IF PT-PARTNER-ID(PT-IDX) = AR-PARTNER-ID
				MOVE "Y" TO PT-FOUND
			END-IF
		END-PERFORM
		IF PT-FOUND = "N"
			ADD 1 TO WS-UNKNOWN-COUNT
			EXIT PARAGRAPH
		END-IF
		*> The VARYING above steps once past the match.
		SUBTRACT 1 FROM PT-IDX
		IF AR-BATCH-ID NOT = WS-ST-LAST-BATCH(PT-IDX)
			PERFORM ADD-PARTNER-BATCH
		END-IF
		EVALUATE TRUE
			WHEN AR-STATUS = "R" AND (AR-MODE = "E" OR AR-MODE = "D"
					OR AR-MODE = "A")
				ADD 1 TO WS-ST-REJECTED(PT-IDX)
			WHEN AR-MODE = "E"
				ADD 1 TO WS-ST-ENCRYPTED(PT-IDX)
				PERFORM ADD-SET-BYTES
			WHEN OTHER
				ADD 1 TO WS-ST-DECRYPTED(PT-IDX)
				PERFORM ADD-SET-BYTES
		END-EVALUATE
		*> A supplemental deck's batch id carries RECYCLE's generation
		*> marker, so its messages are the partner's recycled sets.
		IF AR-BATCH-ID(7:1) = "R" AND AR-BATCH-ID(8:1) IS NUMERIC
			ADD 1 TO WS-ST-RECYCLED(PT-IDX)
		END-IF
		ADD 1 TO WS-MESSAGE-TOTAL.
	ADD-PARTNER-BATCH.
		IF WS-PB-COUNT = WS-PB-MAX
			DISPLAY "PRTSTMT: MORE THAN " WS-PB-MAX
				" PARTNER BATCHES IN " WS-STMT-MONTH
				" - STATEMENT TABLE FULL"
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		ADD 1 TO WS-PB-COUNT
		MOVE PT-IDX TO WS-PB-PARTNER-IDX(WS-PB-COUNT)
		MOVE AR-BATCH-ID TO WS-PB-BATCH-ID(WS-PB-COUNT)
		MOVE 0 TO WS-PB-BYTES(WS-PB-COUNT)
		MOVE SPACE TO WS-PB-ACK(WS-PB-COUNT)
		MOVE "N" TO WS-PB-ACK-EXACT(WS-PB-COUNT)
		MOVE AR-BATCH-ID TO WS-ST-LAST-BATCH(PT-IDX)
		MOVE WS-PB-COUNT TO WS-ST-LAST-PAIR(PT-IDX)
		ADD 1 TO WS-ST-BATCHES(PT-IDX).
	ADD-SET-BYTES.
		*> The same per-record trimmed length TRANSMIT hashes: each
		*> 99-byte segment of the set is one OUTFILE record.
		MOVE AR-TEXT TO WS-SEG-TEXT
		MOVE 0 TO WS-SET-BYTES
		PERFORM VARYING WS-SEG-IDX FROM 1 BY 1 UNTIL WS-SEG-IDX > 5
			MOVE 0 TO WS-SEG-TALLY
			INSPECT FUNCTION REVERSE(WS-SEG(WS-SEG-IDX))
				TALLYING WS-SEG-TALLY FOR LEADING SPACES
			COMPUTE WS-SET-BYTES = WS-SET-BYTES
				+ LENGTH OF WS-SEG(WS-SEG-IDX) - WS-SEG-TALLY
		END-PERFORM
		MOVE WS-ST-LAST-PAIR(PT-IDX) TO WS-PB-IDX
		ADD WS-SET-BYTES TO WS-PB-BYTES(WS-PB-IDX).
	APPLY-TRANSMISSION-LOG.
		*> Streamed front to back, never loaded: each line simply
		*> overwrites the state of the month's batches it names, so
		*> when the stream ends every batch holds its latest state.
		*> A missing XMITLOG means nothing was ever transmitted.
		IF WS-PB-COUNT = 0
			EXIT PARAGRAPH
		END-IF
		OPEN INPUT XMIT-LOG-FILE
		EVALUATE XLG-FILE-STATUS
			WHEN "00"
				PERFORM APPLY-ONE-LOG-LINE UNTIL WS-XLG-EOF = "Y"
				CLOSE XMIT-LOG-FILE
			WHEN "35"
				CONTINUE
			WHEN OTHER
				DISPLAY "PRTSTMT: OPEN FAILED FOR XMITLOG - FILE STATUS "
					XLG-FILE-STATUS
				MOVE 16 TO RETURN-CODE
				STOP RUN
		END-EVALUATE.
	APPLY-ONE-LOG-LINE.
		READ XMIT-LOG-FILE
			AT END
				MOVE "Y" TO WS-XLG-EOF
			NOT AT END
				PERFORM VARYING WS-PB-IDX FROM 1 BY 1
						UNTIL WS-PB-IDX > WS-PB-COUNT
					PERFORM APPLY-LOG-LINE-TO-BATCH
				END-PERFORM
		END-READ.
	APPLY-LOG-LINE-TO-BATCH.
		*> Runs with WS-PB-IDX on the batch.  A split night's streams
		*> went out in their parent's merged file, so the parent's
		*> line settles every stream of it.
		CALL 'XMITBAT' USING BY CONTENT WS-PB-BATCH-ID(WS-PB-IDX)
			XL-BATCH-ID BY REFERENCE WS-XB-MATCH
		EVALUATE TRUE
			WHEN WS-XB-MATCH = "E"
				MOVE XL-ACK-STATUS TO WS-PB-ACK(WS-PB-IDX)
				MOVE "Y" TO WS-PB-ACK-EXACT(WS-PB-IDX)
			WHEN WS-XB-MATCH = "S"
					AND WS-PB-ACK-EXACT(WS-PB-IDX) = "N"
				MOVE XL-ACK-STATUS TO WS-PB-ACK(WS-PB-IDX)
		END-EVALUATE.
	ROLL-UP-BATCHES.
		*> Bytes only count as transmitted for a batch that actually
		*> went out; a batch never logged is booked "not sent".
		PERFORM VARYING WS-PB-IDX FROM 1 BY 1
				UNTIL WS-PB-IDX > WS-PB-COUNT
			MOVE WS-PB-PARTNER-IDX(WS-PB-IDX) TO PT-IDX
			EVALUATE WS-PB-ACK(WS-PB-IDX)
				WHEN "M"
					ADD 1 TO WS-ST-ACK-MATCHED(PT-IDX)
				WHEN "D"
					ADD 1 TO WS-ST-ACK-DISPUTED(PT-IDX)
				WHEN "P"
					ADD 1 TO WS-ST-ACK-PENDING(PT-IDX)
				WHEN OTHER
					ADD 1 TO WS-ST-NOT-SENT(PT-IDX)
			END-EVALUATE
			IF WS-PB-ACK(WS-PB-IDX) NOT = SPACE
				ADD WS-PB-BYTES(WS-PB-IDX) TO WS-ST-BYTES-SENT(PT-IDX)
				ADD WS-PB-BYTES(WS-PB-IDX) TO WS-BYTE-TOTAL
			END-IF
		END-PERFORM.
	OPEN-OUTPUT-FILES.
		OPEN OUTPUT STATEMENT-REPORT-FILE
		IF SRP-FILE-STATUS NOT = "00"
			DISPLAY "PRTSTMT: OPEN FAILED FOR STMTRPT - FILE STATUS "
				SRP-FILE-STATUS
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		OPEN OUTPUT CHARGEBACK-FILE
		IF CHB-FILE-STATUS NOT = "00"
			DISPLAY "PRTSTMT: OPEN FAILED FOR CHGBACK - FILE STATUS "
				CHB-FILE-STATUS
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
	WRITE-PARTNER-STATEMENT.
		*> Runs with PT-IDX on the partner being stated.  Every
		*> statement starts its own page so it can be handed to the
		*> partner on its own.
		ADD 1 TO WS-STATED-COUNT
		PERFORM WRITE-REPORT-HEADER
		MOVE PT-PARTNER-ID(PT-IDX) TO WS-CUR-PARTNER
		MOVE SPACES TO STATEMENT-REPORT-LINE
		STRING "PARTNER " DELIMITED BY SIZE
			PT-PARTNER-ID(PT-IDX) DELIMITED BY SIZE
			"  STATEMENT MONTH " DELIMITED BY SIZE
			WS-STMT-MONTH DELIMITED BY SIZE
			"  PROFILE STATUS " DELIMITED BY SIZE
			PT-STATUS(PT-IDX) DELIMITED BY SIZE
			"  ROUTE " DELIMITED BY SIZE
			PT-ROUTE-ID(PT-IDX) DELIMITED BY SIZE
			INTO STATEMENT-REPORT-LINE
		END-STRING
		PERFORM WRITE-REPORT-DETAIL-LINE
		MOVE SPACES TO STATEMENT-REPORT-LINE
		PERFORM WRITE-REPORT-DETAIL-LINE
		MOVE SPACES TO STATEMENT-REPORT-LINE
		STRING "MESSAGES ENCRYPTED:    " DELIMITED BY SIZE
			WS-ST-ENCRYPTED(PT-IDX) DELIMITED BY SIZE
			INTO STATEMENT-REPORT-LINE
		END-STRING
		PERFORM WRITE-REPORT-DETAIL-LINE
		MOVE SPACES TO STATEMENT-REPORT-LINE
		STRING "MESSAGES DECRYPTED:    " DELIMITED BY SIZE
			WS-ST-DECRYPTED(PT-IDX) DELIMITED BY SIZE
			INTO STATEMENT-REPORT-LINE
		END-STRING
		PERFORM WRITE-REPORT-DETAIL-LINE
		MOVE SPACES TO STATEMENT-REPORT-LINE
		STRING "MESSAGES REJECTED:     " DELIMITED BY SIZE
			WS-ST-REJECTED(PT-IDX) DELIMITED BY SIZE
			INTO STATEMENT-REPORT-LINE
		END-STRING
		PERFORM WRITE-REPORT-DETAIL-LINE
		MOVE SPACES TO STATEMENT-REPORT-LINE
		STRING "MESSAGES RECYCLED:     " DELIMITED BY SIZE
			WS-ST-RECYCLED(PT-IDX) DELIMITED BY SIZE
			INTO STATEMENT-REPORT-LINE
		END-STRING
		PERFORM WRITE-REPORT-DETAIL-LINE
		MOVE SPACES TO STATEMENT-REPORT-LINE
		STRING "BYTES TRANSMITTED:     " DELIMITED BY SIZE
			WS-ST-BYTES-SENT(PT-IDX) DELIMITED BY SIZE
			INTO STATEMENT-REPORT-LINE
		END-STRING
		PERFORM WRITE-REPORT-DETAIL-LINE
		MOVE SPACES TO STATEMENT-REPORT-LINE
		STRING "BATCHES INVOLVED:      " DELIMITED BY SIZE
			WS-ST-BATCHES(PT-IDX) DELIMITED BY SIZE
			INTO STATEMENT-REPORT-LINE
		END-STRING
		PERFORM WRITE-REPORT-DETAIL-LINE
		MOVE SPACES TO STATEMENT-REPORT-LINE
		PERFORM WRITE-REPORT-DETAIL-LINE
		IF WS-ST-BATCHES(PT-IDX) > 0
			MOVE "BATCH     BYTES SENT  ACKNOWLEDGMENT"
				TO STATEMENT-REPORT-LINE
			PERFORM WRITE-REPORT-DETAIL-LINE
			PERFORM VARYING WS-PB-IDX FROM 1 BY 1
					UNTIL WS-PB-IDX > WS-PB-COUNT
				IF WS-PB-PARTNER-IDX(WS-PB-IDX) = PT-IDX
					PERFORM WRITE-BATCH-LINE
				END-IF
			END-PERFORM
			MOVE SPACES TO STATEMENT-REPORT-LINE
			PERFORM WRITE-REPORT-DETAIL-LINE
		END-IF
		MOVE SPACES TO STATEMENT-REPORT-LINE
		STRING "ACKNOWLEDGMENTS - MATCHED: " DELIMITED BY SIZE
			WS-ST-ACK-MATCHED(PT-IDX) DELIMITED BY SIZE
			"  DISPUTED: " DELIMITED BY SIZE
			WS-ST-ACK-DISPUTED(PT-IDX) DELIMITED BY SIZE
			"  PENDING: " DELIMITED BY SIZE
			WS-ST-ACK-PENDING(PT-IDX) DELIMITED BY SIZE
			"  NOT SENT: " DELIMITED BY SIZE
			WS-ST-NOT-SENT(PT-IDX) DELIMITED BY SIZE
			INTO STATEMENT-REPORT-LINE
		END-STRING
		PERFORM WRITE-REPORT-DETAIL-LINE
		MOVE SPACES TO WS-CUR-PARTNER.
	WRITE-BATCH-LINE.
		EVALUATE WS-PB-ACK(WS-PB-IDX)
			WHEN "M"
				MOVE "MATCHED" TO WS-ACK-TEXT
			WHEN "D"
				MOVE "DISPUTED" TO WS-ACK-TEXT
			WHEN "P"
				MOVE "PENDING" TO WS-ACK-TEXT
			WHEN OTHER
				MOVE "NOT TRANSMITTED" TO WS-ACK-TEXT
		END-EVALUATE
		MOVE SPACES TO STATEMENT-REPORT-LINE
		IF WS-PB-ACK(WS-PB-IDX) = SPACE
			STRING WS-PB-BATCH-ID(WS-PB-IDX) DELIMITED BY SIZE
				"  " DELIMITED BY SIZE
				"0000000000" DELIMITED BY SIZE
				"  " DELIMITED BY SIZE
				WS-ACK-TEXT DELIMITED BY SIZE
				INTO STATEMENT-REPORT-LINE
			END-STRING
		ELSE
			STRING WS-PB-BATCH-ID(WS-PB-IDX) DELIMITED BY SIZE
				"  " DELIMITED BY SIZE
				WS-PB-BYTES(WS-PB-IDX) DELIMITED BY SIZE
				"  " DELIMITED BY SIZE
				WS-ACK-TEXT DELIMITED BY SIZE
				INTO STATEMENT-REPORT-LINE
			END-STRING
		END-IF
		PERFORM WRITE-REPORT-DETAIL-LINE.
	WRITE-RUN-SUMMARY.
		*> Its own page: what was billed in total, and what archived
		*> traffic could not be billed to anyone.
		PERFORM WRITE-REPORT-HEADER
		MOVE SPACES TO STATEMENT-REPORT-LINE
		STRING "STATEMENT RUN SUMMARY - MONTH " DELIMITED BY SIZE
			WS-STMT-MONTH DELIMITED BY SIZE
			INTO STATEMENT-REPORT-LINE
		END-STRING
		PERFORM WRITE-REPORT-DETAIL-LINE
		MOVE SPACES TO STATEMENT-REPORT-LINE
		PERFORM WRITE-REPORT-DETAIL-LINE
		MOVE SPACES TO STATEMENT-REPORT-LINE
		STRING "PARTNER STATEMENTS:              " DELIMITED BY SIZE
			WS-STATED-COUNT DELIMITED BY SIZE
			INTO STATEMENT-REPORT-LINE
		END-STRING
		PERFORM WRITE-REPORT-DETAIL-LINE
		MOVE SPACES TO STATEMENT-REPORT-LINE
		STRING "MESSAGES BILLED:                 " DELIMITED BY SIZE
			WS-MESSAGE-TOTAL DELIMITED BY SIZE
			INTO STATEMENT-REPORT-LINE
		END-STRING
		PERFORM WRITE-REPORT-DETAIL-LINE
		MOVE SPACES TO STATEMENT-REPORT-LINE
		STRING "BYTES TRANSMITTED:               " DELIMITED BY SIZE
			WS-BYTE-TOTAL DELIMITED BY SIZE
			INTO STATEMENT-REPORT-LINE
		END-STRING
		PERFORM WRITE-REPORT-DETAIL-LINE
		MOVE SPACES TO STATEMENT-REPORT-LINE
		STRING "HOUSE TRAFFIC (NO PARTNER):      " DELIMITED BY SIZE
			WS-HOUSE-COUNT DELIMITED BY SIZE
			INTO STATEMENT-REPORT-LINE
		END-STRING
		PERFORM WRITE-REPORT-DETAIL-LINE
		MOVE SPACES TO STATEMENT-REPORT-LINE
		STRING "NAMING A PARTNER NOT ON MASTER:  " DELIMITED BY SIZE
			WS-UNKNOWN-COUNT DELIMITED BY SIZE
			INTO STATEMENT-REPORT-LINE
		END-STRING
		PERFORM WRITE-REPORT-DETAIL-LINE
		IF WS-ARC-MISSING = "Y"
			MOVE "NO MSGARCH ON FILE - NOTHING WAS BILLED"
				TO STATEMENT-REPORT-LINE
			PERFORM WRITE-REPORT-DETAIL-LINE
		END-IF.
	WRITE-CHARGEBACK-HEADER.
		MOVE SPACES TO CHARGEBACK-RECORD
		MOVE "H" TO CBH-REC-TYPE
		MOVE WS-STMT-MONTH TO CBH-MONTH
		MOVE WS-TIMESTAMP TO CBH-CREATED-TS
		PERFORM WRITE-CHARGEBACK-RECORD.
	WRITE-CHARGEBACK-DETAIL.
		MOVE SPACES TO CHARGEBACK-RECORD
		MOVE "D" TO CB-REC-TYPE
		MOVE PT-PARTNER-ID(PT-IDX) TO CB-PARTNER-ID
		MOVE WS-STMT-MONTH TO CB-MONTH
		MOVE WS-ST-ENCRYPTED(PT-IDX) TO CB-ENCRYPTED
		MOVE WS-ST-DECRYPTED(PT-IDX) TO CB-DECRYPTED
		MOVE WS-ST-REJECTED(PT-IDX) TO CB-REJECTED
		MOVE WS-ST-RECYCLED(PT-IDX) TO CB-RECYCLED
		MOVE WS-ST-BYTES-SENT(PT-IDX) TO CB-BYTES-SENT
		MOVE WS-ST-BATCHES(PT-IDX) TO CB-BATCHES
		MOVE WS-ST-ACK-MATCHED(PT-IDX) TO CB-ACK-MATCHED
		MOVE WS-ST-ACK-DISPUTED(PT-IDX) TO CB-ACK-DISPUTED
		MOVE WS-ST-ACK-PENDING(PT-IDX) TO CB-ACK-PENDING
		MOVE WS-ST-NOT-SENT(PT-IDX) TO CB-NOT-SENT
		ADD 1 TO WS-CB-RECORD-COUNT
		PERFORM WRITE-CHARGEBACK-RECORD.
	WRITE-CHARGEBACK-TRAILER.
		MOVE SPACES TO CHARGEBACK-RECORD
		MOVE "T" TO CBT-REC-TYPE
		MOVE WS-CB-RECORD-COUNT TO CBT-RECORD-COUNT
		MOVE WS-MESSAGE-TOTAL TO CBT-MESSAGE-TOTAL
		MOVE WS-BYTE-TOTAL TO CBT-BYTE-TOTAL
		PERFORM WRITE-CHARGEBACK-RECORD.
	WRITE-CHARGEBACK-RECORD.
		WRITE CHARGEBACK-RECORD
		IF CHB-FILE-STATUS NOT = "00"
			DISPLAY "PRTSTMT: WRITE FAILED FOR CHGBACK - FILE STATUS "
				CHB-FILE-STATUS
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
	WRITE-REPORT-HEADER.
		MOVE SPACES TO STATEMENT-REPORT-LINE
		STRING "PARTNER ACTIVITY STATEMENT - RUN " DELIMITED BY SIZE
			WS-TIMESTAMP DELIMITED BY SIZE
			"  PAGE " DELIMITED BY SIZE
			WS-PAGE-NUM DELIMITED BY SIZE
			INTO STATEMENT-REPORT-LINE
		END-STRING
		PERFORM WRITE-STATEMENT-REPORT-LINE
		IF WS-CUR-PARTNER NOT = SPACES
			MOVE SPACES TO STATEMENT-REPORT-LINE
			STRING "PARTNER " DELIMITED BY SIZE
				WS-CUR-PARTNER DELIMITED BY SIZE
				" (CONTINUED)" DELIMITED BY SIZE
				INTO STATEMENT-REPORT-LINE
			END-STRING
			PERFORM WRITE-STATEMENT-REPORT-LINE
		END-IF
		MOVE SPACES TO STATEMENT-REPORT-LINE
		PERFORM WRITE-STATEMENT-REPORT-LINE
		MOVE 0 TO WS-LINES-ON-PAGE
		ADD 1 TO WS-PAGE-NUM.
	WRITE-REPORT-DETAIL-LINE.
		IF WS-LINES-ON-PAGE = WS-LINES-PER-PAGE
			MOVE STATEMENT-REPORT-LINE TO WS-HOLD-LINE
			PERFORM WRITE-REPORT-HEADER
			MOVE WS-HOLD-LINE TO STATEMENT-REPORT-LINE
		END-IF
		PERFORM WRITE-STATEMENT-REPORT-LINE
		ADD 1 TO WS-LINES-ON-PAGE.
	WRITE-STATEMENT-REPORT-LINE.
		WRITE STATEMENT-REPORT-LINE
		IF SRP-FILE-STATUS NOT = "00"
			DISPLAY "PRTSTMT: WRITE FAILED FOR STMTRPT - FILE STATUS "
				SRP-FILE-STATUS
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
END PROGRAM PRTSTMT.
