	   >>SOURCE FORMAT IS FREE
*> KEYCOMP is the emergency run for a key id a partner reports as
*> leaked.  It takes the key out of service first and asks questions
*> after: the key named in COMPKEYID is set retired on KEYFILE at
*> once, so the very next CAESAR or QUIKCIPH run rejects every card
*> naming it.  That skips KEYMAINT's maker-checker pending step on
*> purpose -- a compromised key can't sit on KEYPEND waiting for a
*> second operator -- but it is still journaled: the retirement writes
*> the usual before-image and after-image lines to CHGJRNL under
*> action COMPRM, naming the operator in MAINTOPER (required) as the
*> requester and EMERGNCY as the approver, so CHGRPT shows it for
*> exactly what it was.  Any change still pending for the key on
*> KEYPEND re-edits against the master when ACCEPTed and is rejected
*> there, so nothing here has to touch KEYPEND.
*> The rest of the run is the impact report on KEYCRPT, the document
*> handed to every affected partner and the work list for REKEY.
*> Within the run-date range FROMDATE-TODATE (defaulting to the key's
*> effective date and today) it lists every MSGARCH record processed
*> under the key (AR-KEY-ID), the XMITLOG lines for every batch those
*> records went out in, every AUDITLOG line for a set actually
*> enciphered under the key, the affected batch/partner pairs, and
*> totals per partner, and foots the report with the REKEY parameters
*> that move the archive off the key.  A missing MSGARCH, XMITLOG, or
*> AUDITLOG is noted on the report and the run goes on with what there
*> is -- the retirement has already happened and matters more than a
*> complete report.  Any exposure found ends the run with
*> RETURN-CODE 4; a key not on the master, or bad parameters, abend
*> with 16 before anything changes.

IDENTIFICATION DIVISION.
PROGRAM-ID. KEYCOMP.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT KEY-MASTER-FILE ASSIGN TO "KEYFILE"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS KEY-FILE-STATUS.
	SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS JRN-FILE-STATUS.
	SELECT ARCHIVE-FILE ASSIGN TO "MSGARCH"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS AR-KEY
		FILE STATUS IS ARC-FILE-STATUS.
	SELECT XMIT-LOG-FILE ASSIGN TO "XMITLOG"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS XLG-FILE-STATUS.
	SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS AUD-FILE-STATUS.
	SELECT COMP-REPORT-FILE ASSIGN TO "KEYCRPT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS KCP-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  KEY-MASTER-FILE.
COPY "KEYREC.cpy".
FD  CHANGE-JOURNAL-FILE.
COPY "CHGJRNL.cpy".
FD  ARCHIVE-FILE.
COPY "ARCHREC.cpy".
FD  XMIT-LOG-FILE.
COPY "XMITLOG.cpy".
FD  AUDIT-LOG-FILE.
COPY "AUDITREC.cpy".
FD  COMP-REPORT-FILE.
COPY "KCPRPTL.cpy".
WORKING-STORAGE SECTION.
01 KEY-FILE-STATUS         PIC XX.
01 JRN-FILE-STATUS         PIC XX.
01 ARC-FILE-STATUS         PIC XX.
01 XLG-FILE-STATUS         PIC XX.
01 AUD-FILE-STATUS         PIC XX.
01 KCP-FILE-STATUS         PIC XX.
01 WS-TIMESTAMP            PIC X(21).
01 WS-OPERATOR-ID          PIC X(8) VALUE SPACES.
01 WS-KEY-ID-PARM          PIC X(8).
01 WS-FROM-DATE            PIC X(8).
01 WS-TO-DATE              PIC X(8).
01 WS-KEY-IDX              PIC 99.
01 WS-KEY-SHIFT            PIC 99.
01 WS-ALREADY-RETIRED      PIC X VALUE "N".
01 WS-KEY-EOF              PIC X VALUE "N".
01 WS-ARCH-EOF             PIC X VALUE "N".
01 WS-XLG-EOF              PIC X VALUE "N".
01 WS-AUD-EOF              PIC X VALUE "N".
01 WS-ARC-MISSING          PIC X VALUE "N".
01 WS-XLG-MISSING          PIC X VALUE "N".
01 WS-AUD-MISSING          PIC X VALUE "N".
01 WS-RECORD-COUNT         PIC 9(6) VALUE 0.
01 WS-KEYWORD-COUNT        PIC 9(6) VALUE 0.
01 WS-XMIT-COUNT           PIC 9(6) VALUE 0.
01 WS-AUDIT-COUNT          PIC 9(6) VALUE 0.
01 WS-AUDIT-UNEXPOSED      PIC 9(6) VALUE 0.
01 WS-XMIT-MATCHED         PIC X.
01 WS-XB-MATCH             PIC X.
*> One entry per batch/partner pair the key's archive records fall
*> in -- a commingled batch carries several partners' traffic, and
*> each of them has to be told.  The archive is read in key order, so
*> entries come out grouped by batch.
01 WS-PAIR-TABLE.
	05 WS-PR-ENTRY OCCURS 999 TIMES.
		10 WS-PR-BATCH-ID  PIC X(8).
		10 WS-PR-RUN-DATE  PIC X(8).
		10 WS-PR-PARTNER-ID PIC X(4).
		10 WS-PR-RECORDS   PIC 9(6).
		10 WS-PR-XMITS     PIC 9(4).
01 WS-PR-COUNT             PIC 9(4) VALUE 0.
01 WS-PR-IDX               PIC 9(4).
01 WS-PR-FOUND             PIC X.
*> Per-partner totals for the foot of the report, blank partner id
*> being house traffic.
01 WS-PARTNER-TOTALS.
	05 WS-PA-ENTRY OCCURS 50 TIMES.
		10 WS-PA-PARTNER-ID PIC X(4).
		10 WS-PA-RECORDS   PIC 9(6).
		10 WS-PA-BATCHES   PIC 9(4).
		10 WS-PA-XMITS     PIC 9(4).
		10 WS-PA-AUDITS    PIC 9(6).
01 WS-PA-COUNT             PIC 99 VALUE 0.
01 WS-PA-IDX               PIC 99.
01 WS-PA-LOOKUP            PIC X(4).
01 WS-PARTNER-SHOW         PIC X(5).
01 WS-PAGE-NUM             PIC 999 VALUE 1.
01 WS-LINES-ON-PAGE        PIC 99 VALUE 0.
01 WS-LINES-PER-PAGE       PIC 99 VALUE 20.
01 WS-HOLD-LINE            PIC X(100).
01 WS-SECTION-TITLE        PIC X(60).
COPY "KEYTBL.cpy".
PROCEDURE DIVISION.
	MAIN-CONTROL.
		MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
		PERFORM GET-OPERATOR-ID
		PERFORM LOAD-KEY-MASTER
		PERFORM GET-COMPROMISE-PARAMETERS
		PERFORM RETIRE-COMPROMISED-KEY
		OPEN OUTPUT COMP-REPORT-FILE
		IF KCP-FILE-STATUS NOT = "00"
			DISPLAY "KEYCOMP: OPEN FAILED FOR KEYCRPT - FILE STATUS "
				KCP-FILE-STATUS
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		PERFORM WRITE-REPORT-HEADER
		PERFORM SWEEP-ARCHIVE
		PERFORM SCAN-TRANSMISSION-LOG
		PERFORM WRITE-BATCH-SECTION
		PERFORM SCAN-AUDIT-LOG
		PERFORM WRITE-PARTNER-TOTALS
		PERFORM WRITE-REKEY-WORK-LIST
		CLOSE COMP-REPORT-FILE
		DISPLAY "KEYCOMP: KEY " WS-KEY-ID-PARM " RETIRED, "
			WS-RECORD-COUNT " ARCHIVE RECORD(S), "
			WS-XMIT-COUNT " TRANSMISSION(S), "
			WS-AUDIT-COUNT " AUDIT LINE(S), "
			WS-PA-COUNT " PARTNER(S) AFFECTED"
		IF WS-RECORD-COUNT > 0 OR WS-AUDIT-COUNT > 0
			MOVE 4 TO RETURN-CODE
		END-IF
		STOP RUN.
	GET-OPERATOR-ID.
		*> An emergency change skips the second operator, so the one
		*> operator it has must at least be named.
		ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "MAINTOPER"
		IF WS-OPERATOR-ID = SPACES
			DISPLAY "KEYCOMP: MAINTOPER NOT SET - NO OPERATOR ID FOR RUN"
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
	LOAD-KEY-MASTER.
		*> Unlike KEYMAINT, a missing KEYFILE is an abend -- there is
		*> no key to retire.
		OPEN INPUT KEY-MASTER-FILE
		IF KEY-FILE-STATUS NOT = "00"
			DISPLAY "KEYCOMP: OPEN FAILED FOR KEYFILE - FILE STATUS "
				KEY-FILE-STATUS
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		PERFORM LOAD-KEY-MASTER-RECORD UNTIL WS-KEY-EOF = "Y"
		CLOSE KEY-MASTER-FILE.
	LOAD-KEY-MASTER-RECORD.
		READ KEY-MASTER-FILE
			AT END
				MOVE "Y" TO WS-KEY-EOF
			NOT AT END
				*> The master is rewritten whole from this table, so a
				*> partial table would drop keys -- abend instead.
				IF KT-COUNT = 50
					DISPLAY "KEYCOMP: KEYFILE EXCEEDS KEY TABLE SIZE"
					MOVE 16 TO RETURN-CODE
					STOP RUN
				END-IF
				ADD 1 TO KT-COUNT
				MOVE KY-KEY-ID TO KT-KEY-ID(KT-COUNT)
				MOVE KY-SHIFT TO KT-SHIFT(KT-COUNT)
				MOVE KY-EFF-DATE TO KT-EFF-DATE(KT-COUNT)
				MOVE KY-EXP-DATE TO KT-EXP-DATE(KT-COUNT)
				MOVE KY-STATUS TO KT-STATUS(KT-COUNT)
		END-READ.
	GET-COMPROMISE-PARAMETERS.
		*> COMPKEYID is required and must be on the master.  The date
		*> range defaults to the whole life of the key up to today --
		*> the safe answer when nobody knows when the leak happened --
		*> and can be narrowed when the partner does know.
		MOVE SPACES TO WS-KEY-ID-PARM
		MOVE SPACES TO WS-FROM-DATE
		MOVE SPACES TO WS-TO-DATE
		ACCEPT WS-KEY-ID-PARM FROM ENVIRONMENT "COMPKEYID"
		ACCEPT WS-FROM-DATE FROM ENVIRONMENT "FROMDATE"
		ACCEPT WS-TO-DATE FROM ENVIRONMENT "TODATE"
		IF FUNCTION TRIM(WS-KEY-ID-PARM) = SPACES
			DISPLAY "KEYCOMP: COMPKEYID NOT SET - NO KEY TO RETIRE"
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		MOVE "N" TO KT-FOUND
		PERFORM VARYING KT-IDX FROM 1 BY 1
				UNTIL KT-IDX > KT-COUNT OR KT-FOUND = "Y"
			IF KT-KEY-ID(KT-IDX) = WS-KEY-ID-PARM
				MOVE "Y" TO KT-FOUND
				MOVE KT-IDX TO WS-KEY-IDX
			END-IF
		END-PERFORM
		IF KT-FOUND = "N"
			DISPLAY "KEYCOMP: KEY " WS-KEY-ID-PARM " NOT ON KEYFILE"
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		MOVE WS-KEY-IDX TO KT-IDX
		MOVE KT-SHIFT(KT-IDX) TO WS-KEY-SHIFT
		IF FUNCTION TRIM(WS-FROM-DATE) = SPACES
			MOVE KT-EFF-DATE(KT-IDX) TO WS-FROM-DATE
		END-IF
		IF FUNCTION TRIM(WS-TO-DATE) = SPACES
			MOVE WS-TIMESTAMP(1:8) TO WS-TO-DATE
		END-IF
		IF WS-FROM-DATE IS NOT NUMERIC OR WS-TO-DATE IS NOT NUMERIC
			DISPLAY "KEYCOMP: FROMDATE/TODATE NOT NUMERIC YYYYMMDD"
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		IF WS-TO-DATE < WS-FROM-DATE
			DISPLAY "KEYCOMP: TODATE BEFORE FROMDATE"
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
	RETIRE-COMPROMISED-KEY.
		*> A key already retired is left exactly as it is -- the report
		*> is still wanted, but there is no change to journal.
		MOVE WS-KEY-IDX TO KT-IDX
		IF KT-STATUS(KT-IDX) = "R"
			MOVE "Y" TO WS-ALREADY-RETIRED
			DISPLAY "KEYCOMP: KEY " WS-KEY-ID-PARM
				" WAS ALREADY RETIRED - MASTER NOT CHANGED"
			EXIT PARAGRAPH
		END-IF
		PERFORM OPEN-CHANGE-JOURNAL
		PERFORM JOURNAL-BEFORE-IMAGE
		MOVE "R" TO KT-STATUS(KT-IDX)
		PERFORM JOURNAL-AFTER-IMAGE
		CLOSE CHANGE-JOURNAL-FILE
		PERFORM REWRITE-KEY-MASTER
		DISPLAY "KEYCOMP: RETIRED " WS-KEY-ID-PARM
			" - EMERGENCY CHANGE BY " WS-OPERATOR-ID.
	OPEN-CHANGE-JOURNAL.
		*> The journal is permanent: every run appends to it, and only
		*> the very first run ever (status 35) creates it.
		OPEN EXTEND CHANGE-JOURNAL-FILE
		IF JRN-FILE-STATUS = "35"
			OPEN OUTPUT CHANGE-JOURNAL-FILE
		END-IF
		IF JRN-FILE-STATUS NOT = "00"
			DISPLAY "KEYCOMP: OPEN FAILED FOR CHGJRNL - FILE STATUS "
				JRN-FILE-STATUS
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
	JOURNAL-BEFORE-IMAGE.
		PERFORM START-JOURNAL-LINE
		MOVE "B" TO CJ-IMAGE-TYPE
		PERFORM MOVE-ENTRY-TO-RECORD
		MOVE KEY-MASTER-RECORD TO CJ-IMAGE
		PERFORM WRITE-JOURNAL-LINE.
	JOURNAL-AFTER-IMAGE.
		PERFORM START-JOURNAL-LINE
		MOVE "A" TO CJ-IMAGE-TYPE
		PERFORM MOVE-ENTRY-TO-RECORD
		MOVE KEY-MASTER-RECORD TO CJ-IMAGE
		PERFORM WRITE-JOURNAL-LINE.
	START-JOURNAL-LINE.
		*> There is no second operator and no pending entry: the
		*> operator asked for it just now, and EMERGNCY stands in the
		*> approver column where a dual-control change names the
		*> operator who ACCEPTed it.
		MOVE SPACES TO CHANGE-JOURNAL-RECORD
		MOVE WS-TIMESTAMP TO CJ-TIMESTAMP
		MOVE "KEY" TO CJ-MASTER
		MOVE WS-KEY-ID-PARM TO CJ-ENTITY-ID
		MOVE "COMPRM" TO CJ-ACTION
		MOVE WS-OPERATOR-ID TO CJ-REQUESTED-BY
		MOVE WS-TIMESTAMP TO CJ-REQUESTED-AT
		MOVE "EMERGNCY" TO CJ-APPROVED-BY.
	WRITE-JOURNAL-LINE.
		WRITE CHANGE-JOURNAL-RECORD
		IF JRN-FILE-STATUS NOT = "00"
			DISPLAY "KEYCOMP: WRITE FAILED FOR CHGJRNL - FILE STATUS "
				JRN-FILE-STATUS
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
	MOVE-ENTRY-TO-RECORD.
		MOVE SPACES TO KEY-MASTER-RECORD
		MOVE KT-KEY-ID(KT-IDX) TO KY-KEY-ID
		MOVE KT-SHIFT(KT-IDX) TO KY-SHIFT
		MOVE KT-EFF-DATE(KT-IDX) TO KY-EFF-DATE
		MOVE KT-EXP-DATE(KT-IDX) TO KY-EXP-DATE
		MOVE KT-STATUS(KT-IDX) TO KY-STATUS.
	REWRITE-KEY-MASTER.
		OPEN OUTPUT KEY-MASTER-FILE
		IF KEY-FILE-STATUS NOT = "00"
			DISPLAY "KEYCOMP: OPEN FAILED FOR KEYFILE - FILE STATUS "
				KEY-FILE-STATUS
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		PERFORM VARYING KT-IDX FROM 1 BY 1 UNTIL KT-IDX > KT-COUNT
			PERFORM MOVE-ENTRY-TO-RECORD
			WRITE KEY-MASTER-RECORD
			IF KEY-FILE-STATUS NOT = "00"
				DISPLAY "KEYCOMP: WRITE FAILED FOR KEYFILE - FILE STATUS "
					KEY-FILE-STATUS
				MOVE 16 TO RETURN-CODE
				STOP RUN
			END-IF
		END-PERFORM
		CLOSE KEY-MASTER-FILE.
	SWEEP-ARCHIVE.
		*> Every archive record stamped with the key and run inside the
		*> range, except rejects, held sets, and warehoused sets, which
		*> never reached the cipher.  Each one is listed and booked to
		*> its batch/partner pair.
		MOVE "ARCHIVE RECORDS PROCESSED UNDER THE KEY"
			TO WS-SECTION-TITLE
		PERFORM START-REPORT-SECTION
		MOVE SPACES TO COMP-REPORT-LINE
		STRING "  BATCH     SEQ     RUN DATE  PARTNER  MODE  CIPHER  "
			DELIMITED BY SIZE
			"STATUS  SHIFT" DELIMITED BY SIZE
			INTO COMP-REPORT-LINE
		END-STRING
		PERFORM WRITE-REPORT-DETAIL-LINE
		OPEN INPUT ARCHIVE-FILE
		EVALUATE ARC-FILE-STATUS
			WHEN "00"
				CONTINUE
			WHEN "35"
				MOVE "Y" TO WS-ARC-MISSING
				MOVE "  NO MSGARCH ON FILE - ARCHIVE NOT CHECKED"
					TO COMP-REPORT-LINE
				PERFORM WRITE-REPORT-DETAIL-LINE
				EXIT PARAGRAPH
			WHEN OTHER
				DISPLAY "KEYCOMP: OPEN FAILED FOR MSGARCH - FILE STATUS "
					ARC-FILE-STATUS
				MOVE 16 TO RETURN-CODE
				STOP RUN
		END-EVALUATE
		MOVE LOW-VALUES TO AR-KEY
		START ARCHIVE-FILE KEY >= AR-KEY
			INVALID KEY
				MOVE "Y" TO WS-ARCH-EOF
		END-START
		PERFORM SWEEP-ONE-ARCHIVE-RECORD UNTIL WS-ARCH-EOF = "Y"
		CLOSE ARCHIVE-FILE
		IF WS-RECORD-COUNT = 0
			MOVE "  NONE" TO COMP-REPORT-LINE
			PERFORM WRITE-REPORT-DETAIL-LINE
		END-IF.
	SWEEP-ONE-ARCHIVE-RECORD.
		READ ARCHIVE-FILE NEXT RECORD
			AT END
				MOVE "Y" TO WS-ARCH-EOF
			NOT AT END
				IF AR-KEY-ID = WS-KEY-ID-PARM
						AND AR-RUN-DATE >= WS-FROM-DATE
						AND AR-RUN-DATE <= WS-TO-DATE
						AND AR-STATUS NOT = "R"
						AND AR-STATUS NOT = "H"
						AND AR-STATUS NOT = "W"
					PERFORM BOOK-EXPOSED-RECORD
				END-IF
		END-READ.
	BOOK-EXPOSED-RECORD.
		ADD 1 TO WS-RECORD-COUNT
		IF AR-CIPHER = "K"
			ADD 1 TO WS-KEYWORD-COUNT
		END-IF
		MOVE AR-PARTNER-ID TO WS-PA-LOOKUP
		PERFORM SET-PARTNER-SHOW
		MOVE SPACES TO COMP-REPORT-LINE
		STRING "  " DELIMITED BY SIZE
			AR-BATCH-ID DELIMITED BY SIZE
			"  " DELIMITED BY SIZE
			AR-SEQUENCE DELIMITED BY SIZE
			"  " DELIMITED BY SIZE
			AR-RUN-DATE DELIMITED BY SIZE
			"  " DELIMITED BY SIZE
			WS-PARTNER-SHOW DELIMITED BY SIZE
			"    " DELIMITED BY SIZE
			AR-MODE DELIMITED BY SIZE
			"     " DELIMITED BY SIZE
			AR-CIPHER DELIMITED BY SIZE
			"       " DELIMITED BY SIZE
			AR-STATUS DELIMITED BY SIZE
			"       " DELIMITED BY SIZE
			AR-SHIFT DELIMITED BY SIZE
			INTO COMP-REPORT-LINE
		END-STRING
		PERFORM WRITE-REPORT-DETAIL-LINE
		MOVE "N" TO WS-PR-FOUND
		PERFORM VARYING WS-PR-IDX FROM 1 BY 1
				UNTIL WS-PR-IDX > WS-PR-COUNT OR WS-PR-FOUND = "Y"
			IF WS-PR-BATCH-ID(WS-PR-IDX) = AR-BATCH-ID
					AND WS-PR-PARTNER-ID(WS-PR-IDX) = AR-PARTNER-ID
				MOVE "Y" TO WS-PR-FOUND
				ADD 1 TO WS-PR-RECORDS(WS-PR-IDX)
			END-IF
		END-PERFORM
		IF WS-PR-FOUND = "N"
			*> A range this wide is better run again narrower than
			*> reported with pairs silently missing.
			IF WS-PR-COUNT = 999
				DISPLAY "KEYCOMP: MORE THAN 999 BATCH/PARTNER PAIRS"
					" - NARROW FROMDATE/TODATE AND RERUN"
				MOVE 16 TO RETURN-CODE
				STOP RUN
			END-IF
			ADD 1 TO WS-PR-COUNT
			MOVE AR-BATCH-ID TO WS-PR-BATCH-ID(WS-PR-COUNT)
			MOVE AR-RUN-DATE TO WS-PR-RUN-DATE(WS-PR-COUNT)
			MOVE AR-PARTNER-ID TO WS-PR-PARTNER-ID(WS-PR-COUNT)
			MOVE 1 TO WS-PR-RECORDS(WS-PR-COUNT)
			MOVE 0 TO WS-PR-XMITS(WS-PR-COUNT)
		END-IF.
	SCAN-TRANSMISSION-LOG.
		*> Every XMITLOG line for a batch the key's records went out
		*> in, whatever its date -- a batch in range may have been
		*> re-sent later.  A split night's streams went out in their
		*> parent's merged file, so its lines count for each stream
		*> (XMITBAT).  Each "P" line is one file actually built
		*> and sent; the "M"/"D" lines say what the partner
		*> acknowledged and are listed alongside.
		MOVE "TRANSMISSIONS OF AFFECTED BATCHES (XMITLOG)"
			TO WS-SECTION-TITLE
		PERFORM START-REPORT-SECTION
		MOVE "  BATCH     TIMESTAMP              RECORDS  STATUS"
			TO COMP-REPORT-LINE
		PERFORM WRITE-REPORT-DETAIL-LINE
		OPEN INPUT XMIT-LOG-FILE
		EVALUATE XLG-FILE-STATUS
			WHEN "00"
				CONTINUE
			WHEN "35"
				MOVE "Y" TO WS-XLG-MISSING
				MOVE "  NO XMITLOG ON FILE - TRANSMISSIONS NOT CHECKED"
					TO COMP-REPORT-LINE
				PERFORM WRITE-REPORT-DETAIL-LINE
				EXIT PARAGRAPH
			WHEN OTHER
				DISPLAY "KEYCOMP: OPEN FAILED FOR XMITLOG - FILE STATUS "
					XLG-FILE-STATUS
				MOVE 16 TO RETURN-CODE
				STOP RUN
		END-EVALUATE
		PERFORM SCAN-ONE-XMIT-LINE UNTIL WS-XLG-EOF = "Y"
		CLOSE XMIT-LOG-FILE
		IF WS-XMIT-COUNT = 0
			MOVE "  NONE" TO COMP-REPORT-LINE
			PERFORM WRITE-REPORT-DETAIL-LINE
		END-IF.
	SCAN-ONE-XMIT-LINE.
		READ XMIT-LOG-FILE
			AT END
				MOVE "Y" TO WS-XLG-EOF
			NOT AT END
				MOVE "N" TO WS-XMIT-MATCHED
				PERFORM VARYING WS-PR-IDX FROM 1 BY 1
						UNTIL WS-PR-IDX > WS-PR-COUNT
					CALL 'XMITBAT' USING BY CONTENT
						WS-PR-BATCH-ID(WS-PR-IDX) XL-BATCH-ID
						BY REFERENCE WS-XB-MATCH
					IF WS-XB-MATCH NOT = "N"
						MOVE "Y" TO WS-XMIT-MATCHED
						IF XL-ACK-STATUS = "P"
							ADD 1 TO WS-PR-XMITS(WS-PR-IDX)
						END-IF
					END-IF
				END-PERFORM
				IF WS-XMIT-MATCHED = "Y"
					IF XL-ACK-STATUS = "P"
						ADD 1 TO WS-XMIT-COUNT
					END-IF
					MOVE SPACES TO COMP-REPORT-LINE
					STRING "  " DELIMITED BY SIZE
						XL-BATCH-ID DELIMITED BY SIZE
						"  " DELIMITED BY SIZE
						XL-TIMESTAMP DELIMITED BY SIZE
						"  " DELIMITED BY SIZE
						XL-RECORD-COUNT DELIMITED BY SIZE
						"   " DELIMITED BY SIZE
						XL-ACK-STATUS DELIMITED BY SIZE
						INTO COMP-REPORT-LINE
					END-STRING
					PERFORM WRITE-REPORT-DETAIL-LINE
				END-IF
		END-READ.
	WRITE-BATCH-SECTION.
		*> One line per batch/partner pair: the list each partner's
		*> notice is cut from.
		MOVE "AFFECTED BATCHES BY PARTNER" TO WS-SECTION-TITLE
		PERFORM START-REPORT-SECTION
		MOVE "  BATCH     RUN DATE  PARTNER  RECORDS  TRANSMITTED"
			TO COMP-REPORT-LINE
		PERFORM WRITE-REPORT-DETAIL-LINE
		IF WS-PR-COUNT = 0
			MOVE "  NONE" TO COMP-REPORT-LINE
			PERFORM WRITE-REPORT-DETAIL-LINE
		END-IF
		PERFORM VARYING WS-PR-IDX FROM 1 BY 1
				UNTIL WS-PR-IDX > WS-PR-COUNT
			MOVE WS-PR-PARTNER-ID(WS-PR-IDX) TO WS-PA-LOOKUP
			PERFORM SET-PARTNER-SHOW
			MOVE SPACES TO COMP-REPORT-LINE
			STRING "  " DELIMITED BY SIZE
				WS-PR-BATCH-ID(WS-PR-IDX) DELIMITED BY SIZE
				"  " DELIMITED BY SIZE
				WS-PR-RUN-DATE(WS-PR-IDX) DELIMITED BY SIZE
				"  " DELIMITED BY SIZE
				WS-PARTNER-SHOW DELIMITED BY SIZE
				"    " DELIMITED BY SIZE
				WS-PR-RECORDS(WS-PR-IDX) DELIMITED BY SIZE
				"   " DELIMITED BY SIZE
				WS-PR-XMITS(WS-PR-IDX) DELIMITED BY SIZE
				INTO COMP-REPORT-LINE
			END-STRING
			PERFORM WRITE-REPORT-DETAIL-LINE
			PERFORM FIND-PARTNER-TOTAL
			ADD WS-PR-RECORDS(WS-PR-IDX) TO WS-PA-RECORDS(WS-PA-IDX)
			ADD 1 TO WS-PA-BATCHES(WS-PA-IDX)
			ADD WS-PR-XMITS(WS-PR-IDX) TO WS-PA-XMITS(WS-PA-IDX)
		END-PERFORM.
	SCAN-AUDIT-LOG.
		*> Every cipher call logged under the key inside the range,
		*> by the date of the call.  This catches use the archive
		*> can't show -- a run with the archive down, or a result
		*> since overwritten by a rerun.  A rejected, held, or
		*> warehoused set was never enciphered under the key, so its
		*> line is left out the same as its archive record is and
		*> only counted on a line of its own.
		MOVE "AUDIT LOG LINES NAMING THE KEY (AUDITLOG)"
			TO WS-SECTION-TITLE
		PERFORM START-REPORT-SECTION
		MOVE SPACES TO COMP-REPORT-LINE
		STRING "  TIMESTAMP              MODE  STATUS  PARTNER  "
			DELIMITED BY SIZE
			"BATCH     SEQ" DELIMITED BY SIZE
			INTO COMP-REPORT-LINE
		END-STRING
		PERFORM WRITE-REPORT-DETAIL-LINE
		OPEN INPUT AUDIT-LOG-FILE
		EVALUATE AUD-FILE-STATUS
			WHEN "00"
				CONTINUE
			WHEN "35"
				MOVE "Y" TO WS-AUD-MISSING
				MOVE "  NO AUDITLOG ON FILE - AUDIT TRAIL NOT CHECKED"
					TO COMP-REPORT-LINE
				PERFORM WRITE-REPORT-DETAIL-LINE
				EXIT PARAGRAPH
			WHEN OTHER
				DISPLAY "KEYCOMP: OPEN FAILED FOR AUDITLOG - FILE STATUS "
					AUD-FILE-STATUS
				MOVE 16 TO RETURN-CODE
				STOP RUN
		END-EVALUATE
		PERFORM SCAN-ONE-AUDIT-LINE UNTIL WS-AUD-EOF = "Y"
		CLOSE AUDIT-LOG-FILE
		IF WS-AUDIT-COUNT = 0
			MOVE "  NONE" TO COMP-REPORT-LINE
			PERFORM WRITE-REPORT-DETAIL-LINE
		END-IF
		IF WS-AUDIT-UNEXPOSED > 0
			MOVE SPACES TO COMP-REPORT-LINE
			STRING "  " DELIMITED BY SIZE
				WS-AUDIT-UNEXPOSED DELIMITED BY SIZE
				" LINE(S) REJECTED, HELD, OR WAREHOUSED - NOT EXPOSED"
				DELIMITED BY SIZE
				INTO COMP-REPORT-LINE
			END-STRING
			PERFORM WRITE-REPORT-DETAIL-LINE
		END-IF.
	SCAN-ONE-AUDIT-LINE.
		READ AUDIT-LOG-FILE
			AT END
				MOVE "Y" TO WS-AUD-EOF
			NOT AT END
				IF AL-KEY-ID NOT = WS-KEY-ID-PARM
						OR AL-TIMESTAMP(1:8) < WS-FROM-DATE
						OR AL-TIMESTAMP(1:8) > WS-TO-DATE
					EXIT PARAGRAPH
				END-IF
				IF AL-STATUS = "R" OR AL-STATUS = "H" OR AL-STATUS = "W"
					ADD 1 TO WS-AUDIT-UNEXPOSED
				ELSE
					ADD 1 TO WS-AUDIT-COUNT
					MOVE AL-PARTNER-ID TO WS-PA-LOOKUP
					PERFORM SET-PARTNER-SHOW
					MOVE SPACES TO COMP-REPORT-LINE
					STRING "  " DELIMITED BY SIZE
						AL-TIMESTAMP DELIMITED BY SIZE
						"  " DELIMITED BY SIZE
						AL-MODE DELIMITED BY SIZE
						"     " DELIMITED BY SIZE
						AL-STATUS DELIMITED BY SIZE
						"       " DELIMITED BY SIZE
						WS-PARTNER-SHOW DELIMITED BY SIZE
						"    " DELIMITED BY SIZE
						AL-BATCH-ID DELIMITED BY SIZE
						"  " DELIMITED BY SIZE
						AL-SEQUENCE DELIMITED BY SIZE
						INTO COMP-REPORT-LINE
					END-STRING
					PERFORM WRITE-REPORT-DETAIL-LINE
					PERFORM FIND-PARTNER-TOTAL
					ADD 1 TO WS-PA-AUDITS(WS-PA-IDX)
				END-IF
		END-READ.
	FIND-PARTNER-TOTAL.
		*> Leaves WS-PA-IDX on the totals entry for WS-PA-LOOKUP,
		*> adding one if the partner isn't there yet.
		PERFORM VARYING WS-PA-IDX FROM 1 BY 1
				UNTIL WS-PA-IDX > WS-PA-COUNT
					OR WS-PA-PARTNER-ID(WS-PA-IDX) = WS-PA-LOOKUP
			CONTINUE
		END-PERFORM
		IF WS-PA-IDX > WS-PA-COUNT
			IF WS-PA-COUNT = 50
				DISPLAY "KEYCOMP: MORE THAN 50 PARTNERS AFFECTED"
					" - PARTNER TOTALS TABLE FULL"
				MOVE 16 TO RETURN-CODE
				STOP RUN
			END-IF
			ADD 1 TO WS-PA-COUNT
			MOVE WS-PA-COUNT TO WS-PA-IDX
			MOVE WS-PA-LOOKUP TO WS-PA-PARTNER-ID(WS-PA-IDX)
			MOVE 0 TO WS-PA-RECORDS(WS-PA-IDX)
			MOVE 0 TO WS-PA-BATCHES(WS-PA-IDX)
			MOVE 0 TO WS-PA-XMITS(WS-PA-IDX)
			MOVE 0 TO WS-PA-AUDITS(WS-PA-IDX)
		END-IF.
	SET-PARTNER-SHOW.
		*> House traffic has a blank partner id; the report says so.
		IF WS-PA-LOOKUP = SPACES
			MOVE "HOUSE" TO WS-PARTNER-SHOW
		ELSE
			MOVE WS-PA-LOOKUP TO WS-PARTNER-SHOW
		END-IF.
	WRITE-PARTNER-TOTALS.
		MOVE "TOTALS BY PARTNER" TO WS-SECTION-TITLE
		PERFORM START-REPORT-SECTION
		MOVE "  PARTNER  RECORDS  BATCHES  TRANSMITTED  AUDIT LINES"
			TO COMP-REPORT-LINE
		PERFORM WRITE-REPORT-DETAIL-LINE
		IF WS-PA-COUNT = 0
			MOVE "  NONE" TO COMP-REPORT-LINE
			PERFORM WRITE-REPORT-DETAIL-LINE
		END-IF
		PERFORM VARYING WS-PA-IDX FROM 1 BY 1
				UNTIL WS-PA-IDX > WS-PA-COUNT
			MOVE WS-PA-PARTNER-ID(WS-PA-IDX) TO WS-PA-LOOKUP
			PERFORM SET-PARTNER-SHOW
			MOVE SPACES TO COMP-REPORT-LINE
			STRING "  " DELIMITED BY SIZE
				WS-PARTNER-SHOW DELIMITED BY SIZE
				"    " DELIMITED BY SIZE
				WS-PA-RECORDS(WS-PA-IDX) DELIMITED BY SIZE
				"   " DELIMITED BY SIZE
				WS-PA-BATCHES(WS-PA-IDX) DELIMITED BY SIZE
				"     " DELIMITED BY SIZE
				WS-PA-XMITS(WS-PA-IDX) DELIMITED BY SIZE
				"         " DELIMITED BY SIZE
				WS-PA-AUDITS(WS-PA-IDX) DELIMITED BY SIZE
				INTO COMP-REPORT-LINE
			END-STRING
			PERFORM WRITE-REPORT-DETAIL-LINE
		END-PERFORM
		MOVE SPACES TO COMP-REPORT-LINE
		STRING "  ALL      " DELIMITED BY SIZE
			WS-RECORD-COUNT DELIMITED BY SIZE
			"   " DELIMITED BY SIZE
			WS-PR-COUNT DELIMITED BY SIZE
			"     " DELIMITED BY SIZE
			WS-XMIT-COUNT DELIMITED BY SIZE
			"       " DELIMITED BY SIZE
			WS-AUDIT-COUNT DELIMITED BY SIZE
			INTO COMP-REPORT-LINE
		END-STRING
		PERFORM WRITE-REPORT-DETAIL-LINE.
	WRITE-REKEY-WORK-LIST.
		*> The REKEY parameters that move the key's Caesar records to
		*> a replacement key.  NEWKEYID and NEWSHIFT are the operator's
		*> to choose once the replacement key is on the master.
		*> Keyword-cipher records can't be Caesar-shifted and are
		*> called out for re-sending instead.
		MOVE "REKEY WORK LIST" TO WS-SECTION-TITLE
		PERFORM START-REPORT-SECTION
		IF WS-RECORD-COUNT = 0
			MOVE "  NO ARCHIVE RECORDS TO REKEY" TO COMP-REPORT-LINE
			PERFORM WRITE-REPORT-DETAIL-LINE
			EXIT PARAGRAPH
		END-IF
		MOVE SPACES TO COMP-REPORT-LINE
		STRING "  REKEYID=" DELIMITED BY SIZE
			WS-KEY-ID-PARM DELIMITED BY SPACE
			" OLDSHIFT=" DELIMITED BY SIZE
			WS-KEY-SHIFT DELIMITED BY SIZE
			" FROMDATE=" DELIMITED BY SIZE
			WS-FROM-DATE DELIMITED BY SIZE
			" TODATE=" DELIMITED BY SIZE
			WS-TO-DATE DELIMITED BY SIZE
			INTO COMP-REPORT-LINE
		END-STRING
		PERFORM WRITE-REPORT-DETAIL-LINE
		MOVE "  NEWKEYID=<REPLACEMENT KEY> NEWSHIFT=<ITS SHIFT>"
			TO COMP-REPORT-LINE
		PERFORM WRITE-REPORT-DETAIL-LINE
		IF WS-KEYWORD-COUNT > 0
			MOVE SPACES TO COMP-REPORT-LINE
			STRING "  " DELIMITED BY SIZE
				WS-KEYWORD-COUNT DELIMITED BY SIZE
				" KEYWORD-CIPHER RECORD(S) NOT CONVERTIBLE BY REKEY"
					DELIMITED BY SIZE
				" - RESEND UNDER A NEW KEY" DELIMITED BY SIZE
				INTO COMP-REPORT-LINE
			END-STRING
			PERFORM WRITE-REPORT-DETAIL-LINE
		END-IF.
	START-REPORT-SECTION.
		*> A blank line and the section title in WS-SECTION-TITLE.
		MOVE SPACES TO COMP-REPORT-LINE
		PERFORM WRITE-REPORT-DETAIL-LINE
		MOVE WS-SECTION-TITLE TO COMP-REPORT-LINE
		PERFORM WRITE-REPORT-DETAIL-LINE.
	WRITE-REPORT-HEADER.
		*> Starts the first page and re-starts every page after, the
		*> same way the REKEY and AUDRPT reports do; the first page
		*> states the key, the range, and what was done to the key.
		MOVE SPACES TO COMP-REPORT-LINE
		STRING "KEY COMPROMISE IMPACT REPORT - RUN " DELIMITED BY SIZE
			WS-TIMESTAMP DELIMITED BY SIZE
			"  PAGE " DELIMITED BY SIZE
			WS-PAGE-NUM DELIMITED BY SIZE
			INTO COMP-REPORT-LINE
		END-STRING
		PERFORM WRITE-COMP-REPORT-LINE
		IF WS-PAGE-NUM = 1
			MOVE SPACES TO COMP-REPORT-LINE
			STRING "KEY " DELIMITED BY SIZE
				WS-KEY-ID-PARM DELIMITED BY SIZE
				"  SHIFT " DELIMITED BY SIZE
				WS-KEY-SHIFT DELIMITED BY SIZE
				"  RUN DATES " DELIMITED BY SIZE
				WS-FROM-DATE DELIMITED BY SIZE
				" TO " DELIMITED BY SIZE
				WS-TO-DATE DELIMITED BY SIZE
				INTO COMP-REPORT-LINE
			END-STRING
			PERFORM WRITE-COMP-REPORT-LINE
			MOVE SPACES TO COMP-REPORT-LINE
			IF WS-ALREADY-RETIRED = "Y"
				MOVE "KEY WAS ALREADY RETIRED - MASTER NOT CHANGED"
					TO COMP-REPORT-LINE
			ELSE
				STRING "KEY RETIRED ON KEYFILE BY EMERGENCY CHANGE - "
					DELIMITED BY SIZE
					"OPERATOR " DELIMITED BY SIZE
					WS-OPERATOR-ID DELIMITED BY SIZE
					INTO COMP-REPORT-LINE
				END-STRING
			END-IF
			PERFORM WRITE-COMP-REPORT-LINE
		END-IF
		MOVE SPACES TO COMP-REPORT-LINE
		PERFORM WRITE-COMP-REPORT-LINE
		MOVE 0 TO WS-LINES-ON-PAGE
		ADD 1 TO WS-PAGE-NUM.
	WRITE-REPORT-DETAIL-LINE.
		IF WS-LINES-ON-PAGE = WS-LINES-PER-PAGE
			MOVE COMP-REPORT-LINE TO WS-HOLD-LINE
			PERFORM WRITE-REPORT-HEADER
			MOVE WS-HOLD-LINE TO COMP-REPORT-LINE
		END-IF
		PERFORM WRITE-COMP-REPORT-LINE
		ADD 1 TO WS-LINES-ON-PAGE.
	WRITE-COMP-REPORT-LINE.
		WRITE COMP-REPORT-LINE
		IF KCP-FILE-STATUS NOT = "00"
			DISPLAY "KEYCOMP: WRITE FAILED FOR KEYCRPT - FILE STATUS "
				KCP-FILE-STATUS
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
END PROGRAM KEYCOMP.
