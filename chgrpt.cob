	   >>SOURCE FORMAT IS FREE
*> CHGRPT is the auditors' view of the CHGJRNL master change journal
*> that KEYMAINT and PRTMAINT append to.  Every change applied to
*> KEYFILE or PRTFILE is there as a before-image/after-image pair
*> naming the operator who entered the change and the different
*> operator who accepted it; this sorts the journal by master and
*> key/partner id (journal order within an id, so each id's history
*> reads oldest first) and prints one block per change -- when it was
*> applied, the action, who requested it and when, who approved it,
*> and the master record before and after.  A second section lists
*> the changes still waiting on KEYPEND and PRTPEND for a second
*> operator, so nothing entered but not yet live is invisible either.
*> A journal that doesn't exist yet (no change ever applied) is not
*> an error; the report says so.

IDENTIFICATION DIVISION.
PROGRAM-ID. CHGRPT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS JRN-FILE-STATUS.
	*> KEYPEND and PRTPEND share one layout, so one SELECT reads both
	*> in turn, named at run time the same way CAESAR names its
	*> partner feeds.
	SELECT PENDING-FILE ASSIGN USING WS-PEND-NAME
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS PND-FILE-STATUS.
	SELECT CHANGE-REPORT-FILE ASSIGN TO "CHGRPT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS CRP-FILE-STATUS.
	SELECT SORT-WORK-FILE ASSIGN TO "CHGSORT".
DATA DIVISION.
FILE SECTION.
FD  CHANGE-JOURNAL-FILE.
COPY "CHGJRNL.cpy".
FD  PENDING-FILE.
COPY "PENDREC.cpy".
FD  CHANGE-REPORT-FILE.
COPY "CHGRPTL.cpy".
*> The journal line rides through the sort whole; SR-JOURNAL-SEQ is
*> its position on the journal, so each id's changes come back in
*> the order they were applied and each before-image ahead of its
*> after-image.
SD  SORT-WORK-FILE.
01 SORT-RECORD.
	05 SR-MASTER           PIC X(3).
	05 SR-ENTITY-ID        PIC X(8).
	05 SR-JOURNAL-SEQ      PIC 9(6).
	05 SR-JOURNAL-LINE     PIC X(164).
WORKING-STORAGE SECTION.
01 JRN-FILE-STATUS         PIC XX.
01 PND-FILE-STATUS         PIC XX.
01 CRP-FILE-STATUS         PIC XX.
01 WS-JRN-EOF              PIC X VALUE "N".
01 WS-PND-EOF              PIC X VALUE "N".
01 WS-SORT-EOF             PIC X VALUE "N".
01 WS-PEND-NAME            PIC X(8).
01 WS-TIMESTAMP            PIC X(21).
01 WS-JOURNAL-SEQ          PIC 9(6) VALUE 0.
01 WS-CHANGE-COUNT         PIC 9(6) VALUE 0.
01 WS-PENDING-COUNT        PIC 9(6) VALUE 0.
01 WS-LAST-MASTER          PIC X(3) VALUE SPACES.
01 WS-LAST-ENTITY-ID       PIC X(8) VALUE SPACES.
01 WS-MASTER-NAME          PIC X(7).
01 WS-PAGE-NUM             PIC 999 VALUE 1.
01 WS-LINES-ON-PAGE        PIC 99 VALUE 0.
01 WS-LINES-PER-PAGE       PIC 99 VALUE 20.
01 WS-HOLD-LINE            PIC X(100).
PROCEDURE DIVISION.
	MAIN-CONTROL.
		MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
		OPEN OUTPUT CHANGE-REPORT-FILE
		IF CRP-FILE-STATUS NOT = "00"
			DISPLAY "CHGRPT: OPEN FAILED FOR CHGRPT - FILE STATUS "
				CRP-FILE-STATUS
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		PERFORM WRITE-REPORT-HEADER
		MOVE "APPLIED CHANGES BY KEY AND PARTNER" TO CHANGE-REPORT-LINE
		PERFORM WRITE-REPORT-DETAIL-LINE
		SORT SORT-WORK-FILE
			ON ASCENDING KEY SR-MASTER SR-ENTITY-ID SR-JOURNAL-SEQ
			INPUT PROCEDURE IS FEED-SORT-JOURNAL
			OUTPUT PROCEDURE IS WRITE-CHANGE-SECTION
		PERFORM WRITE-PENDING-SECTION
		CLOSE CHANGE-REPORT-FILE
		DISPLAY "CHGRPT: " WS-CHANGE-COUNT " CHANGE(S) REPORTED, "
			WS-PENDING-COUNT " AWAITING APPROVAL"
		STOP RUN.
	FEED-SORT-JOURNAL.
		*> No journal yet (status 35) just means no change has ever
		*> been applied; the sort then returns nothing.
		OPEN INPUT CHANGE-JOURNAL-FILE
		EVALUATE JRN-FILE-STATUS
			WHEN "00"
				PERFORM RELEASE-JOURNAL-LINE UNTIL WS-JRN-EOF = "Y"
				CLOSE CHANGE-JOURNAL-FILE
			WHEN "35"
				CONTINUE
			WHEN OTHER
				DISPLAY "CHGRPT: OPEN FAILED FOR CHGJRNL - FILE STATUS "
					JRN-FILE-STATUS
				MOVE 16 TO RETURN-CODE
				STOP RUN
		END-EVALUATE.
	RELEASE-JOURNAL-LINE.
		READ CHANGE-JOURNAL-FILE
			AT END
				MOVE "Y" TO WS-JRN-EOF
			NOT AT END
				ADD 1 TO WS-JOURNAL-SEQ
				MOVE CJ-MASTER TO SR-MASTER
				MOVE CJ-ENTITY-ID TO SR-ENTITY-ID
				MOVE WS-JOURNAL-SEQ TO SR-JOURNAL-SEQ
				MOVE CHANGE-JOURNAL-RECORD TO SR-JOURNAL-LINE
				RELEASE SORT-RECORD
		END-READ.
	WRITE-CHANGE-SECTION.
		PERFORM RETURN-JOURNAL-LINE UNTIL WS-SORT-EOF = "Y"
		IF WS-CHANGE-COUNT = 0
			MOVE "  NONE" TO CHANGE-REPORT-LINE
			PERFORM WRITE-REPORT-DETAIL-LINE
		END-IF.
	RETURN-JOURNAL-LINE.
		RETURN SORT-WORK-FILE
			AT END
				MOVE "Y" TO WS-SORT-EOF
			NOT AT END
				MOVE SR-JOURNAL-LINE TO CHANGE-JOURNAL-RECORD
				IF CJ-MASTER NOT = WS-LAST-MASTER
					OR CJ-ENTITY-ID NOT = WS-LAST-ENTITY-ID
					PERFORM WRITE-ENTITY-HEADING
				END-IF
				IF CJ-IMAGE-TYPE = "B"
					PERFORM WRITE-CHANGE-HEADING
				END-IF
				PERFORM WRITE-IMAGE-LINE
		END-RETURN.
	WRITE-ENTITY-HEADING.
		MOVE CJ-MASTER TO WS-LAST-MASTER
		MOVE CJ-ENTITY-ID TO WS-LAST-ENTITY-ID
		IF CJ-MASTER = "KEY"
			MOVE "KEY" TO WS-MASTER-NAME
		ELSE
			MOVE "PARTNER" TO WS-MASTER-NAME
		END-IF
		MOVE SPACES TO CHANGE-REPORT-LINE
		PERFORM WRITE-REPORT-DETAIL-LINE
		MOVE SPACES TO CHANGE-REPORT-LINE
		STRING WS-MASTER-NAME DELIMITED BY SPACE
			" " DELIMITED BY SIZE
			CJ-ENTITY-ID DELIMITED BY SIZE
			INTO CHANGE-REPORT-LINE
		END-STRING
		PERFORM WRITE-REPORT-DETAIL-LINE.
	WRITE-CHANGE-HEADING.
		*> One heading per change, off its before-image line -- every
		*> applied change journals its before-image first.
		ADD 1 TO WS-CHANGE-COUNT
		MOVE SPACES TO CHANGE-REPORT-LINE
		STRING "  " DELIMITED BY SIZE
			CJ-TIMESTAMP(1:14) DELIMITED BY SIZE
			"  " DELIMITED BY SIZE
			CJ-ACTION DELIMITED BY SIZE
			"  REQUESTED BY " DELIMITED BY SIZE
			CJ-REQUESTED-BY DELIMITED BY SIZE
			" AT " DELIMITED BY SIZE
			CJ-REQUESTED-AT(1:14) DELIMITED BY SIZE
			"  APPROVED BY " DELIMITED BY SIZE
			CJ-APPROVED-BY DELIMITED BY SIZE
			INTO CHANGE-REPORT-LINE
		END-STRING
		PERFORM WRITE-REPORT-DETAIL-LINE.
	WRITE-IMAGE-LINE.
		MOVE SPACES TO CHANGE-REPORT-LINE
		IF CJ-IMAGE-TYPE = "B"
			IF CJ-IMAGE = SPACES
				MOVE "    BEFORE: (NOT ON MASTER)" TO CHANGE-REPORT-LINE
			ELSE
				STRING "    BEFORE: " DELIMITED BY SIZE
					CJ-IMAGE DELIMITED BY SIZE
					INTO CHANGE-REPORT-LINE
				END-STRING
			END-IF
		ELSE
			STRING "    AFTER:  " DELIMITED BY SIZE
				CJ-IMAGE DELIMITED BY SIZE
				INTO CHANGE-REPORT-LINE
			END-STRING
		END-IF
		PERFORM WRITE-REPORT-DETAIL-LINE.
	WRITE-PENDING-SECTION.
		MOVE SPACES TO CHANGE-REPORT-LINE
		PERFORM WRITE-REPORT-DETAIL-LINE
		MOVE "CHANGES AWAITING APPROVAL" TO CHANGE-REPORT-LINE
		PERFORM WRITE-REPORT-DETAIL-LINE
		MOVE "KEYPEND" TO WS-PEND-NAME
		MOVE "KEY" TO WS-MASTER-NAME
		PERFORM LIST-PENDING-FILE
		MOVE "PRTPEND" TO WS-PEND-NAME
		MOVE "PARTNER" TO WS-MASTER-NAME
		PERFORM LIST-PENDING-FILE
		IF WS-PENDING-COUNT = 0
			MOVE "  NONE" TO CHANGE-REPORT-LINE
			PERFORM WRITE-REPORT-DETAIL-LINE
		END-IF.
	LIST-PENDING-FILE.
		*> A pending file that doesn't exist yet has nothing waiting.
		MOVE "N" TO WS-PND-EOF
		OPEN INPUT PENDING-FILE
		EVALUATE PND-FILE-STATUS
			WHEN "00"
				PERFORM LIST-PENDING-RECORD UNTIL WS-PND-EOF = "Y"
				CLOSE PENDING-FILE
			WHEN "35"
				CONTINUE
			WHEN OTHER
				DISPLAY "CHGRPT: OPEN FAILED FOR " WS-PEND-NAME
					" - FILE STATUS " PND-FILE-STATUS
				MOVE 16 TO RETURN-CODE
				STOP RUN
		END-EVALUATE.
	LIST-PENDING-RECORD.
		READ PENDING-FILE
			AT END
				MOVE "Y" TO WS-PND-EOF
			NOT AT END
				ADD 1 TO WS-PENDING-COUNT
				MOVE SPACES TO CHANGE-REPORT-LINE
				STRING "  " DELIMITED BY SIZE
					WS-MASTER-NAME DELIMITED BY SPACE
					" " DELIMITED BY SIZE
					PD-ENTITY-ID DELIMITED BY SIZE
					"  " DELIMITED BY SIZE
					PD-TRANS-CARD(1:6) DELIMITED BY SIZE
					"  REQUESTED BY " DELIMITED BY SIZE
					PD-REQUESTED-BY DELIMITED BY SIZE
					" AT " DELIMITED BY SIZE
					PD-REQUESTED-AT(1:14) DELIMITED BY SIZE
					INTO CHANGE-REPORT-LINE
				END-STRING
				PERFORM WRITE-REPORT-DETAIL-LINE
				MOVE SPACES TO CHANGE-REPORT-LINE
				STRING "    CARD:   " DELIMITED BY SIZE
					PD-TRANS-CARD DELIMITED BY SIZE
					INTO CHANGE-REPORT-LINE
				END-STRING
				PERFORM WRITE-REPORT-DETAIL-LINE
		END-READ.
	WRITE-REPORT-HEADER.
		*> Starts the first page and re-starts every page after, the
		*> same way the SOLVE and AUDRPT reports do.
		MOVE SPACES TO CHANGE-REPORT-LINE
		STRING "MASTER CHANGE REPORT - RUN " DELIMITED BY SIZE
			WS-TIMESTAMP DELIMITED BY SIZE
			"  PAGE " DELIMITED BY SIZE
			WS-PAGE-NUM DELIMITED BY SIZE
			INTO CHANGE-REPORT-LINE
		END-STRING
		PERFORM WRITE-CHANGE-REPORT-LINE
		MOVE SPACES TO CHANGE-REPORT-LINE
		PERFORM WRITE-CHANGE-REPORT-LINE
		MOVE 0 TO WS-LINES-ON-PAGE
		ADD 1 TO WS-PAGE-NUM.
	WRITE-REPORT-DETAIL-LINE.
		IF WS-LINES-ON-PAGE = WS-LINES-PER-PAGE
			MOVE CHANGE-REPORT-LINE TO WS-HOLD-LINE
			PERFORM WRITE-REPORT-HEADER
			MOVE WS-HOLD-LINE TO CHANGE-REPORT-LINE
		END-IF
		PERFORM WRITE-CHANGE-REPORT-LINE
		ADD 1 TO WS-LINES-ON-PAGE.
	WRITE-CHANGE-REPORT-LINE.
		WRITE CHANGE-REPORT-LINE
		IF CRP-FILE-STATUS NOT = "00"
			DISPLAY "CHGRPT: WRITE FAILED FOR CHGRPT - FILE STATUS "
				CRP-FILE-STATUS
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
END PROGRAM CHGRPT.
