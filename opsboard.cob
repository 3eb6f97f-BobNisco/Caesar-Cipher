	   >>SOURCE FORMAT IS FREE
*> OPSBOARD is the shift-handover sheet for the nightly cycle.  The
*> morning question -- did last night's batch go through clean, and
*> what does the day shift have to chase -- used to mean opening six
*> reports: BREGRPT for whether the batch closed, BALRPT for whether
*> it balanced, TRENDRPT for how long it ran, XMITLOG for whether the
*> partner acknowledged, KEYRPT for keys about to expire, and HSKPRPT
*> for whether housekeeping rolled or RETAINED.  This reads the same
*> sources those reports are cut from -- BATCHREG, RUNSTATS, the
*> verdict line BALANCE wrote on BALRPT, XMITLOG, KEYFILE, RCYFILE,
*> and the HKCATLG catalog -- and prints one page with a GREEN /
*> AMBER / RED line per step of the cycle and an overall line at the
*> foot.  GREEN needs nothing, AMBER needs a look today, RED needs
*> someone now.  The run ends with RETURN-CODE 8 if any step is RED
*> and 4 if any is AMBER, so the scheduler can page on the board
*> itself without anyone reading it.
*>
*> The cycle on the board is the batch on BATCHREG's last line -- the
*> most recent deck CAESAR accepted, supplemental or not -- unless
*> OPSBATCH names a batch id to board instead (the RESTARTAT
*> environment-variable convention), which is how the day shift
*> re-boards an earlier night.  The run window defaults to 240
*> minutes and is overridden by OPSWINDOW (in minutes); the key
*> expiry horizon is KEYRPT's own EXPWARN, default 7 days (business
*> days on the processing calendar when it carries a "B"), so the two
*> reports never disagree about what "about to expire" means.
*>
*> What each line judges:
*>   BATCH REGISTER  latest register line for the batch: closed with
*>                   RC 00 GREEN, RC 04 AMBER; higher, never closed
*>                   out, or not on the register RED
*>   RUN WINDOW      latest RUNSTATS line for the batch: missing RED;
*>                   restarted or over the window AMBER
*>   BALANCE         BALRPT's VERDICT line: IN BALANCE GREEN; out of
*>                   balance, no verdict, or a report older than the
*>                   run's end RED
*>   TRANSMISSION    XMITLOG, latest line per batch wins: any batch
*>                   disputed RED; any still pending, or tonight's
*>                   batch never transmitted, AMBER (a split stream
*>                   goes out in its parent's merged file)
*>   KEY EXPIRY      KEYFILE: an active key already past expiry RED;
*>                   one expiring inside the horizon AMBER
*>   RECYCLE         RCYFILE: rejected sets captured and awaiting a
*>                   supplemental run AMBER
*>   HOUSEKEEPING    HKCATLG: no AUDITLOG generation rolled on or
*>                   after the run's end date AMBER (HOUSEKP retained
*>                   the files or has not run yet)

IDENTIFICATION DIVISION.
PROGRAM-ID. OPSBOARD.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT BATCH-REGISTER-FILE ASSIGN TO "BATCHREG"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS REG-FILE-STATUS.
	SELECT RUN-STATS-FILE ASSIGN TO "RUNSTATS"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS STA-FILE-STATUS.
	SELECT BALANCE-REPORT-FILE ASSIGN TO "BALRPT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS BAL-FILE-STATUS.
	SELECT XMIT-LOG-FILE ASSIGN TO "XMITLOG"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS XLG-FILE-STATUS.
	SELECT KEY-MASTER-FILE ASSIGN TO "KEYFILE"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS KEY-FILE-STATUS.
	SELECT RECYCLE-FILE ASSIGN TO "RCYFILE"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS RCY-FILE-STATUS.
	SELECT CATALOG-FILE ASSIGN TO "HKCATLG"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS CAT-FILE-STATUS.
	SELECT OPS-REPORT-FILE ASSIGN TO "OPSRPT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS OPS-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  BATCH-REGISTER-FILE.
COPY "BREGREC.cpy".
FD  RUN-STATS-FILE.
COPY "RUNSTREC.cpy".
FD  BALANCE-REPORT-FILE.
COPY "BALRPTL.cpy".
FD  XMIT-LOG-FILE.
COPY "XMITLOG.cpy".
FD  KEY-MASTER-FILE.
COPY "KEYREC.cpy".
FD  RECYCLE-FILE.
COPY "RCYREC.cpy".
FD  CATALOG-FILE.
COPY "HKCATRC.cpy".
FD  OPS-REPORT-FILE.
COPY "OPSRPTL.cpy".
WORKING-STORAGE SECTION.
01 REG-FILE-STATUS         PIC XX.
01 STA-FILE-STATUS         PIC XX.
01 BAL-FILE-STATUS         PIC XX.
01 XLG-FILE-STATUS         PIC XX.
01 KEY-FILE-STATUS         PIC XX.
01 RCY-FILE-STATUS         PIC XX.
01 CAT-FILE-STATUS         PIC XX.
01 OPS-FILE-STATUS         PIC XX.
01 WS-EOF                  PIC X.
01 WS-TIMESTAMP            PIC X(21).
01 WS-TODAY-INT            PIC 9(8) COMP.
01 WS-BATCH-PARM           PIC X(8).
01 WS-WINDOW-PARM          PIC X(6).
01 WS-WINDOW-MINUTES       PIC 9(4) VALUE 240.
01 WS-WARN-PARM            PIC X(4).
01 WS-WARN-DAYS            PIC 999 VALUE 7.
*> EXPWARN's "B" suffix (business days) is read exactly as KEYRPT
*> reads it, and the horizon turned into the same calendar-day limit.
01 WS-WARN-B-COUNT         PIC 9.
01 WS-WARN-BUSINESS        PIC X VALUE "N".
01 WS-WARN-LIMIT           PIC S9(5) COMP.
01 WS-BD-FUNCTION          PIC X.
01 WS-BD-DATE              PIC X(8).
01 WS-BD-COUNT             PIC S9(4) COMP.
01 WS-BD-RESULT            PIC X(8).
01 WS-BD-BUSINESS          PIC X.
01 WS-BD-CALENDAR          PIC X.
*> The cycle being boarded, and the register's view of it: the
*> latest line for its batch id is its current state, the same
*> latest-line-wins reading CAESAR's own register check makes.
01 WS-CYCLE-BATCH          PIC X(8) VALUE SPACES.
01 WS-REG-MISSING          PIC X VALUE "N".
01 WS-REG-LINES            PIC 9(6) VALUE 0.
01 WS-CYC-FOUND            PIC X VALUE "N".
01 WS-CYC-RUN-DATE         PIC X(8) VALUE SPACES.
01 WS-CYC-RC               PIC 99 VALUE 0.
01 WS-CYC-DISP             PIC X VALUE SPACE.
01 WS-LAST-BATCH           PIC X(8) VALUE SPACES.
01 WS-LAST-RUN-DATE        PIC X(8) VALUE SPACES.
01 WS-LAST-RC              PIC 99 VALUE 0.
01 WS-LAST-DISP            PIC X VALUE SPACE.
*> The latest RUNSTATS line for the cycle batch -- a restarted run
*> appends a line per attempt, and the last one is the run that
*> finished.
01 WS-RS-FOUND             PIC X VALUE "N".
01 WS-RS-START-TS          PIC X(21).
01 WS-RS-END-TS            PIC X(21).
01 WS-RS-DETAILS           PIC 9(6).
01 WS-RS-REJECTS           PIC 9(6).
01 WS-RS-RESTART           PIC X.
01 WS-RS-RC                PIC 99.
*> Elapsed time is worked exactly as TRENDRPT works it, days
*> carried through INTEGER-OF-DATE so a run that crosses midnight
*> still comes out positive.
01 WS-TS-WORK              PIC X(21).
01 WS-TS-DATE-INT          PIC 9(8) COMP.
01 WS-TS-SECS              PIC 9(12) COMP.
01 WS-START-SECS           PIC 9(12) COMP.
01 WS-END-SECS             PIC 9(12) COMP.
01 WS-ELAPSED-SECS         PIC S9(7) COMP.
01 WS-ELAPSED-PRINT        PIC 9(6).
01 WS-CYCLE-END-DATE       PIC X(8) VALUE SPACES.
01 WS-BAL-MISSING          PIC X VALUE "N".
01 WS-BAL-TS               PIC X(21) VALUE SPACES.
01 WS-BAL-VERDICT          PIC X(60) VALUE SPACES.
*> Transmissions not yet settled, one slot per batch whose latest
*> XMITLOG line is "P" or "D"; an "M" line clears the slot.  Bounded
*> the way ACKMATCH's pending table is -- by transmissions open at
*> once, not by the length of the journal.
01 WS-XLG-MISSING          PIC X VALUE "N".
01 WS-XL-CYC-STATUS        PIC X VALUE SPACE.
01 WS-XL-CYC-TS            PIC X(21) VALUE SPACES.
01 WS-XL-CYC-EXACT         PIC X VALUE "N".
01 WS-XB-MATCH             PIC X.
01 WS-UNS-TABLE.
	05 WS-UNS-ENTRY OCCURS 200 TIMES.
		10 WS-UNS-BATCH-ID PIC X(8).
		10 WS-UNS-STATUS   PIC X.
01 WS-UNS-COUNT            PIC 999 VALUE 0.
01 WS-UNS-IDX              PIC 999.
01 WS-UNS-HIT              PIC X.
01 WS-PENDING-COUNT        PIC 9(4) VALUE 0.
01 WS-DISPUTED-COUNT       PIC 9(4) VALUE 0.
01 WS-FIRST-DISPUTED       PIC X(8) VALUE SPACES.
01 WS-KEY-MISSING          PIC X VALUE "N".
01 WS-ACTIVE-KEYS          PIC 9(4) VALUE 0.
01 WS-EXPIRING-KEYS        PIC 9(4) VALUE 0.
01 WS-EXPIRED-KEYS         PIC 9(4) VALUE 0.
01 WS-EXP-DATE-NUM         PIC 9(8).
01 WS-EXP-INT              PIC 9(8) COMP.
01 WS-DAYS-LEFT            PIC S9(5) COMP.
01 WS-SOONEST-DAYS         PIC S9(5) COMP VALUE 99999.
01 WS-SOONEST-KEY          PIC X(8) VALUE SPACES.
01 WS-SOONEST-EXP          PIC X(8) VALUE SPACES.
01 WS-RCY-SETS             PIC 9(6) VALUE 0.
01 WS-RCY-BATCH            PIC X(8) VALUE SPACES.
01 WS-CAT-MISSING          PIC X VALUE "N".
01 WS-CAT-GENS             PIC 9(4) VALUE 0.
01 WS-CAT-AUDIT-DATE       PIC X(8) VALUE SPACES.
*> One board line: step name, colour, and what the colour is about.
01 WS-STEP-NAME            PIC X(14).
01 WS-STEP-RAG             PIC X(5).
01 WS-STEP-DETAIL          PIC X(78).
01 WS-DETAIL-PTR           PIC 99.
01 WS-RED-COUNT            PIC 99 VALUE 0.
01 WS-AMBER-COUNT          PIC 99 VALUE 0.
01 WS-GREEN-COUNT          PIC 99 VALUE 0.
PROCEDURE DIVISION.
	MAIN-CONTROL.
		MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
		MOVE FUNCTION INTEGER-OF-DATE(
			FUNCTION NUMVAL(WS-TIMESTAMP(1:8))) TO WS-TODAY-INT
		PERFORM GET-BOARD-PARAMETERS
		PERFORM READ-BATCH-REGISTER
		PERFORM READ-RUN-STATS
		PERFORM READ-BALANCE-VERDICT
		PERFORM READ-TRANSMISSION-LOG
		PERFORM READ-KEY-MASTER
		PERFORM READ-RECYCLE-CAPTURE
		PERFORM READ-HOUSEKEEPING-CATALOG
		PERFORM OPEN-REPORT-FILE
		PERFORM WRITE-REPORT-HEADER
		PERFORM BOARD-BATCH-REGISTER
		PERFORM BOARD-RUN-WINDOW
		PERFORM BOARD-BALANCE
		PERFORM BOARD-TRANSMISSION
		PERFORM BOARD-KEY-EXPIRY
		PERFORM BOARD-RECYCLE
		PERFORM BOARD-HOUSEKEEPING
		PERFORM WRITE-OVERALL-LINE
		CLOSE OPS-REPORT-FILE
		EVALUATE TRUE
			WHEN WS-RED-COUNT > 0
				MOVE 8 TO RETURN-CODE
			WHEN WS-AMBER-COUNT > 0
				MOVE 4 TO RETURN-CODE
		END-EVALUATE
		STOP RUN.
	GET-BOARD-PARAMETERS.
		MOVE SPACES TO WS-BATCH-PARM
		ACCEPT WS-BATCH-PARM FROM ENVIRONMENT "OPSBATCH"
		MOVE SPACES TO WS-WINDOW-PARM
		ACCEPT WS-WINDOW-PARM FROM ENVIRONMENT "OPSWINDOW"
		IF FUNCTION TRIM(WS-WINDOW-PARM) NOT = SPACES
			MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-WINDOW-PARM))
				TO WS-WINDOW-MINUTES
		END-IF
		MOVE SPACES TO WS-WARN-PARM
		ACCEPT WS-WARN-PARM FROM ENVIRONMENT "EXPWARN"
		MOVE 0 TO WS-WARN-B-COUNT
		INSPECT WS-WARN-PARM TALLYING WS-WARN-B-COUNT FOR ALL "B"
		IF WS-WARN-B-COUNT > 0
			MOVE "Y" TO WS-WARN-BUSINESS
			INSPECT WS-WARN-PARM REPLACING ALL "B" BY SPACE
		END-IF
		IF FUNCTION TRIM(WS-WARN-PARM) NOT = SPACES
			MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-WARN-PARM))
				TO WS-WARN-DAYS
		END-IF
		MOVE WS-WARN-DAYS TO WS-WARN-LIMIT
		IF WS-WARN-BUSINESS = "Y"
			MOVE "A" TO WS-BD-FUNCTION
			MOVE WS-TIMESTAMP(1:8) TO WS-BD-DATE
			MOVE WS-WARN-DAYS TO WS-BD-COUNT
			CALL 'BUSDAY' USING BY CONTENT WS-BD-FUNCTION WS-BD-DATE
				WS-BD-COUNT
				BY REFERENCE WS-BD-RESULT WS-BD-BUSINESS WS-BD-CALENDAR
			COMPUTE WS-WARN-LIMIT = FUNCTION INTEGER-OF-DATE(
				FUNCTION NUMVAL(WS-BD-RESULT)) - WS-TODAY-INT
		END-IF.
	READ-BATCH-REGISTER.
		*> Every source on this board is optional: a file that isn't
		*> there is itself a finding for its line, never a reason to
		*> leave the whole board unprinted.
		OPEN INPUT BATCH-REGISTER-FILE
		EVALUATE REG-FILE-STATUS
			WHEN "00"
				CONTINUE
			WHEN "35"
				MOVE "Y" TO WS-REG-MISSING
				EXIT PARAGRAPH
			WHEN OTHER
				DISPLAY "OPSBOARD: OPEN FAILED FOR BATCHREG - FILE STATUS "
					REG-FILE-STATUS
				MOVE 16 TO RETURN-CODE
				STOP RUN
		END-EVALUATE
		MOVE WS-BATCH-PARM TO WS-CYCLE-BATCH
		MOVE "N" TO WS-EOF
		PERFORM READ-ONE-REGISTER-LINE UNTIL WS-EOF = "Y"
		CLOSE BATCH-REGISTER-FILE
		*> With no batch named, the cycle is whatever the register's
		*> last line was about, and that line is its latest state.
		IF WS-BATCH-PARM = SPACES AND WS-REG-LINES > 0
			MOVE WS-LAST-BATCH TO WS-CYCLE-BATCH
			MOVE "Y" TO WS-CYC-FOUND
			MOVE WS-LAST-RUN-DATE TO WS-CYC-RUN-DATE
			MOVE WS-LAST-RC TO WS-CYC-RC
			MOVE WS-LAST-DISP TO WS-CYC-DISP
		END-IF.
	READ-ONE-REGISTER-LINE.
		READ BATCH-REGISTER-FILE
			AT END
				MOVE "Y" TO WS-EOF
			NOT AT END
				ADD 1 TO WS-REG-LINES
				MOVE BR-BATCH-ID TO WS-LAST-BATCH
				MOVE BR-RUN-DATE TO WS-LAST-RUN-DATE
				MOVE BR-RETURN-CODE TO WS-LAST-RC
				MOVE BR-DISPOSITION TO WS-LAST-DISP
				IF WS-BATCH-PARM NOT = SPACES
						AND BR-BATCH-ID = WS-BATCH-PARM
					MOVE "Y" TO WS-CYC-FOUND
					MOVE BR-RUN-DATE TO WS-CYC-RUN-DATE
					MOVE BR-RETURN-CODE TO WS-CYC-RC
					MOVE BR-DISPOSITION TO WS-CYC-DISP
				END-IF
		END-READ.
	READ-RUN-STATS.
		OPEN INPUT RUN-STATS-FILE
		EVALUATE STA-FILE-STATUS
			WHEN "00"
				CONTINUE
			WHEN "35"
				EXIT PARAGRAPH
			WHEN OTHER
				DISPLAY "OPSBOARD: OPEN FAILED FOR RUNSTATS - FILE STATUS "
					STA-FILE-STATUS
				MOVE 16 TO RETURN-CODE
				STOP RUN
		END-EVALUATE
		MOVE "N" TO WS-EOF
		PERFORM READ-ONE-RUN-STATS-LINE UNTIL WS-EOF = "Y"
		CLOSE RUN-STATS-FILE
		*> Housekeeping and BALANCE both run after CAESAR ends, so the
		*> run's end date is what their evidence is dated against;
		*> with no stats line the register's run date stands in.
		IF WS-RS-FOUND = "Y"
			MOVE WS-RS-END-TS(1:8) TO WS-CYCLE-END-DATE
		ELSE
			MOVE WS-CYC-RUN-DATE TO WS-CYCLE-END-DATE
		END-IF.
	READ-ONE-RUN-STATS-LINE.
		READ RUN-STATS-FILE
			AT END
				MOVE "Y" TO WS-EOF
			NOT AT END
				IF RS-BATCH-ID = WS-CYCLE-BATCH
						AND WS-CYCLE-BATCH NOT = SPACES
					MOVE "Y" TO WS-RS-FOUND
					MOVE RS-START-TS TO WS-RS-START-TS
					MOVE RS-END-TS TO WS-RS-END-TS
					MOVE RS-DETAIL-COUNT TO WS-RS-DETAILS
					MOVE RS-REJECT-COUNT TO WS-RS-REJECTS
					MOVE RS-RESTART-FLAG TO WS-RS-RESTART
					MOVE RS-RETURN-CODE TO WS-RS-RC
				END-IF
		END-READ.
	READ-BALANCE-VERDICT.
		*> BALANCE's report is one page: the run timestamp on its
		*> first line and the verdict on its last.  Only those two
		*> lines matter here -- the detail behind an OUT OF BALANCE
		*> is on BALRPT itself.
		OPEN INPUT BALANCE-REPORT-FILE
		EVALUATE BAL-FILE-STATUS
			WHEN "00"
				CONTINUE
			WHEN "35"
				MOVE "Y" TO WS-BAL-MISSING
				EXIT PARAGRAPH
			WHEN OTHER
				DISPLAY "OPSBOARD: OPEN FAILED FOR BALRPT - FILE STATUS "
					BAL-FILE-STATUS
				MOVE 16 TO RETURN-CODE
				STOP RUN
		END-EVALUATE
		MOVE "N" TO WS-EOF
		PERFORM READ-ONE-BALANCE-LINE UNTIL WS-EOF = "Y"
		CLOSE BALANCE-REPORT-FILE.
	READ-ONE-BALANCE-LINE.
		READ BALANCE-REPORT-FILE
			AT END
				MOVE "Y" TO WS-EOF
			NOT AT END
				IF BALANCE-REPORT-LINE(1:41) =
						"CAESAR CROSS-FILE BALANCING REPORT - RUN "
					MOVE BALANCE-REPORT-LINE(42:21) TO WS-BAL-TS
				END-IF
				IF BALANCE-REPORT-LINE(1:8) = "VERDICT:"
					MOVE BALANCE-REPORT-LINE(10:60) TO WS-BAL-VERDICT
				END-IF
		END-READ.
	READ-TRANSMISSION-LOG.
		OPEN INPUT XMIT-LOG-FILE
		EVALUATE XLG-FILE-STATUS
			WHEN "00"
				CONTINUE
			WHEN "35"
				MOVE "Y" TO WS-XLG-MISSING
				EXIT PARAGRAPH
			WHEN OTHER
				DISPLAY "OPSBOARD: OPEN FAILED FOR XMITLOG - FILE STATUS "
					XLG-FILE-STATUS
				MOVE 16 TO RETURN-CODE
				STOP RUN
		END-EVALUATE
		MOVE "N" TO WS-EOF
		PERFORM READ-ONE-TRANSMISSION-LINE UNTIL WS-EOF = "Y"
		CLOSE XMIT-LOG-FILE
		PERFORM VARYING WS-UNS-IDX FROM 1 BY 1
				UNTIL WS-UNS-IDX > WS-UNS-COUNT
			EVALUATE WS-UNS-STATUS(WS-UNS-IDX)
				WHEN "P"
					ADD 1 TO WS-PENDING-COUNT
				WHEN "D"
					ADD 1 TO WS-DISPUTED-COUNT
					IF WS-FIRST-DISPUTED = SPACES
						MOVE WS-UNS-BATCH-ID(WS-UNS-IDX)
							TO WS-FIRST-DISPUTED
					END-IF
			END-EVALUATE
		END-PERFORM.
	READ-ONE-TRANSMISSION-LINE.
		READ XMIT-LOG-FILE
			AT END
				MOVE "Y" TO WS-EOF
			NOT AT END
				PERFORM MATCH-CYCLE-TRANSMISSION
				IF XL-ACK-STATUS = "M"
					PERFORM SETTLE-TRANSMISSION
				ELSE
					PERFORM TRACK-UNSETTLED-TRANSMISSION
				END-IF
		END-READ.
	MATCH-CYCLE-TRANSMISSION.
		*> On a split night the register's last line is one of the
		*> streams, but the merged file went out under the parent id
		*> (XMITBAT); a line for the cycle batch's own id wins.
		CALL 'XMITBAT' USING BY CONTENT WS-CYCLE-BATCH XL-BATCH-ID
			BY REFERENCE WS-XB-MATCH
		EVALUATE TRUE
			WHEN WS-XB-MATCH = "E"
				MOVE XL-ACK-STATUS TO WS-XL-CYC-STATUS
				MOVE XL-TIMESTAMP TO WS-XL-CYC-TS
				MOVE "Y" TO WS-XL-CYC-EXACT
			WHEN WS-XB-MATCH = "S" AND WS-XL-CYC-EXACT = "N"
				MOVE XL-ACK-STATUS TO WS-XL-CYC-STATUS
				MOVE XL-TIMESTAMP TO WS-XL-CYC-TS
		END-EVALUATE.
	TRACK-UNSETTLED-TRANSMISSION.
		MOVE "N" TO WS-UNS-HIT
		PERFORM VARYING WS-UNS-IDX FROM 1 BY 1
				UNTIL WS-UNS-IDX > WS-UNS-COUNT
			IF WS-UNS-BATCH-ID(WS-UNS-IDX) = XL-BATCH-ID
				MOVE "Y" TO WS-UNS-HIT
				MOVE XL-ACK-STATUS TO WS-UNS-STATUS(WS-UNS-IDX)
			END-IF
		END-PERFORM
		IF WS-UNS-HIT = "Y"
			EXIT PARAGRAPH
		END-IF
		*> Re-use a settled slot before growing the table, so the
		*> bound really is transmissions unsettled at once.
		PERFORM VARYING WS-UNS-IDX FROM 1 BY 1
				UNTIL WS-UNS-IDX > WS-UNS-COUNT
				OR WS-UNS-HIT = "Y"
			IF WS-UNS-BATCH-ID(WS-UNS-IDX) = SPACES
				MOVE "Y" TO WS-UNS-HIT
				MOVE XL-BATCH-ID TO WS-UNS-BATCH-ID(WS-UNS-IDX)
				MOVE XL-ACK-STATUS TO WS-UNS-STATUS(WS-UNS-IDX)
			END-IF
		END-PERFORM
		IF WS-UNS-HIT = "N"
			IF WS-UNS-COUNT = 200
				DISPLAY "OPSBOARD: MORE THAN 200 TRANSMISSIONS"
					" UNSETTLED AT ONCE"
				MOVE 16 TO RETURN-CODE
				STOP RUN
			END-IF
			ADD 1 TO WS-UNS-COUNT
			MOVE XL-BATCH-ID TO WS-UNS-BATCH-ID(WS-UNS-COUNT)
			MOVE XL-ACK-STATUS TO WS-UNS-STATUS(WS-UNS-COUNT)
		END-IF.
	SETTLE-TRANSMISSION.
		PERFORM VARYING WS-UNS-IDX FROM 1 BY 1
				UNTIL WS-UNS-IDX > WS-UNS-COUNT
			IF WS-UNS-BATCH-ID(WS-UNS-IDX) = XL-BATCH-ID
				MOVE SPACES TO WS-UNS-BATCH-ID(WS-UNS-IDX)
				MOVE SPACE TO WS-UNS-STATUS(WS-UNS-IDX)
			END-IF
		END-PERFORM.
	READ-KEY-MASTER.
		*> Streamed, not tabled -- only counts and the soonest expiry
		*> are wanted, never a lookup.
		OPEN INPUT KEY-MASTER-FILE
		EVALUATE KEY-FILE-STATUS
			WHEN "00"
				CONTINUE
			WHEN "35"
				MOVE "Y" TO WS-KEY-MISSING
				EXIT PARAGRAPH
			WHEN OTHER
				DISPLAY "OPSBOARD: OPEN FAILED FOR KEYFILE - FILE STATUS "
					KEY-FILE-STATUS
				MOVE 16 TO RETURN-CODE
				STOP RUN
		END-EVALUATE
		MOVE "N" TO WS-EOF
		PERFORM READ-ONE-KEY-RECORD UNTIL WS-EOF = "Y"
		CLOSE KEY-MASTER-FILE.
	READ-ONE-KEY-RECORD.
		READ KEY-MASTER-FILE
			AT END
				MOVE "Y" TO WS-EOF
			NOT AT END
				IF KY-STATUS = "A"
					PERFORM CHECK-ONE-KEY-EXPIRY
				END-IF
		END-READ.
	CHECK-ONE-KEY-EXPIRY.
		*> KY-EXP-DATE is inclusive, so a key expiring today still
		*> enciphers today; one already past it is live on the master
		*> but will reject every card that names it.
		ADD 1 TO WS-ACTIVE-KEYS
		IF KY-EXP-DATE NOT NUMERIC
			EXIT PARAGRAPH
		END-IF
		MOVE FUNCTION NUMVAL(KY-EXP-DATE) TO WS-EXP-DATE-NUM
		MOVE FUNCTION INTEGER-OF-DATE(WS-EXP-DATE-NUM) TO WS-EXP-INT
		COMPUTE WS-DAYS-LEFT = WS-EXP-INT - WS-TODAY-INT
		EVALUATE TRUE
			WHEN WS-DAYS-LEFT < 0
				ADD 1 TO WS-EXPIRED-KEYS
			WHEN WS-DAYS-LEFT <= WS-WARN-LIMIT
				ADD 1 TO WS-EXPIRING-KEYS
			WHEN OTHER
				EXIT PARAGRAPH
		END-EVALUATE
		IF WS-DAYS-LEFT < WS-SOONEST-DAYS
			MOVE WS-DAYS-LEFT TO WS-SOONEST-DAYS
			MOVE KY-KEY-ID TO WS-SOONEST-KEY
			MOVE KY-EXP-DATE TO WS-SOONEST-EXP
		END-IF.
	READ-RECYCLE-CAPTURE.
		*> One RC-CARD-SEG 1 line per captured set; a missing capture
		*> file is the same as an empty one -- nothing rejected.
		OPEN INPUT RECYCLE-FILE
		EVALUATE RCY-FILE-STATUS
			WHEN "00"
				CONTINUE
			WHEN "35"
				EXIT PARAGRAPH
			WHEN OTHER
				DISPLAY "OPSBOARD: OPEN FAILED FOR RCYFILE - FILE STATUS "
					RCY-FILE-STATUS
				MOVE 16 TO RETURN-CODE
				STOP RUN
		END-EVALUATE
		MOVE "N" TO WS-EOF
		PERFORM READ-ONE-RECYCLE-LINE UNTIL WS-EOF = "Y"
		CLOSE RECYCLE-FILE.
	READ-ONE-RECYCLE-LINE.
		READ RECYCLE-FILE
			AT END
				MOVE "Y" TO WS-EOF
			NOT AT END
				IF RC-CARD-SEG = 1
					ADD 1 TO WS-RCY-SETS
					MOVE RC-BATCH-ID TO WS-RCY-BATCH
				END-IF
		END-READ.
	READ-HOUSEKEEPING-CATALOG.
		OPEN INPUT CATALOG-FILE
		EVALUATE CAT-FILE-STATUS
			WHEN "00"
				CONTINUE
			WHEN "35"
				MOVE "Y" TO WS-CAT-MISSING
				EXIT PARAGRAPH
			WHEN OTHER
				DISPLAY "OPSBOARD: OPEN FAILED FOR HKCATLG - FILE STATUS "
					CAT-FILE-STATUS
				MOVE 16 TO RETURN-CODE
				STOP RUN
		END-EVALUATE
		MOVE "N" TO WS-EOF
		PERFORM READ-ONE-CATALOG-LINE UNTIL WS-EOF = "Y"
		CLOSE CATALOG-FILE.
	READ-ONE-CATALOG-LINE.
		*> AUDITLOG is the file HOUSEKP always rolls first on a clean
		*> cycle, so its newest generation date says when the last
		*> roll happened.
		READ CATALOG-FILE
			AT END
				MOVE "Y" TO WS-EOF
			NOT AT END
				ADD 1 TO WS-CAT-GENS
				IF HC-FILE-ID = "AUDITLOG"
						AND HC-GEN-DATE > WS-CAT-AUDIT-DATE
					MOVE HC-GEN-DATE TO WS-CAT-AUDIT-DATE
				END-IF
		END-READ.
	OPEN-REPORT-FILE.
		OPEN OUTPUT OPS-REPORT-FILE
		IF OPS-FILE-STATUS NOT = "00"
			DISPLAY "OPSBOARD: OPEN FAILED FOR OPSRPT - FILE STATUS "
				OPS-FILE-STATUS
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
	BOARD-BATCH-REGISTER.
		MOVE "BATCH REGISTER" TO WS-STEP-NAME
		MOVE SPACES TO WS-STEP-DETAIL
		EVALUATE TRUE
			WHEN WS-REG-MISSING = "Y" OR WS-REG-LINES = 0
				MOVE "RED" TO WS-STEP-RAG
				MOVE "NO BATCH REGISTER ON FILE - NO RUN RECORDED"
					TO WS-STEP-DETAIL
			WHEN WS-CYC-FOUND = "N"
				MOVE "RED" TO WS-STEP-RAG
				STRING "BATCH " DELIMITED BY SIZE
					WS-CYCLE-BATCH DELIMITED BY SIZE
					" IS NOT ON THE REGISTER" DELIMITED BY SIZE
					INTO WS-STEP-DETAIL
				END-STRING
			WHEN WS-CYC-DISP = "A"
				MOVE "RED" TO WS-STEP-RAG
				STRING "BATCH " DELIMITED BY SIZE
					WS-CYCLE-BATCH DELIMITED BY SIZE
					" RUN " DELIMITED BY SIZE
					WS-CYC-RUN-DATE DELIMITED BY SIZE
					" ACCEPTED BUT NEVER CLOSED OUT" DELIMITED BY SIZE
					INTO WS-STEP-DETAIL
				END-STRING
			WHEN OTHER
				EVALUATE TRUE
					WHEN WS-CYC-RC = 0
						MOVE "GREEN" TO WS-STEP-RAG
					WHEN WS-CYC-RC = 4
						MOVE "AMBER" TO WS-STEP-RAG
					WHEN OTHER
						MOVE "RED" TO WS-STEP-RAG
				END-EVALUATE
				MOVE 1 TO WS-DETAIL-PTR
				STRING "BATCH " DELIMITED BY SIZE
					WS-CYCLE-BATCH DELIMITED BY SIZE
					" RUN " DELIMITED BY SIZE
					WS-CYC-RUN-DATE DELIMITED BY SIZE
					" CLOSED " DELIMITED BY SIZE
					WS-CYC-DISP DELIMITED BY SIZE
					" RC " DELIMITED BY SIZE
					WS-CYC-RC DELIMITED BY SIZE
					INTO WS-STEP-DETAIL
					WITH POINTER WS-DETAIL-PTR
				END-STRING
				IF WS-CYC-DISP = "R"
					STRING " (AUTHORIZED RERUN)" DELIMITED BY SIZE
						INTO WS-STEP-DETAIL
						WITH POINTER WS-DETAIL-PTR
					END-STRING
				END-IF
		END-EVALUATE
		PERFORM WRITE-STEP-LINE.
	BOARD-RUN-WINDOW.
		MOVE "RUN WINDOW" TO WS-STEP-NAME
		MOVE SPACES TO WS-STEP-DETAIL
		IF WS-RS-FOUND = "N"
			MOVE "RED" TO WS-STEP-RAG
			MOVE "NO RUNSTATS LINE FOR THE BATCH - RUN DID NOT FINISH"
				TO WS-STEP-DETAIL
			PERFORM WRITE-STEP-LINE
			EXIT PARAGRAPH
		END-IF
		MOVE WS-RS-START-TS TO WS-TS-WORK
		PERFORM TIMESTAMP-TO-SECONDS
		MOVE WS-TS-SECS TO WS-START-SECS
		MOVE WS-RS-END-TS TO WS-TS-WORK
		PERFORM TIMESTAMP-TO-SECONDS
		MOVE WS-TS-SECS TO WS-END-SECS
		COMPUTE WS-ELAPSED-SECS = WS-END-SECS - WS-START-SECS
		IF WS-ELAPSED-SECS < 0
			MOVE 0 TO WS-ELAPSED-SECS
		END-IF
		MOVE WS-ELAPSED-SECS TO WS-ELAPSED-PRINT
		IF WS-ELAPSED-SECS > WS-WINDOW-MINUTES * 60
				OR WS-RS-RESTART = "Y"
			MOVE "AMBER" TO WS-STEP-RAG
		ELSE
			MOVE "GREEN" TO WS-STEP-RAG
		END-IF
		STRING "ELAPSED " DELIMITED BY SIZE
			WS-ELAPSED-PRINT DELIMITED BY SIZE
			" S OF " DELIMITED BY SIZE
			WS-WINDOW-MINUTES DELIMITED BY SIZE
			" MIN  DETAILS " DELIMITED BY SIZE
			WS-RS-DETAILS DELIMITED BY SIZE
			" REJECTS " DELIMITED BY SIZE
			WS-RS-REJECTS DELIMITED BY SIZE
			" RESTARTED " DELIMITED BY SIZE
			WS-RS-RESTART DELIMITED BY SIZE
			INTO WS-STEP-DETAIL
		END-STRING
		PERFORM WRITE-STEP-LINE.
	TIMESTAMP-TO-SECONDS.
		MOVE FUNCTION NUMVAL(WS-TS-WORK(1:8)) TO WS-TS-DATE-INT
		COMPUTE WS-TS-SECS =
			FUNCTION INTEGER-OF-DATE(WS-TS-DATE-INT) * 86400
			+ FUNCTION NUMVAL(WS-TS-WORK(9:2)) * 3600
			+ FUNCTION NUMVAL(WS-TS-WORK(11:2)) * 60
			+ FUNCTION NUMVAL(WS-TS-WORK(13:2)).
	BOARD-BALANCE.
		*> A BALRPT written before the run ended is yesterday's
		*> verdict, not tonight's -- BALANCE didn't run after CAESAR.
		MOVE "BALANCE" TO WS-STEP-NAME
		MOVE SPACES TO WS-STEP-DETAIL
		EVALUATE TRUE
			WHEN WS-BAL-MISSING = "Y"
				MOVE "RED" TO WS-STEP-RAG
				MOVE "NO BALRPT ON FILE - BALANCE DID NOT RUN"
					TO WS-STEP-DETAIL
			WHEN WS-BAL-VERDICT = SPACES
				MOVE "RED" TO WS-STEP-RAG
				MOVE "BALRPT HAS NO VERDICT LINE - BALANCE DID NOT FINISH"
					TO WS-STEP-DETAIL
			WHEN WS-RS-FOUND = "Y"
					AND WS-BAL-TS(1:14) < WS-RS-END-TS(1:14)
				MOVE "RED" TO WS-STEP-RAG
				STRING "BALRPT OF " DELIMITED BY SIZE
					WS-BAL-TS(1:14) DELIMITED BY SIZE
					" PREDATES THE RUN - BALANCE NOT RUN SINCE"
					DELIMITED BY SIZE
					INTO WS-STEP-DETAIL
				END-STRING
			WHEN OTHER
				IF WS-BAL-VERDICT(1:10) = "IN BALANCE"
					MOVE "GREEN" TO WS-STEP-RAG
				ELSE
					MOVE "RED" TO WS-STEP-RAG
				END-IF
				MOVE WS-BAL-VERDICT TO WS-STEP-DETAIL
		END-EVALUATE
		PERFORM WRITE-STEP-LINE.
	BOARD-TRANSMISSION.
		MOVE "TRANSMISSION" TO WS-STEP-NAME
		MOVE SPACES TO WS-STEP-DETAIL
		EVALUATE TRUE
			WHEN WS-DISPUTED-COUNT > 0
				MOVE "RED" TO WS-STEP-RAG
			WHEN WS-PENDING-COUNT > 0
				MOVE "AMBER" TO WS-STEP-RAG
			WHEN WS-XL-CYC-STATUS = SPACE
				MOVE "AMBER" TO WS-STEP-RAG
			WHEN OTHER
				MOVE "GREEN" TO WS-STEP-RAG
		END-EVALUATE
		MOVE 1 TO WS-DETAIL-PTR
		IF WS-XL-CYC-STATUS = SPACE
			STRING "BATCH " DELIMITED BY SIZE
				WS-CYCLE-BATCH DELIMITED BY SIZE
				" NOT TRANSMITTED" DELIMITED BY SIZE
				INTO WS-STEP-DETAIL
				WITH POINTER WS-DETAIL-PTR
			END-STRING
		ELSE
			STRING "BATCH " DELIMITED BY SIZE
				WS-CYCLE-BATCH DELIMITED BY SIZE
				" ACK " DELIMITED BY SIZE
				WS-XL-CYC-STATUS DELIMITED BY SIZE
				INTO WS-STEP-DETAIL
				WITH POINTER WS-DETAIL-PTR
			END-STRING
		END-IF
		STRING "  PENDING " DELIMITED BY SIZE
			WS-PENDING-COUNT DELIMITED BY SIZE
			" DISPUTED " DELIMITED BY SIZE
			WS-DISPUTED-COUNT DELIMITED BY SIZE
			INTO WS-STEP-DETAIL
			WITH POINTER WS-DETAIL-PTR
		END-STRING
		IF WS-FIRST-DISPUTED NOT = SPACES
			STRING " FIRST " DELIMITED BY SIZE
				WS-FIRST-DISPUTED DELIMITED BY SIZE
				INTO WS-STEP-DETAIL
				WITH POINTER WS-DETAIL-PTR
			END-STRING
		END-IF
		IF WS-XLG-MISSING = "Y"
			STRING "  (NO XMITLOG ON FILE)" DELIMITED BY SIZE
				INTO WS-STEP-DETAIL
				WITH POINTER WS-DETAIL-PTR
			END-STRING
		END-IF
		PERFORM WRITE-STEP-LINE.
	BOARD-KEY-EXPIRY.
		MOVE "KEY EXPIRY" TO WS-STEP-NAME
		MOVE SPACES TO WS-STEP-DETAIL
		IF WS-KEY-MISSING = "Y"
			MOVE "RED" TO WS-STEP-RAG
			MOVE "NO KEYFILE ON FILE" TO WS-STEP-DETAIL
			PERFORM WRITE-STEP-LINE
			EXIT PARAGRAPH
		END-IF
		EVALUATE TRUE
			WHEN WS-EXPIRED-KEYS > 0
				MOVE "RED" TO WS-STEP-RAG
			WHEN WS-EXPIRING-KEYS > 0
				MOVE "AMBER" TO WS-STEP-RAG
			WHEN OTHER
				MOVE "GREEN" TO WS-STEP-RAG
		END-EVALUATE
		MOVE 1 TO WS-DETAIL-PTR
		STRING "ACTIVE " DELIMITED BY SIZE
			WS-ACTIVE-KEYS DELIMITED BY SIZE
			"  EXPIRED " DELIMITED BY SIZE
			WS-EXPIRED-KEYS DELIMITED BY SIZE
			"  DUE IN " DELIMITED BY SIZE
			WS-WARN-DAYS DELIMITED BY SIZE
			INTO WS-STEP-DETAIL
			WITH POINTER WS-DETAIL-PTR
		END-STRING
		IF WS-WARN-BUSINESS = "Y"
			STRING " BUS DAYS " DELIMITED BY SIZE
				WS-EXPIRING-KEYS DELIMITED BY SIZE
				INTO WS-STEP-DETAIL
				WITH POINTER WS-DETAIL-PTR
			END-STRING
		ELSE
			STRING " DAYS " DELIMITED BY SIZE
				WS-EXPIRING-KEYS DELIMITED BY SIZE
				INTO WS-STEP-DETAIL
				WITH POINTER WS-DETAIL-PTR
			END-STRING
		END-IF
		IF WS-SOONEST-KEY NOT = SPACES
			STRING "  FIRST " DELIMITED BY SIZE
				WS-SOONEST-KEY DELIMITED BY SPACE
				" " DELIMITED BY SIZE
				WS-SOONEST-EXP DELIMITED BY SIZE
				INTO WS-STEP-DETAIL
				WITH POINTER WS-DETAIL-PTR
			END-STRING
		END-IF
		PERFORM WRITE-STEP-LINE.
	BOARD-RECYCLE.
		MOVE "RECYCLE" TO WS-STEP-NAME
		MOVE SPACES TO WS-STEP-DETAIL
		IF WS-RCY-SETS = 0
			MOVE "GREEN" TO WS-STEP-RAG
			MOVE "NO REJECTED SETS CAPTURED" TO WS-STEP-DETAIL
		ELSE
			MOVE "AMBER" TO WS-STEP-RAG
			STRING WS-RCY-SETS DELIMITED BY SIZE
				" REJECTED SET(S) FROM BATCH " DELIMITED BY SIZE
				WS-RCY-BATCH DELIMITED BY SIZE
				" AWAITING RECYCLE" DELIMITED BY SIZE
				INTO WS-STEP-DETAIL
			END-STRING
		END-IF
		PERFORM WRITE-STEP-LINE.
	BOARD-HOUSEKEEPING.
		MOVE "HOUSEKEEPING" TO WS-STEP-NAME
		MOVE SPACES TO WS-STEP-DETAIL
		EVALUATE TRUE
			WHEN WS-CAT-MISSING = "Y"
				MOVE "AMBER" TO WS-STEP-RAG
				MOVE "NO HKCATLG ON FILE - NOTHING HAS EVER ROLLED"
					TO WS-STEP-DETAIL
			WHEN WS-CAT-AUDIT-DATE = SPACES
					OR WS-CAT-AUDIT-DATE < WS-CYCLE-END-DATE
				MOVE "AMBER" TO WS-STEP-RAG
				STRING "NOT ROLLED SINCE THE RUN - RETAINED OR NOT RUN"
					DELIMITED BY SIZE
					"  LAST ROLL " DELIMITED BY SIZE
					WS-CAT-AUDIT-DATE DELIMITED BY SIZE
					INTO WS-STEP-DETAIL
				END-STRING
			WHEN OTHER
				MOVE "GREEN" TO WS-STEP-RAG
				STRING "ROLLED " DELIMITED BY SIZE
					WS-CAT-AUDIT-DATE DELIMITED BY SIZE
					"  GENERATIONS CATALOGED " DELIMITED BY SIZE
					WS-CAT-GENS DELIMITED BY SIZE
					INTO WS-STEP-DETAIL
				END-STRING
		END-EVALUATE
		PERFORM WRITE-STEP-LINE.
	WRITE-STEP-LINE.
		EVALUATE WS-STEP-RAG
			WHEN "RED"
				ADD 1 TO WS-RED-COUNT
			WHEN "AMBER"
				ADD 1 TO WS-AMBER-COUNT
			WHEN OTHER
				ADD 1 TO WS-GREEN-COUNT
		END-EVALUATE
		MOVE SPACES TO OPS-REPORT-LINE
		STRING WS-STEP-NAME DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			WS-STEP-RAG DELIMITED BY SIZE
			"  " DELIMITED BY SIZE
			WS-STEP-DETAIL DELIMITED BY SIZE
			INTO OPS-REPORT-LINE
		END-STRING
		PERFORM WRITE-OPS-REPORT-LINE.
	WRITE-OVERALL-LINE.
		MOVE SPACES TO OPS-REPORT-LINE
		PERFORM WRITE-OPS-REPORT-LINE
		MOVE "OVERALL" TO WS-STEP-NAME
		EVALUATE TRUE
			WHEN WS-RED-COUNT > 0
				MOVE "RED" TO WS-STEP-RAG
			WHEN WS-AMBER-COUNT > 0
				MOVE "AMBER" TO WS-STEP-RAG
			WHEN OTHER
				MOVE "GREEN" TO WS-STEP-RAG
		END-EVALUATE
		MOVE SPACES TO OPS-REPORT-LINE
		STRING WS-STEP-NAME DELIMITED BY SIZE
			" " DELIMITED BY SIZE
			WS-STEP-RAG DELIMITED BY SIZE
			"  RED " DELIMITED BY SIZE
			WS-RED-COUNT DELIMITED BY SIZE
			"  AMBER " DELIMITED BY SIZE
			WS-AMBER-COUNT DELIMITED BY SIZE
			"  GREEN " DELIMITED BY SIZE
			WS-GREEN-COUNT DELIMITED BY SIZE
			INTO OPS-REPORT-LINE
		END-STRING
		PERFORM WRITE-OPS-REPORT-LINE.
	WRITE-REPORT-HEADER.
		*> One page by design -- seven steps and a foot line never
		*> reach a page break, so there is no page counter to keep.
		MOVE SPACES TO OPS-REPORT-LINE
		STRING "CAESAR MORNING STATUS BOARD - RUN " DELIMITED BY SIZE
			WS-TIMESTAMP DELIMITED BY SIZE
			INTO OPS-REPORT-LINE
		END-STRING
		PERFORM WRITE-OPS-REPORT-LINE
		MOVE SPACES TO OPS-REPORT-LINE
		STRING "CYCLE BATCH " DELIMITED BY SIZE
			WS-CYCLE-BATCH DELIMITED BY SIZE
			INTO OPS-REPORT-LINE
		END-STRING
		PERFORM WRITE-OPS-REPORT-LINE
		MOVE SPACES TO OPS-REPORT-LINE
		PERFORM WRITE-OPS-REPORT-LINE
		MOVE "STEP           STATUS DETAIL" TO OPS-REPORT-LINE
		PERFORM WRITE-OPS-REPORT-LINE.
	WRITE-OPS-REPORT-LINE.
		WRITE OPS-REPORT-LINE
		IF OPS-FILE-STATUS NOT = "00"
			DISPLAY "OPSBOARD: WRITE FAILED FOR OPSRPT - FILE STATUS "
				OPS-FILE-STATUS
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
END PROGRAM OPSBOARD.
