	   >>SOURCE FORMAT IS FREE
*> WHSEREL is the nightly release step for the card warehouse, run
*> ahead of CAESAR.  A detail card can carry a release date
*> (CC-RELEASE-DATE) for a message that must not go out until later
*> -- a key cutover, an embargoed notice -- and CAESAR sets any set
*> dated after its run date aside on CARDWHSE (see WHSEREC.cpy)
*> instead of processing it, where those decks used to sit in a
*> drawer until somebody remembered them.  This reads the warehouse
*> and, as of RELDATE (default today), pulls every set that has come
*> due into a properly bracketed CTLFILE-layout supplemental deck on
*> RELDECK: a header carrying the release date, a batch id "W" +
*> yymmdd + a release digit 1-9 for the day, INTAKE-style, and an
*> expected count that foots to the sets written, the sets' card
*> images exactly as they were warehoused, and a trailer with the
*> same count and zero expected rejects.  The key and partner
*> profile a set names may have changed while it waited, so each due
*> set is checked again first, the same way CAESAR's
*> RESOLVE-CARD-PARTNER and RESOLVE-CARD-KEY will check it as of the
*> release date -- partner on PRTFILE and active, cipher type and key
*> inside the profile, the profile's default key standing in for a
*> card that names none, and the key on KEYFILE, active, and inside
*> its effective window.  A set that fails stays on the warehouse,
*> held past its release date with the reason on the report, until
*> the master is put right.  Released sets stay on the warehouse
*> marked with the release deck's batch id until the batch register
*> shows that deck completed, and are dropped on the next run after;
*> a release deck that was never run is released again, so running
*> WHSEREL twice before CAESAR builds the same deck, and a set whose
*> release deck is still in flight is held for that deck's restart.
*> The RELRPT report lists what was released tonight (LATE when past
*> its date), what is held past its date, and what is still waiting.
*> Nothing due builds no deck and ends with RETURN-CODE 4 so the
*> scheduler skips the supplemental run, RECYCLE-style; any held set
*> also ends with RETURN-CODE 4 so the report gets read.

IDENTIFICATION DIVISION.
PROGRAM-ID. WHSEREL.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT CARD-WAREHOUSE-FILE ASSIGN TO "CARDWHSE"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS WHS-FILE-STATUS.
	SELECT RELEASE-DECK-FILE ASSIGN TO "RELDECK"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS DCK-FILE-STATUS.
	SELECT KEY-MASTER-FILE ASSIGN TO "KEYFILE"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS KEY-FILE-STATUS.
	SELECT PARTNER-MASTER-FILE ASSIGN TO "PRTFILE"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS PRT-FILE-STATUS.
	SELECT BATCH-REGISTER-FILE ASSIGN TO "BATCHREG"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS REG-FILE-STATUS.
	SELECT REL-REPORT-FILE ASSIGN TO "RELRPT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS RRP-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  CARD-WAREHOUSE-FILE.
COPY "WHSEREC.cpy".
FD  RELEASE-DECK-FILE.
COPY "CTLCARD.cpy".
FD  KEY-MASTER-FILE.
COPY "KEYREC.cpy".
FD  PARTNER-MASTER-FILE.
COPY "PRTREC.cpy".
FD  BATCH-REGISTER-FILE.
COPY "BREGREC.cpy".
FD  REL-REPORT-FILE.
COPY "RELRPTL.cpy".
WORKING-STORAGE SECTION.
01 WHS-FILE-STATUS         PIC XX.
01 DCK-FILE-STATUS         PIC XX.
01 KEY-FILE-STATUS         PIC XX.
01 PRT-FILE-STATUS         PIC XX.
01 REG-FILE-STATUS         PIC XX.
01 RRP-FILE-STATUS         PIC XX.
01 WS-TIMESTAMP            PIC X(21).
01 WS-RUN-DATE             PIC X(8).
01 WS-WHS-EOF              PIC X VALUE "N".
01 WS-KEY-EOF              PIC X VALUE "N".
01 WS-PRT-EOF              PIC X VALUE "N".
01 WS-REG-EOF              PIC X VALUE "N".
01 WS-BATCH-PREFIX         PIC X(7).
01 WS-GEN-DIGIT            PIC 9 VALUE 0.
01 WS-NEW-BATCH-ID         PIC X(8) VALUE SPACES.
01 WS-RELEASE-COUNT        PIC 9(6) VALUE 0.
01 WS-HELD-COUNT           PIC 9(6) VALUE 0.
01 WS-WAIT-COUNT           PIC 9(6) VALUE 0.
01 WS-DELIVERED-COUNT      PIC 9(6) VALUE 0.
01 WS-ORPHAN-COUNT         PIC 9(6) VALUE 0.
*> The warehouse rides in core, one entry per set, because it is
*> rewritten whole at the end of the run -- a partial table would
*> drop sets, so more sets than the table holds abends.  A CAESAR
*> restart or rerun can warehouse the same set a second time; the
*> entry is keyed on origin batch and sequence, a later copy
*> replaces an earlier one, and a waiting copy never replaces one
*> already released.  WS-WT-ACTION is tonight's decision: "L"
*> release, "H" held past its date, "P" released on a deck still in
*> flight, "W" still waiting, "D" delivered and dropped.
01 WS-WHSE-TABLE.
	05 WS-WT-ENTRY OCCURS 400 TIMES.
		10 WS-WT-RELEASE-DATE PIC X(8).
		10 WS-WT-STATE     PIC X.
		10 WS-WT-BATCH-ID  PIC X(8).
		10 WS-WT-SET-SEQ   PIC 9(6).
		10 WS-WT-STORED-DATE PIC X(8).
		10 WS-WT-RELEASE-BATCH PIC X(8).
		10 WS-WT-SEGS      PIC 9.
		10 WS-WT-ACTION    PIC X.
		10 WS-WT-NOTE      PIC X(40).
		10 WS-WT-CARD      PIC X(139) OCCURS 5 TIMES.
01 WS-WT-COUNT             PIC 9(4) VALUE 0.
01 WS-WT-IDX               PIC 9(4).
01 WS-WT-LOAD-IDX          PIC 9(4) VALUE 0.
01 WS-WT-FOUND             PIC X.
01 WS-SEG-IDX              PIC 9.
*> The release decks earlier runs marked sets with, and the latest
*> disposition the batch register shows for each -- blank for a deck
*> that was never run.
01 WS-RB-TABLE.
	05 WS-RB-ENTRY OCCURS 100 TIMES.
		10 WS-RB-BATCH-ID  PIC X(8).
		10 WS-RB-DISP      PIC X.
01 WS-RB-COUNT             PIC 999 VALUE 0.
01 WS-RB-IDX               PIC 999.
01 WS-RB-FOUND             PIC X.
*> A due set's detail card is checked from here, laid out to
*> CTLCARD.cpy's 139 bytes the way CAESAR lays out its recycle
*> images.  WS-CHECK-KEY-ID is the key CAESAR would resolve: the
*> card's own, or the partner's default when the card names none.
01 WS-REL-CARD.
	05 WS-REL-MODE         PIC X.
	05 WS-REL-SHIFT        PIC 99.
	05 WS-REL-MESSAGE      PIC X(99).
	05 WS-REL-KEY-ID       PIC X(8).
	05 WS-REL-CIPHER       PIC X.
	05 WS-REL-KEYWORD      PIC X(16).
	05 WS-REL-PARTNER      PIC X(4).
	05 WS-REL-RELEASE      PIC X(8).
01 WS-CHECK-CIPHER         PIC X.
01 WS-CHECK-KEY-ID         PIC X(8).
01 WS-CHECK-REASON         PIC X(40).
01 WS-KEY-LIST-EMPTY       PIC X.
01 WS-KEY-ALLOWED          PIC X.
01 WS-PARTNER-SHOW         PIC X(5).
01 WS-PAGE-NUM             PIC 999 VALUE 1.
01 WS-LINES-ON-PAGE        PIC 99 VALUE 0.
01 WS-LINES-PER-PAGE       PIC 99 VALUE 20.
01 WS-HOLD-LINE            PIC X(100).
01 WS-SECTION-TITLE        PIC X(60).
01 WS-SECTION-ACTION       PIC X.
01 WS-SECTION-COUNT        PIC 9(6).
COPY "KEYTBL.cpy".
COPY "PRTTBL.cpy".
PROCEDURE DIVISION.
	MAIN-CONTROL.
		MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
		PERFORM GET-RELEASE-PARAMETERS
		PERFORM LOAD-KEY-MASTER
		PERFORM LOAD-PARTNER-MASTER
		PERFORM LOAD-WAREHOUSE
		PERFORM COLLECT-RELEASE-BATCHES
		PERFORM SCAN-BATCH-REGISTER
		PERFORM VARYING WS-WT-IDX FROM 1 BY 1
				UNTIL WS-WT-IDX > WS-WT-COUNT
			PERFORM DECIDE-WAREHOUSE-SET
		END-PERFORM
		IF WS-RELEASE-COUNT > 0
			PERFORM DERIVE-RELEASE-BATCH-ID
			PERFORM BUILD-RELEASE-DECK
		END-IF
		PERFORM REWRITE-WAREHOUSE
		PERFORM WRITE-RELEASE-REPORT
		IF WS-RELEASE-COUNT = 0
			DISPLAY "WHSEREL: NO WAREHOUSED SETS DUE BY " WS-RUN-DATE
				" - NO DECK BUILT"
		ELSE
			DISPLAY "WHSEREL: " WS-RELEASE-COUNT
				" SET(S) RELEASED ON RELDECK AS BATCH " WS-NEW-BATCH-ID
		END-IF
		DISPLAY "WHSEREL: " WS-HELD-COUNT " HELD PAST RELEASE DATE, "
			WS-WAIT-COUNT " STILL WAITING, "
			WS-DELIVERED-COUNT " DELIVERED AND REMOVED"
		IF WS-RELEASE-COUNT = 0 OR WS-HELD-COUNT > 0
			MOVE 4 TO RETURN-CODE
		END-IF
		STOP RUN.
	GET-RELEASE-PARAMETERS.
		*> RELDATE lets operations build a deck for a night other than
		*> tonight -- a catch-up after a missed run; unset means today.
		MOVE SPACES TO WS-RUN-DATE
		ACCEPT WS-RUN-DATE FROM ENVIRONMENT "RELDATE"
		IF WS-RUN-DATE = SPACES
			MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE
		END-IF
		IF WS-RUN-DATE IS NOT NUMERIC
			DISPLAY "WHSEREL: RELDATE " WS-RUN-DATE
				" NOT A VALID YYYYMMDD DATE"
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(WS-RUN-DATE))
				NOT = 0
			DISPLAY "WHSEREL: RELDATE " WS-RUN-DATE
				" NOT A VALID YYYYMMDD DATE"
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
	LOAD-KEY-MASTER.
		*> Same loading rule as CAESAR: a missing KEYFILE (status 35)
		*> loads an empty table, so every set naming a key is held
		*> with KEY NOT ON KEY MASTER FILE -- exactly what
		*> RESOLVE-CARD-KEY would do to it tonight.
		OPEN INPUT KEY-MASTER-FILE
		EVALUATE KEY-FILE-STATUS
			WHEN "00"
				PERFORM LOAD-KEY-MASTER-RECORD UNTIL WS-KEY-EOF = "Y"
				CLOSE KEY-MASTER-FILE
			WHEN "35"
				MOVE 0 TO KT-COUNT
			WHEN OTHER
				DISPLAY "WHSEREL: OPEN FAILED FOR KEYFILE - FILE STATUS "
					KEY-FILE-STATUS
				MOVE 16 TO RETURN-CODE
				STOP RUN
		END-EVALUATE.
	LOAD-KEY-MASTER-RECORD.
		READ KEY-MASTER-FILE
			AT END
				MOVE "Y" TO WS-KEY-EOF
			NOT AT END
				IF KT-COUNT = 50
					DISPLAY "WHSEREL: KEYFILE EXCEEDS KEY TABLE SIZE"
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
	LOAD-PARTNER-MASTER.
		*> Same rule again for the partner master: a missing PRTFILE
		*> loads an empty table, and every set naming a partner id is
		*> held with PARTNER NOT ON PARTNER MASTER.
		OPEN INPUT PARTNER-MASTER-FILE
		EVALUATE PRT-FILE-STATUS
			WHEN "00"
				PERFORM LOAD-PARTNER-RECORD UNTIL WS-PRT-EOF = "Y"
				CLOSE PARTNER-MASTER-FILE
			WHEN "35"
				MOVE 0 TO PT-COUNT
			WHEN OTHER
				DISPLAY "WHSEREL: OPEN FAILED FOR PRTFILE - FILE STATUS "
					PRT-FILE-STATUS
				MOVE 16 TO RETURN-CODE
				STOP RUN
		END-EVALUATE.
	LOAD-PARTNER-RECORD.
		READ PARTNER-MASTER-FILE
			AT END
				MOVE "Y" TO WS-PRT-EOF
			NOT AT END
				IF PT-COUNT = 20
					DISPLAY "WHSEREL: PRTFILE EXCEEDS PARTNER TABLE SIZE"
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
	LOAD-WAREHOUSE.
		*> A missing CARDWHSE (status 35) just means nothing has ever
		*> been set aside.
		OPEN INPUT CARD-WAREHOUSE-FILE
		EVALUATE WHS-FILE-STATUS
			WHEN "00"
				PERFORM LOAD-WAREHOUSE-RECORD UNTIL WS-WHS-EOF = "Y"
				CLOSE CARD-WAREHOUSE-FILE
			WHEN "35"
				CONTINUE
			WHEN OTHER
				DISPLAY "WHSEREL: OPEN FAILED FOR CARDWHSE - FILE STATUS "
					WHS-FILE-STATUS
				MOVE 16 TO RETURN-CODE
				STOP RUN
		END-EVALUATE
		IF WS-ORPHAN-COUNT > 0
			DISPLAY "WHSEREL: " WS-ORPHAN-COUNT
				" CARDWHSE LINE(S) WITH NO DETAIL CARD IGNORED"
		END-IF.
	LOAD-WAREHOUSE-RECORD.
		READ CARD-WAREHOUSE-FILE
			AT END
				MOVE "Y" TO WS-WHS-EOF
			NOT AT END
				IF WH-CARD-SEG = 1
					PERFORM LOAD-WAREHOUSE-SET
				ELSE
					*> Continuation images follow their detail card's
					*> entry; one with no entry to follow, or past the
					*> five segments a set may span, is counted and
					*> left out.
					IF WS-WT-LOAD-IDX = 0
							OR WH-CARD-SEG IS NOT NUMERIC
							OR WH-CARD-SEG > 5
						ADD 1 TO WS-ORPHAN-COUNT
					ELSE
						MOVE WH-CARD-IMAGE
							TO WS-WT-CARD(WS-WT-LOAD-IDX, WH-CARD-SEG)
						IF WH-CARD-SEG > WS-WT-SEGS(WS-WT-LOAD-IDX)
							MOVE WH-CARD-SEG TO WS-WT-SEGS(WS-WT-LOAD-IDX)
						END-IF
					END-IF
				END-IF
		END-READ.
	LOAD-WAREHOUSE-SET.
		MOVE "N" TO WS-WT-FOUND
		PERFORM VARYING WS-WT-IDX FROM 1 BY 1
				UNTIL WS-WT-IDX > WS-WT-COUNT OR WS-WT-FOUND = "Y"
			IF WS-WT-BATCH-ID(WS-WT-IDX) = WH-BATCH-ID
					AND WS-WT-SET-SEQ(WS-WT-IDX) = WH-SET-SEQ
				MOVE "Y" TO WS-WT-FOUND
				MOVE WS-WT-IDX TO WS-WT-LOAD-IDX
			END-IF
		END-PERFORM
		IF WS-WT-FOUND = "Y"
			IF WS-WT-STATE(WS-WT-LOAD-IDX) = "R" AND WH-STATE = "W"
				MOVE 0 TO WS-WT-LOAD-IDX
				EXIT PARAGRAPH
			END-IF
		ELSE
			IF WS-WT-COUNT = 400
				DISPLAY "WHSEREL: CARDWHSE EXCEEDS WAREHOUSE TABLE SIZE"
				MOVE 16 TO RETURN-CODE
				STOP RUN
			END-IF
			ADD 1 TO WS-WT-COUNT
			MOVE WS-WT-COUNT TO WS-WT-LOAD-IDX
		END-IF
		MOVE WH-RELEASE-DATE TO WS-WT-RELEASE-DATE(WS-WT-LOAD-IDX)
		MOVE WH-STATE TO WS-WT-STATE(WS-WT-LOAD-IDX)
		MOVE WH-BATCH-ID TO WS-WT-BATCH-ID(WS-WT-LOAD-IDX)
		MOVE WH-SET-SEQ TO WS-WT-SET-SEQ(WS-WT-LOAD-IDX)
		MOVE WH-STORED-DATE TO WS-WT-STORED-DATE(WS-WT-LOAD-IDX)
		MOVE WH-RELEASE-BATCH TO WS-WT-RELEASE-BATCH(WS-WT-LOAD-IDX)
		MOVE 1 TO WS-WT-SEGS(WS-WT-LOAD-IDX)
		MOVE SPACE TO WS-WT-ACTION(WS-WT-LOAD-IDX)
		MOVE SPACES TO WS-WT-NOTE(WS-WT-LOAD-IDX)
		MOVE WH-CARD-IMAGE TO WS-WT-CARD(WS-WT-LOAD-IDX, 1).
	COLLECT-RELEASE-BATCHES.
		*> Each release deck named on the warehouse, once.
		PERFORM VARYING WS-WT-IDX FROM 1 BY 1
				UNTIL WS-WT-IDX > WS-WT-COUNT
			IF WS-WT-STATE(WS-WT-IDX) = "R"
				PERFORM FIND-RELEASE-BATCH
				IF WS-RB-FOUND = "N"
					IF WS-RB-COUNT = 100
						DISPLAY "WHSEREL: MORE THAN 100 RELEASE DECKS"
							" ON CARDWHSE"
						MOVE 16 TO RETURN-CODE
						STOP RUN
					END-IF
					ADD 1 TO WS-RB-COUNT
					MOVE WS-WT-RELEASE-BATCH(WS-WT-IDX)
						TO WS-RB-BATCH-ID(WS-RB-COUNT)
					MOVE SPACE TO WS-RB-DISP(WS-RB-COUNT)
				END-IF
			END-IF
		END-PERFORM.
	FIND-RELEASE-BATCH.
		*> Leaves WS-RB-IDX on the entry for the release deck of the
		*> set at WS-WT-IDX when WS-RB-FOUND is "Y".
		MOVE "N" TO WS-RB-FOUND
		PERFORM VARYING WS-RB-IDX FROM 1 BY 1
				UNTIL WS-RB-IDX > WS-RB-COUNT OR WS-RB-FOUND = "Y"
			IF WS-RB-BATCH-ID(WS-RB-IDX) = WS-WT-RELEASE-BATCH(WS-WT-IDX)
				MOVE "Y" TO WS-RB-FOUND
			END-IF
		END-PERFORM
		IF WS-RB-FOUND = "Y"
			SUBTRACT 1 FROM WS-RB-IDX
		END-IF.
	SCAN-BATCH-REGISTER.
		*> One streaming pass serves both questions: the latest line
		*> for each release deck on the warehouse, and the highest
		*> release digit already registered under tonight's "W" +
		*> yymmdd.  A deck that was built but never run never reached
		*> the register, so its digit is taken again and the rebuilt
		*> deck replaces it.  A missing BATCHREG means nothing has
		*> ever run.
		MOVE SPACES TO WS-BATCH-PREFIX
		STRING "W" DELIMITED BY SIZE
			WS-RUN-DATE(3:6) DELIMITED BY SIZE
			INTO WS-BATCH-PREFIX
		END-STRING
		OPEN INPUT BATCH-REGISTER-FILE
		EVALUATE REG-FILE-STATUS
			WHEN "00"
				PERFORM SCAN-REGISTER-RECORD UNTIL WS-REG-EOF = "Y"
				CLOSE BATCH-REGISTER-FILE
			WHEN "35"
				CONTINUE
			WHEN OTHER
				DISPLAY "WHSEREL: OPEN FAILED FOR BATCHREG - FILE STATUS "
					REG-FILE-STATUS
				MOVE 16 TO RETURN-CODE
				STOP RUN
		END-EVALUATE.
	SCAN-REGISTER-RECORD.
		READ BATCH-REGISTER-FILE
			AT END
				MOVE "Y" TO WS-REG-EOF
			NOT AT END
				IF BR-BATCH-ID(1:7) = WS-BATCH-PREFIX
						AND BR-BATCH-ID(8:1) IS NUMERIC
						AND BR-BATCH-ID(8:1) > WS-GEN-DIGIT
					MOVE BR-BATCH-ID(8:1) TO WS-GEN-DIGIT
				END-IF
				PERFORM VARYING WS-RB-IDX FROM 1 BY 1
						UNTIL WS-RB-IDX > WS-RB-COUNT
					IF WS-RB-BATCH-ID(WS-RB-IDX) = BR-BATCH-ID
						MOVE BR-DISPOSITION TO WS-RB-DISP(WS-RB-IDX)
					END-IF
				END-PERFORM
		END-READ.
	DECIDE-WAREHOUSE-SET.
		*> Runs with WS-WT-IDX on the set.  A released set whose deck
		*> completed has been delivered; one whose deck is still "A"
		*> on the register is that deck's to finish on a restart; one
		*> whose deck never ran is due again tonight like any other.
		IF WS-WT-STATE(WS-WT-IDX) = "R"
			PERFORM FIND-RELEASE-BATCH
			EVALUATE WS-RB-DISP(WS-RB-IDX)
				WHEN "C"
				WHEN "R"
					MOVE "D" TO WS-WT-ACTION(WS-WT-IDX)
					ADD 1 TO WS-DELIVERED-COUNT
					EXIT PARAGRAPH
				WHEN "A"
					MOVE "P" TO WS-WT-ACTION(WS-WT-IDX)
					ADD 1 TO WS-HELD-COUNT
					STRING "DECK " DELIMITED BY SIZE
						WS-WT-RELEASE-BATCH(WS-WT-IDX) DELIMITED BY SIZE
						" NOT COMPLETED - RESTART IT" DELIMITED BY SIZE
						INTO WS-WT-NOTE(WS-WT-IDX)
					END-STRING
					EXIT PARAGRAPH
				WHEN OTHER
					STRING "RE-RELEASED - DECK " DELIMITED BY SIZE
						WS-WT-RELEASE-BATCH(WS-WT-IDX) DELIMITED BY SIZE
						" NEVER RAN" DELIMITED BY SIZE
						INTO WS-WT-NOTE(WS-WT-IDX)
					END-STRING
					MOVE "W" TO WS-WT-STATE(WS-WT-IDX)
					MOVE SPACES TO WS-WT-RELEASE-BATCH(WS-WT-IDX)
			END-EVALUATE
		END-IF
		IF WS-WT-RELEASE-DATE(WS-WT-IDX) > WS-RUN-DATE
			MOVE "W" TO WS-WT-ACTION(WS-WT-IDX)
			ADD 1 TO WS-WAIT-COUNT
			STRING "STORED " DELIMITED BY SIZE
				WS-WT-STORED-DATE(WS-WT-IDX) DELIMITED BY SIZE
				" BY " DELIMITED BY SIZE
				WS-WT-BATCH-ID(WS-WT-IDX) DELIMITED BY SIZE
				INTO WS-WT-NOTE(WS-WT-IDX)
			END-STRING
			EXIT PARAGRAPH
		END-IF
		PERFORM RECHECK-SET
		IF WS-CHECK-REASON NOT = SPACES
			MOVE "H" TO WS-WT-ACTION(WS-WT-IDX)
			ADD 1 TO WS-HELD-COUNT
			MOVE WS-CHECK-REASON TO WS-WT-NOTE(WS-WT-IDX)
		ELSE
			MOVE "L" TO WS-WT-ACTION(WS-WT-IDX)
			ADD 1 TO WS-RELEASE-COUNT
			IF WS-WT-RELEASE-DATE(WS-WT-IDX) < WS-RUN-DATE
					AND WS-WT-NOTE(WS-WT-IDX) = SPACES
				MOVE "LATE" TO WS-WT-NOTE(WS-WT-IDX)
			END-IF
		END-IF.
	RECHECK-SET.
		*> The checks CAESAR makes per mode: E, D, and V cards resolve
		*> partner and key, an auto-solve card only its partner, and a
		*> solve card neither.  WS-CHECK-REASON stays blank for a set
		*> that will get through them as of the release date.
		MOVE WS-WT-CARD(WS-WT-IDX, 1) TO WS-REL-CARD
		MOVE SPACES TO WS-CHECK-REASON
		IF WS-REL-CIPHER = SPACE
			MOVE "C" TO WS-CHECK-CIPHER
		ELSE
			MOVE WS-REL-CIPHER TO WS-CHECK-CIPHER
		END-IF
		MOVE WS-REL-KEY-ID TO WS-CHECK-KEY-ID
		IF WS-REL-MODE = "S"
			EXIT PARAGRAPH
		END-IF
		IF WS-REL-PARTNER NOT = SPACES
			PERFORM CHECK-SET-PARTNER
		END-IF
		IF WS-CHECK-REASON NOT = SPACES OR WS-REL-MODE = "A"
			EXIT PARAGRAPH
		END-IF
		IF WS-CHECK-KEY-ID NOT = SPACES
			PERFORM CHECK-SET-KEY
		END-IF.
	CHECK-SET-PARTNER.
		MOVE "N" TO PT-FOUND
		PERFORM VARYING PT-IDX FROM 1 BY 1
				UNTIL PT-IDX > PT-COUNT OR PT-FOUND = "Y"
			IF PT-PARTNER-ID(PT-IDX) = WS-REL-PARTNER
				MOVE "Y" TO PT-FOUND
				PERFORM CHECK-PARTNER-PROFILE
			END-IF
		END-PERFORM
		IF PT-FOUND = "N"
			MOVE "PARTNER NOT ON PARTNER MASTER" TO WS-CHECK-REASON
		END-IF.
	CHECK-PARTNER-PROFILE.
		*> Runs with PT-IDX on the matched profile entry.
		EVALUATE TRUE
			WHEN PT-STATUS(PT-IDX) NOT = "A"
				MOVE "PARTNER IS RETIRED" TO WS-CHECK-REASON
			WHEN WS-CHECK-CIPHER = "C"
					AND PT-ALLOW-CAESAR(PT-IDX) NOT = "Y"
				MOVE "CIPHER TYPE NOT IN PARTNER PROFILE"
					TO WS-CHECK-REASON
			WHEN WS-CHECK-CIPHER = "K"
					AND PT-ALLOW-KEYWORD(PT-IDX) NOT = "Y"
				MOVE "CIPHER TYPE NOT IN PARTNER PROFILE"
					TO WS-CHECK-REASON
			WHEN OTHER
				IF WS-CHECK-KEY-ID = SPACES
						AND PT-DEFAULT-KEY(PT-IDX) NOT = SPACES
					MOVE PT-DEFAULT-KEY(PT-IDX) TO WS-CHECK-KEY-ID
				END-IF
				IF WS-CHECK-KEY-ID NOT = SPACES
					PERFORM CHECK-PARTNER-KEY-LIST
				END-IF
		END-EVALUATE.
	CHECK-PARTNER-KEY-LIST.
		*> An all-blank allowed-key list means any key on the key
		*> master is fine; a non-blank list is exhaustive.
		MOVE "Y" TO WS-KEY-LIST-EMPTY
		MOVE "N" TO WS-KEY-ALLOWED
		PERFORM VARYING PT-KEY-IDX FROM 1 BY 1 UNTIL PT-KEY-IDX > 5
			IF PT-ALLOWED-KEY(PT-IDX, PT-KEY-IDX) NOT = SPACES
				MOVE "N" TO WS-KEY-LIST-EMPTY
				IF PT-ALLOWED-KEY(PT-IDX, PT-KEY-IDX) = WS-CHECK-KEY-ID
					MOVE "Y" TO WS-KEY-ALLOWED
				END-IF
			END-IF
		END-PERFORM
		IF WS-KEY-LIST-EMPTY = "N" AND WS-KEY-ALLOWED = "N"
			MOVE "KEY ID NOT IN PARTNER PROFILE" TO WS-CHECK-REASON
		END-IF.
	CHECK-SET-KEY.
		MOVE "N" TO KT-FOUND
		PERFORM VARYING KT-IDX FROM 1 BY 1
				UNTIL KT-IDX > KT-COUNT OR KT-FOUND = "Y"
			IF KT-KEY-ID(KT-IDX) = WS-CHECK-KEY-ID
				MOVE "Y" TO KT-FOUND
				EVALUATE TRUE
					WHEN KT-STATUS(KT-IDX) NOT = "A"
						MOVE "KEY IS RETIRED" TO WS-CHECK-REASON
					WHEN WS-RUN-DATE < KT-EFF-DATE(KT-IDX)
						MOVE "KEY NOT YET EFFECTIVE" TO WS-CHECK-REASON
					WHEN WS-RUN-DATE > KT-EXP-DATE(KT-IDX)
						MOVE "KEY IS EXPIRED" TO WS-CHECK-REASON
				END-EVALUATE
			END-IF
		END-PERFORM
		IF KT-FOUND = "N"
			MOVE "KEY NOT ON KEY MASTER FILE" TO WS-CHECK-REASON
		END-IF.
	DERIVE-RELEASE-BATCH-ID.
		*> "W" + the release date's yymmdd + the next release digit
		*> past any the register has seen for the day.  Nine release
		*> decks in one day is past anything the schedule allows for
		*> -- stop and get an operator rather than wrap onto the
		*> first.
		IF WS-GEN-DIGIT = 9
			DISPLAY "WHSEREL: NINE RELEASE DECKS ALREADY RUN FOR "
				WS-RUN-DATE " - NO DECK BUILT"
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		ADD 1 TO WS-GEN-DIGIT
		MOVE WS-BATCH-PREFIX TO WS-NEW-BATCH-ID(1:7)
		MOVE WS-GEN-DIGIT TO WS-NEW-BATCH-ID(8:1)
		PERFORM VARYING WS-WT-IDX FROM 1 BY 1
				UNTIL WS-WT-IDX > WS-WT-COUNT
			IF WS-WT-ACTION(WS-WT-IDX) = "L"
				MOVE "R" TO WS-WT-STATE(WS-WT-IDX)
				MOVE WS-NEW-BATCH-ID TO WS-WT-RELEASE-BATCH(WS-WT-IDX)
			END-IF
		END-PERFORM.
	BUILD-RELEASE-DECK.
		*> The count is known before the first card goes out, so the
		*> header can state it.  The trailer expects zero rejects, the
		*> usual deck-author claim -- every set on it was just checked.
		OPEN OUTPUT RELEASE-DECK-FILE
		IF DCK-FILE-STATUS NOT = "00"
			DISPLAY "WHSEREL: OPEN FAILED FOR RELDECK - FILE STATUS "
				DCK-FILE-STATUS
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		MOVE SPACES TO CONTROL-CARD
		MOVE "H" TO CH-REC-TYPE
		MOVE WS-RUN-DATE TO CH-RUN-DATE
		MOVE WS-RELEASE-COUNT TO CH-EXPECTED-COUNT
		MOVE WS-NEW-BATCH-ID TO CH-BATCH-ID
		PERFORM WRITE-DECK-CARD
		PERFORM VARYING WS-WT-IDX FROM 1 BY 1
				UNTIL WS-WT-IDX > WS-WT-COUNT
			IF WS-WT-ACTION(WS-WT-IDX) = "L"
				PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
						UNTIL WS-SEG-IDX > WS-WT-SEGS(WS-WT-IDX)
					MOVE WS-WT-CARD(WS-WT-IDX, WS-SEG-IDX)
						TO CONTROL-CARD
					PERFORM WRITE-DECK-CARD
				END-PERFORM
			END-IF
		END-PERFORM
		MOVE SPACES TO CONTROL-CARD
		MOVE "T" TO CT-REC-TYPE
		MOVE WS-RELEASE-COUNT TO CT-RECORD-COUNT
		MOVE 0 TO CT-REJECT-COUNT
		PERFORM WRITE-DECK-CARD
		CLOSE RELEASE-DECK-FILE.
	WRITE-DECK-CARD.
		WRITE CONTROL-CARD
		IF DCK-FILE-STATUS NOT = "00"
			DISPLAY "WHSEREL: WRITE FAILED FOR RELDECK - FILE STATUS "
				DCK-FILE-STATUS
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
	REWRITE-WAREHOUSE.
		*> Rewritten only once the deck is safely out: a failure in
		*> between leaves every set still waiting, and the next run
		*> simply releases them again.  Delivered sets are dropped.
		OPEN OUTPUT CARD-WAREHOUSE-FILE
		IF WHS-FILE-STATUS NOT = "00"
			DISPLAY "WHSEREL: OPEN FAILED FOR CARDWHSE - FILE STATUS "
				WHS-FILE-STATUS
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		PERFORM VARYING WS-WT-IDX FROM 1 BY 1
				UNTIL WS-WT-IDX > WS-WT-COUNT
			IF WS-WT-ACTION(WS-WT-IDX) NOT = "D"
				PERFORM VARYING WS-SEG-IDX FROM 1 BY 1
						UNTIL WS-SEG-IDX > WS-WT-SEGS(WS-WT-IDX)
					PERFORM WRITE-WAREHOUSE-RECORD
				END-PERFORM
			END-IF
		END-PERFORM
		CLOSE CARD-WAREHOUSE-FILE.
	WRITE-WAREHOUSE-RECORD.
		*> Runs with WS-WT-IDX on the set and WS-SEG-IDX on the card.
		MOVE SPACES TO WAREHOUSE-RECORD
		MOVE WS-WT-RELEASE-DATE(WS-WT-IDX) TO WH-RELEASE-DATE
		MOVE WS-WT-STATE(WS-WT-IDX) TO WH-STATE
		MOVE WS-WT-BATCH-ID(WS-WT-IDX) TO WH-BATCH-ID
		MOVE WS-WT-SET-SEQ(WS-WT-IDX) TO WH-SET-SEQ
		MOVE WS-SEG-IDX TO WH-CARD-SEG
		MOVE WS-WT-STORED-DATE(WS-WT-IDX) TO WH-STORED-DATE
		MOVE WS-WT-RELEASE-BATCH(WS-WT-IDX) TO WH-RELEASE-BATCH
		MOVE WS-WT-CARD(WS-WT-IDX, WS-SEG-IDX) TO WH-CARD-IMAGE
		WRITE WAREHOUSE-RECORD
		IF WHS-FILE-STATUS NOT = "00"
			DISPLAY "WHSEREL: WRITE FAILED FOR CARDWHSE - FILE STATUS "
				WHS-FILE-STATUS
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
	WRITE-RELEASE-REPORT.
		OPEN OUTPUT REL-REPORT-FILE
		IF RRP-FILE-STATUS NOT = "00"
			DISPLAY "WHSEREL: OPEN FAILED FOR RELRPT - FILE STATUS "
				RRP-FILE-STATUS
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		PERFORM WRITE-REPORT-HEADER
		MOVE "SETS RELEASED TONIGHT" TO WS-SECTION-TITLE
		MOVE "L" TO WS-SECTION-ACTION
		PERFORM WRITE-SET-SECTION
		*> Sets whose release deck is still in flight are held too --
		*> past their date and not delivered -- so they list here.
		MOVE "SETS HELD PAST RELEASE DATE" TO WS-SECTION-TITLE
		MOVE "H" TO WS-SECTION-ACTION
		PERFORM START-REPORT-SECTION
		MOVE 0 TO WS-SECTION-COUNT
		PERFORM WRITE-SECTION-SETS
		MOVE "P" TO WS-SECTION-ACTION
		PERFORM WRITE-SECTION-SETS
		PERFORM WRITE-SECTION-NONE
		MOVE "SETS STILL WAITING" TO WS-SECTION-TITLE
		MOVE "W" TO WS-SECTION-ACTION
		PERFORM WRITE-SET-SECTION
		PERFORM WRITE-REPORT-TOTALS
		CLOSE REL-REPORT-FILE.
	WRITE-SET-SECTION.
		PERFORM START-REPORT-SECTION
		MOVE 0 TO WS-SECTION-COUNT
		PERFORM WRITE-SECTION-SETS
		PERFORM WRITE-SECTION-NONE.
	WRITE-SECTION-SETS.
		PERFORM VARYING WS-WT-IDX FROM 1 BY 1
				UNTIL WS-WT-IDX > WS-WT-COUNT
			IF WS-WT-ACTION(WS-WT-IDX) = WS-SECTION-ACTION
				ADD 1 TO WS-SECTION-COUNT
				PERFORM WRITE-SET-LINE
			END-IF
		END-PERFORM.
	WRITE-SECTION-NONE.
		IF WS-SECTION-COUNT = 0
			MOVE "  NONE" TO REL-REPORT-LINE
			PERFORM WRITE-REPORT-DETAIL-LINE
		END-IF.
	WRITE-SET-LINE.
		*> The origin batch and sequence are where the set booked with
		*> status "W" on the night it was set aside -- the tie back to
		*> that night's OUTFILE, archive, and audit trail.
		MOVE WS-WT-CARD(WS-WT-IDX, 1) TO WS-REL-CARD
		IF WS-REL-PARTNER = SPACES
			MOVE "HOUSE" TO WS-PARTNER-SHOW
		ELSE
			MOVE WS-REL-PARTNER TO WS-PARTNER-SHOW
		END-IF
		MOVE SPACES TO REL-REPORT-LINE
		STRING "  " DELIMITED BY SIZE
			WS-WT-BATCH-ID(WS-WT-IDX) DELIMITED BY SIZE
			"  " DELIMITED BY SIZE
			WS-WT-SET-SEQ(WS-WT-IDX) DELIMITED BY SIZE
			"  " DELIMITED BY SIZE
			WS-WT-RELEASE-DATE(WS-WT-IDX) DELIMITED BY SIZE
			"  " DELIMITED BY SIZE
			WS-PARTNER-SHOW DELIMITED BY SIZE
			"    " DELIMITED BY SIZE
			WS-REL-MODE DELIMITED BY SIZE
			"     " DELIMITED BY SIZE
			WS-REL-KEY-ID DELIMITED BY SIZE
			"  " DELIMITED BY SIZE
			WS-WT-NOTE(WS-WT-IDX) DELIMITED BY SIZE
			INTO REL-REPORT-LINE
		END-STRING
		PERFORM WRITE-REPORT-DETAIL-LINE.
	WRITE-REPORT-TOTALS.
		MOVE "TOTALS" TO WS-SECTION-TITLE
		PERFORM START-REPORT-SECTION
		MOVE SPACES TO REL-REPORT-LINE
		STRING "  RELEASED TONIGHT            " DELIMITED BY SIZE
			WS-RELEASE-COUNT DELIMITED BY SIZE
			INTO REL-REPORT-LINE
		END-STRING
		PERFORM WRITE-REPORT-DETAIL-LINE
		MOVE SPACES TO REL-REPORT-LINE
		STRING "  HELD PAST RELEASE DATE      " DELIMITED BY SIZE
			WS-HELD-COUNT DELIMITED BY SIZE
			INTO REL-REPORT-LINE
		END-STRING
		PERFORM WRITE-REPORT-DETAIL-LINE
		MOVE SPACES TO REL-REPORT-LINE
		STRING "  STILL WAITING               " DELIMITED BY SIZE
			WS-WAIT-COUNT DELIMITED BY SIZE
			INTO REL-REPORT-LINE
		END-STRING
		PERFORM WRITE-REPORT-DETAIL-LINE
		MOVE SPACES TO REL-REPORT-LINE
		STRING "  DELIVERED AND REMOVED       " DELIMITED BY SIZE
			WS-DELIVERED-COUNT DELIMITED BY SIZE
			INTO REL-REPORT-LINE
		END-STRING
		PERFORM WRITE-REPORT-DETAIL-LINE.
	START-REPORT-SECTION.
		*> A blank line, the section title in WS-SECTION-TITLE, and
		*> the column headings.
		MOVE SPACES TO REL-REPORT-LINE
		PERFORM WRITE-REPORT-DETAIL-LINE
		MOVE WS-SECTION-TITLE TO REL-REPORT-LINE
		PERFORM WRITE-REPORT-DETAIL-LINE
		IF WS-SECTION-TITLE NOT = "TOTALS"
			MOVE SPACES TO REL-REPORT-LINE
			STRING "  BATCH     SEQ     RELEASE   PARTNER  MODE  "
				DELIMITED BY SIZE
				"KEY ID    NOTE" DELIMITED BY SIZE
				INTO REL-REPORT-LINE
			END-STRING
			PERFORM WRITE-REPORT-DETAIL-LINE
		END-IF.
	WRITE-REPORT-HEADER.
		*> Starts the first page and re-starts every page after, the
		*> same way the KEYCOMP and AUDRPT reports do; the first page
		*> states the release date and the deck built.
		MOVE SPACES TO REL-REPORT-LINE
		STRING "CARD WAREHOUSE RELEASE REPORT - RUN " DELIMITED BY SIZE
			WS-TIMESTAMP DELIMITED BY SIZE
			"  PAGE " DELIMITED BY SIZE
			WS-PAGE-NUM DELIMITED BY SIZE
			INTO REL-REPORT-LINE
		END-STRING
		PERFORM WRITE-REL-REPORT-LINE
		IF WS-PAGE-NUM = 1
			MOVE SPACES TO REL-REPORT-LINE
			IF WS-RELEASE-COUNT = 0
				STRING "RELEASE DATE " DELIMITED BY SIZE
					WS-RUN-DATE DELIMITED BY SIZE
					"  NO RELEASE DECK BUILT" DELIMITED BY SIZE
					INTO REL-REPORT-LINE
				END-STRING
			ELSE
				STRING "RELEASE DATE " DELIMITED BY SIZE
					WS-RUN-DATE DELIMITED BY SIZE
					"  RELEASE DECK RELDECK BATCH " DELIMITED BY SIZE
					WS-NEW-BATCH-ID DELIMITED BY SIZE
					INTO REL-REPORT-LINE
				END-STRING
			END-IF
			PERFORM WRITE-REL-REPORT-LINE
		END-IF
		MOVE SPACES TO REL-REPORT-LINE
		PERFORM WRITE-REL-REPORT-LINE
		MOVE 0 TO WS-LINES-ON-PAGE
		ADD 1 TO WS-PAGE-NUM.
	WRITE-REPORT-DETAIL-LINE.
		IF WS-LINES-ON-PAGE = WS-LINES-PER-PAGE
			MOVE REL-REPORT-LINE TO WS-HOLD-LINE
			PERFORM WRITE-REPORT-HEADER
			MOVE WS-HOLD-LINE TO REL-REPORT-LINE
		END-IF
		PERFORM WRITE-REL-REPORT-LINE
		ADD 1 TO WS-LINES-ON-PAGE.
	WRITE-REL-REPORT-LINE.
		WRITE REL-REPORT-LINE
		IF RRP-FILE-STATUS NOT = "00"
			DISPLAY "WHSEREL: WRITE FAILED FOR RELRPT - FILE STATUS "
				RRP-FILE-STATUS
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
END PROGRAM WHSEREL.
