*> This rolls each of them into a dated generation (the run date in
*> the name, e.g. AUDITLOG.D20260821), truncates the operational copy
*> for the next cycle, and purges generations older than the per-file
*> retention read from RETPARMS (calendar days, or business days on
*> the processing calendar where the file's line says so).  Rolling
*> only happens after a vouched-clean cycle (RUNRC environment
*> variable 0, set by the scheduler from CAESAR's return code): a run
*> that may still be restarted needs its operational files exactly as
*> it left them -- the restart re-reads CHKPTFILE to seed its counts
*> and re-opens the others EXTEND -- so on a not-clean cycle
*> everything is left un-rolled and reported RETAINED.  Checkpoint
*> generations are handled on their own rule: once the run they
*> protect has completed clean, every checkpoint generation is
*> deleted outright -- a checkpoint for a finished run protects
*> nothing.  Generations on disk are tracked in the HKCATLG catalog
*> file, which is how purging works without a directory scan, and
*> everything archived, purged, and deleted is printed to the HSKPRPT
*> report so auditors can see the retention policy actually being
*> enforced.

IDENTIFICATION DIVISION.
PROGRAM-ID. HOUSEKP.
01 HK-RETAIN-DAYS          PIC 9(3).
01 HK-DEFAULT-DAYS         PIC 9(3) VALUE 30.
01 HK-DEFAULTED-FLAG       PIC X.
*> "B" when the file's RETPARMS line counts business days; the
*> oldest generation date kept is then found through BUSDAY.
01 HK-RETAIN-UNIT          PIC X.
01 HK-UNIT-TEXT            PIC X(14).
01 HK-BD-FUNCTION          PIC X.
01 HK-BD-DATE              PIC X(8).
01 HK-BD-COUNT             PIC S9(4) COMP.
01 HK-BD-RESULT            PIC X(8).
01 HK-BD-BUSINESS          PIC X.
01 HK-BD-CALENDAR          PIC X.
01 HK-LOOKUP-ID            PIC X(8).
01 HK-DELETE-NAME          PIC X(44).
01 HK-CALL-RC              PIC S9(9) COMP.
	05 HK-PARM-ENTRY OCCURS 20 TIMES.
		10 HK-PARM-ID      PIC X(8).
		10 HK-PARM-DAYS    PIC 9(3).
		10 HK-PARM-UNIT    PIC X.
01 HK-PARM-COUNT           PIC 99 VALUE 0.
01 HK-PARM-IDX             PIC 99.
01 HK-CAT-TABLE.
					ADD 1 TO HK-PARM-COUNT
					MOVE RP-FILE-ID TO HK-PARM-ID(HK-PARM-COUNT)
					MOVE RP-DAYS TO HK-PARM-DAYS(HK-PARM-COUNT)
					MOVE RP-DAY-UNIT TO HK-PARM-UNIT(HK-PARM-COUNT)
				END-IF
		END-READ.
	LOAD-CATALOG.
					HK-LOOKUP-ID DELIMITED BY SIZE
					" " DELIMITED BY SIZE
					HK-RETAIN-DAYS DELIMITED BY SIZE
					HK-UNIT-TEXT DELIMITED BY "  "
					INTO HOUSEKEEPING-REPORT-LINE
				END-STRING
			END-IF
		COMPUTE HK-GEN-AGE =
			FUNCTION INTEGER-OF-DATE(HK-RUN-DATE-INT)
			- FUNCTION INTEGER-OF-DATE(HK-GEN-DATE-INT)
		*> Business-day retention keeps every generation dated on or
		*> after the day that many business days back from the run
		*> date -- the calendar-day rule's "age over the limit", with
		*> weekends and holidays not counted against the file.
		IF HK-RETAIN-UNIT = "B"
			MOVE "A" TO HK-BD-FUNCTION
			MOVE HK-RUN-DATE TO HK-BD-DATE
			COMPUTE HK-BD-COUNT = 0 - HK-RETAIN-DAYS
			CALL 'BUSDAY' USING BY CONTENT HK-BD-FUNCTION HK-BD-DATE
				HK-BD-COUNT
				BY REFERENCE HK-BD-RESULT HK-BD-BUSINESS HK-BD-CALENDAR
			IF HK-CAT-DATE(HK-CAT-IDX) < HK-BD-RESULT
				MOVE "N" TO HK-CAT-KEEP(HK-CAT-IDX)
				PERFORM DELETE-ONE-GENERATION
			END-IF
			EXIT PARAGRAPH
		END-IF
		IF HK-GEN-AGE > HK-RETAIN-DAYS
			MOVE "N" TO HK-CAT-KEEP(HK-CAT-IDX)
			PERFORM DELETE-ONE-GENERATION
	FIND-RETENTION-DAYS.
		MOVE HK-DEFAULT-DAYS TO HK-RETAIN-DAYS
		MOVE "Y" TO HK-DEFAULTED-FLAG
		MOVE "D" TO HK-RETAIN-UNIT
		PERFORM VARYING HK-PARM-IDX FROM 1 BY 1
				UNTIL HK-PARM-IDX > HK-PARM-COUNT
			IF HK-PARM-ID(HK-PARM-IDX) = HK-LOOKUP-ID
				MOVE HK-PARM-DAYS(HK-PARM-IDX) TO HK-RETAIN-DAYS
				MOVE "N" TO HK-DEFAULTED-FLAG
				IF HK-PARM-UNIT(HK-PARM-IDX) = "B"
					MOVE "B" TO HK-RETAIN-UNIT
				ELSE
					MOVE "D" TO HK-RETAIN-UNIT
				END-IF
			END-IF
		END-PERFORM
		IF HK-RETAIN-UNIT = "B"
			MOVE " BUSINESS DAYS" TO HK-UNIT-TEXT
		ELSE
			MOVE " DAYS" TO HK-UNIT-TEXT
		END-IF.
	DELETE-ONE-GENERATION.
		*> CBL_DELETE_FILE reports through RETURN-CODE, which must not
		*> leak into the step's own exit code -- capture it, report a
					HK-AGE-PRINT DELIMITED BY SIZE
					" DAYS, RETENTION " DELIMITED BY SIZE
					HK-RETAIN-DAYS DELIMITED BY SIZE
					HK-UNIT-TEXT DELIMITED BY "  "
					INTO HOUSEKEEPING-REPORT-LINE
				END-STRING
			END-IF
