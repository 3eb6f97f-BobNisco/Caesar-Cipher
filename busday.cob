	   >>SOURCE FORMAT IS FREE
*> BUSDAY answers the processing-calendar questions for every program
*> that has to count in business days rather than calendar days:
*> is a given date a business day, and what date lies a given number
*> of business days before or after it.  A business day is Monday to
*> Friday unless the CALENDAR file (see CALREC.cpy) marks the date a
*> holiday, or Saturday/Sunday when the calendar marks it a
*> processing day.  CAESAR (run-date sequencing), KEYRPT and OPSBOARD
*> (the EXPWARN horizon), and HOUSEKP (RETPARMS retention) all call
*> in here, so there is exactly one definition of "the next business
*> day" and the programs can never disagree about it -- the same
*> reason CHECKVAL exists.  The calendar is read on the first CALL of
*> a run and kept in WORKING-STORAGE for the rest of it.  A missing
*> CALENDAR is not fatal: the weekday rule alone still applies, the
*> console says so once, and every CALL hands back a flag saying the
*> answer was given without the calendar, so a caller that matters
*> can say so too.
*>
*> Functions (BdFunction):
*>   "T"  is BdDate a business day -- BdBusiness "Y"/"N", BdResult
*>        set to BdDate.
*>   "A"  step BdCount business days from BdDate (negative steps
*>        back) -- BdResult is the date landed on.  A count of zero
*>        returns BdDate itself, business day or not.
*> Either way BdBusiness says whether BdResult is a business day.  A
*> BdDate that is not a valid YYYYMMDD date comes back with BdResult
*> blank and BdBusiness "N"; callers validate their dates first.

IDENTIFICATION DIVISION.
PROGRAM-ID. BUSDAY.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS CAL-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  CALENDAR-FILE.
COPY "CALREC.cpy".
WORKING-STORAGE SECTION.
*> WORKING-STORAGE keeps its values from one CALL to the next, which
*> is what lets the calendar be read only once per run.
01 CAL-FILE-STATUS         PIC XX.
01 WS-CAL-LOADED           PIC X VALUE "N".
01 WS-CAL-FOUND            PIC X VALUE "N".
01 WS-CAL-EOF              PIC X VALUE "N".
*> Exception days only -- the weekday rule covers everything else --
*> so five hundred lines is years of holidays and working weekends.
01 WS-CAL-TABLE.
	05 WS-CAL-ENTRY OCCURS 500 TIMES.
		10 WS-CAL-DATE     PIC X(8).
		10 WS-CAL-TYPE     PIC X.
01 WS-CAL-COUNT            PIC 9(3) VALUE 0.
01 WS-CAL-IDX              PIC 9(3).
01 WS-CAL-BAD-COUNT        PIC 9(3) VALUE 0.
LOCAL-STORAGE SECTION.
01 DayInt     PIC 9(8) COMP.
01 DayNum     PIC 9(8).
01 DayText    PIC X(8).
01 IsBus      PIC X.
01 StepDir    PIC S9 COMP.
01 StepsLeft  PIC 9(4) COMP.
01 StepGuard  PIC 9(5) COMP.
LINKAGE SECTION.
01 BdFunction PIC X.
01 BdDate     PIC X(8).
01 BdCount    PIC S9(4) COMP.
01 BdResult   PIC X(8).
01 BdBusiness PIC X.
01 BdCalendar PIC X.
PROCEDURE DIVISION USING BdFunction BdDate BdCount BdResult
		BdBusiness BdCalendar.
	MAIN.
		IF WS-CAL-LOADED = "N"
			PERFORM LOAD-CALENDAR
		END-IF
		MOVE WS-CAL-FOUND TO BdCalendar
		MOVE SPACES TO BdResult
		MOVE "N" TO BdBusiness
		IF BdDate IS NOT NUMERIC
			EXIT PROGRAM
		END-IF
		IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(BdDate)) NOT = 0
			EXIT PROGRAM
		END-IF
		MOVE FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(BdDate)) TO DayInt
		EVALUATE BdFunction
			WHEN "T"
				PERFORM TEST-DAY
				MOVE BdDate TO BdResult
				MOVE IsBus TO BdBusiness
			WHEN "A"
				PERFORM STEP-DAYS
			WHEN OTHER
				CONTINUE
		END-EVALUATE
		EXIT PROGRAM.
	STEP-DAYS.
		*> Walks a calendar day at a time and counts only the business
		*> days passed over.  The guard -- ten years of calendar days
		*> -- stops a calendar that marks everything a holiday from
		*> walking forever; a walk that hits it comes back blank.
		IF BdCount < 0
			MOVE -1 TO StepDir
			COMPUTE StepsLeft = 0 - BdCount
		ELSE
			MOVE 1 TO StepDir
			MOVE BdCount TO StepsLeft
		END-IF
		MOVE 0 TO StepGuard
		PERFORM UNTIL StepsLeft = 0 OR StepGuard > 3660
			ADD StepDir TO DayInt
			ADD 1 TO StepGuard
			PERFORM TEST-DAY
			IF IsBus = "Y"
				SUBTRACT 1 FROM StepsLeft
			END-IF
		END-PERFORM
		IF StepsLeft = 0
			PERFORM TEST-DAY
			MOVE DayText TO BdResult
			MOVE IsBus TO BdBusiness
		END-IF.
	TEST-DAY.
		*> Integer day 1 is Monday 1 January 1601, so the remainder
		*> mod 7 runs 1 for Monday through 6 for Saturday and 0 for
		*> Sunday.  A calendar line for the date overrides the
		*> weekday rule either way.
		MOVE FUNCTION DATE-OF-INTEGER(DayInt) TO DayNum
		MOVE DayNum TO DayText
		IF FUNCTION MOD(DayInt, 7) = 0 OR FUNCTION MOD(DayInt, 7) = 6
			MOVE "N" TO IsBus
		ELSE
			MOVE "Y" TO IsBus
		END-IF
		PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
				UNTIL WS-CAL-IDX > WS-CAL-COUNT
			IF WS-CAL-DATE(WS-CAL-IDX) = DayText
				IF WS-CAL-TYPE(WS-CAL-IDX) = "H"
					MOVE "N" TO IsBus
				ELSE
					MOVE "Y" TO IsBus
				END-IF
			END-IF
		END-PERFORM.
	LOAD-CALENDAR.
		*> A missing CALENDAR (status 35) leaves the weekday rule on
		*> its own -- holidays are then treated as business days, so
		*> the console says so rather than quietly get them wrong.
		MOVE "Y" TO WS-CAL-LOADED
		OPEN INPUT CALENDAR-FILE
		EVALUATE CAL-FILE-STATUS
			WHEN "00"
				MOVE "Y" TO WS-CAL-FOUND
				PERFORM LOAD-ONE-CALENDAR-LINE UNTIL WS-CAL-EOF = "Y"
				CLOSE CALENDAR-FILE
			WHEN "35"
				DISPLAY "BUSDAY: NO CALENDAR FILE - BUSINESS DAYS ARE"
					" MONDAY TO FRIDAY WITH NO HOLIDAYS"
			WHEN OTHER
				DISPLAY "BUSDAY: OPEN FAILED FOR CALENDAR - FILE STATUS "
					CAL-FILE-STATUS
				MOVE 16 TO RETURN-CODE
				STOP RUN
		END-EVALUATE
		IF WS-CAL-BAD-COUNT > 0
			DISPLAY "BUSDAY: " WS-CAL-BAD-COUNT
				" CALENDAR LINE(S) IGNORED - FIX THE CALENDAR FILE"
		END-IF.
	LOAD-ONE-CALENDAR-LINE.
		*> A line that isn't a real date with an "H" or "B" can't be
		*> trusted either way, so it is left out and named on the
		*> console -- the rest of the calendar still applies.
		READ CALENDAR-FILE
			AT END
				MOVE "Y" TO WS-CAL-EOF
			NOT AT END
				IF CL-DATE IS NOT NUMERIC
						OR (CL-DAY-TYPE NOT = "H" AND CL-DAY-TYPE NOT = "B")
					ADD 1 TO WS-CAL-BAD-COUNT
					DISPLAY "BUSDAY: BAD CALENDAR LINE " CALENDAR-RECORD
					EXIT PARAGRAPH
				END-IF
				IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(CL-DATE))
						NOT = 0
					ADD 1 TO WS-CAL-BAD-COUNT
					DISPLAY "BUSDAY: BAD CALENDAR LINE " CALENDAR-RECORD
					EXIT PARAGRAPH
				END-IF
				IF WS-CAL-COUNT = 500
					DISPLAY "BUSDAY: CALENDAR TABLE FULL"
					MOVE 16 TO RETURN-CODE
					STOP RUN
				END-IF
				ADD 1 TO WS-CAL-COUNT
				MOVE CL-DATE TO WS-CAL-DATE(WS-CAL-COUNT)
				MOVE CL-DAY-TYPE TO WS-CAL-TYPE(WS-CAL-COUNT)
		END-READ.
END PROGRAM BUSDAY.
