*> window, shift, the count of E/D invocations and of rejects that
*> named it, and the timestamp it was last used -- then a forewarning
*> section listing every active key that expires within EXPWARN days
*> (environment variable, the RESTARTAT convention; default 7; a
*> trailing "B", e.g. 5B, counts business days on the processing
*> calendar through BUSDAY) and has logged usage.  Any key in the
*> forewarning section ends the run with RETURN-CODE 4, so the
*> scheduler surfaces "plan a KEYMAINT ROTATE this week" instead of
*> operations eating the rejects next week.

IDENTIFICATION DIVISION.
PROGRAM-ID. KEYRPT.
01 WS-TIMESTAMP            PIC X(21).
01 WS-WARN-PARM            PIC X(4).
01 WS-WARN-DAYS            PIC 999 VALUE 7.
*> EXPWARN with a trailing "B" (e.g. 5B) counts the horizon in
*> business days on the processing calendar instead of calendar
*> days.  Either way the horizon is turned into a calendar-day limit
*> up front, so the per-key test is the same comparison regardless.
01 WS-WARN-B-COUNT         PIC 9.
01 WS-WARN-BUSINESS        PIC X VALUE "N".
01 WS-WARN-LIMIT           PIC S9(5) COMP.
01 WS-BD-FUNCTION          PIC X.
01 WS-BD-DATE              PIC X(8).
01 WS-BD-COUNT             PIC S9(4) COMP.
01 WS-BD-RESULT            PIC X(8).
01 WS-BD-BUSINESS          PIC X.
01 WS-BD-CALENDAR          PIC X.
01 WS-TODAY-INT            PIC 9(8) COMP.
01 WS-EXP-DATE-NUM         PIC 9(8).
01 WS-EXP-INT              PIC 9(8) COMP.
		STOP RUN.
	GET-WARN-PARAMETER.
		*> EXPWARN widens or narrows the forewarning horizon; unset
		*> (or blank) keeps the one-week default.  A "B" anywhere in
		*> it asks for business days: the horizon is then the date
		*> that many business days after today, from BUSDAY, so a
		*> five-business-day warning given on a Thursday still
		*> reaches across the weekend to the following Thursday.
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
	LOAD-KEY-MASTER.
		*> A missing KEYFILE (status 35) loads an empty table -- the
				IF AL-STATUS = "R"
					ADD 1 TO WS-KU-REJ-COUNT(WS-KU-IDX)
				ELSE
					*> A warehoused set ("W") hasn't used the key yet --
					*> it counts on the night it is released -- and a
					*> held duplicate ("H") was never enciphered at all.
					IF (AL-MODE = "E" OR AL-MODE = "D")
							AND AL-STATUS NOT = "W"
							AND AL-STATUS NOT = "H"
						ADD 1 TO WS-KU-USE-COUNT(WS-KU-IDX)
					END-IF
				END-IF
		MOVE SPACES TO KEY-REPORT-LINE
		PERFORM WRITE-REPORT-DETAIL-LINE
		MOVE SPACES TO KEY-REPORT-LINE
		IF WS-WARN-BUSINESS = "Y"
			STRING "EXPIRY FOREWARNING - ACTIVE KEYS IN USE EXPIRING"
				" WITHIN " DELIMITED BY SIZE
				WS-WARN-DAYS DELIMITED BY SIZE
				" BUSINESS DAY(S), BY " DELIMITED BY SIZE
				WS-BD-RESULT DELIMITED BY SIZE
				INTO KEY-REPORT-LINE
			END-STRING
		ELSE
			STRING "EXPIRY FOREWARNING - ACTIVE KEYS IN USE EXPIRING"
				" WITHIN " DELIMITED BY SIZE
				WS-WARN-DAYS DELIMITED BY SIZE
				" DAY(S)" DELIMITED BY SIZE
				INTO KEY-REPORT-LINE
			END-STRING
		END-IF
		PERFORM WRITE-REPORT-DETAIL-LINE
		PERFORM VARYING KT-IDX FROM 1 BY 1 UNTIL KT-IDX > KT-COUNT
			PERFORM CHECK-ONE-KEY-EXPIRY
		MOVE FUNCTION NUMVAL(KT-EXP-DATE(KT-IDX)) TO WS-EXP-DATE-NUM
		MOVE FUNCTION INTEGER-OF-DATE(WS-EXP-DATE-NUM) TO WS-EXP-INT
		COMPUTE WS-DAYS-LEFT = WS-EXP-INT - WS-TODAY-INT
		IF WS-DAYS-LEFT <= WS-WARN-LIMIT
			ADD 1 TO WS-WARN-COUNT
			MOVE SPACES TO KEY-REPORT-LINE
			STRING "  " DELIMITED BY SIZE
