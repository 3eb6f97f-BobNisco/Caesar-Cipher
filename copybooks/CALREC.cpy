*> CALREC.cpy
*> One line per exception day on the processing calendar (CALENDAR):
*> the date, whether it is a holiday ("H" -- no cycle runs, though it
*> falls Monday to Friday) or a processing day ("B" -- a cycle runs,
*> though it falls on a weekend, e.g. a month-end Saturday), and a
*> free-text description for whoever reads the file.  A date with no
*> line here follows the plain weekday rule: Monday to Friday are
*> business days, Saturday and Sunday are not.  Operations keeps the
*> file by hand, the way RETPARMS is kept, a year or so ahead; BUSDAY
*> is the only program that reads it.
01 CALENDAR-RECORD.
	05 CL-DATE             PIC X(8).
	05 FILLER              PIC X.
	05 CL-DAY-TYPE         PIC X.
	05 FILLER              PIC X.
	05 CL-DESCRIPTION      PIC X(30).
