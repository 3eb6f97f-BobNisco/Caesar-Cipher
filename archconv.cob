	   >>SOURCE FORMAT IS FREE
*> ARCHCONV carries an existing message archive forward to the current
*> ARCHREC.cpy layout, which appends AR-PARTNER-ID and AR-KEY-ID to the
*> 528-byte record the archive was first built with.  MSGARCH is an
*> indexed file of fixed-length records, so an archive written in the
*> old layout cannot be opened under the new one at all -- every
*> program that reads it would fail at OPEN -- and it has to be copied
*> across once, before the first run of the programs that use the wider
*> record.  The operator renames the old archive to OLDARCH (data and
*> index together); this reads it front to back in key order under its
*> own old-layout FD and writes every record to a fresh MSGARCH with
*> the same key, run date, mode, shift, cipher, status, text, and check
*> value, and the two new fields blank.  The check value carries over
*> unchanged because CHECKVAL is computed over the text and the mode,
*> shift, and status bytes only.  Blank is the honest value for the new
*> fields: the old records never recorded a partner or key, so PRTSTMT
*> books them as house traffic, REKEY picks them up by shift alone as
*> it always did, and KEYCOMP's archive sweep cannot tie them to a
*> key.  A MSGARCH that already exists is never overwritten -- the run
*> refuses with RETURN-CODE 16 so a second run, or a rename that was
*> forgotten, can't wipe a live archive.  Every OPEN, START, READ,
*> WRITE, and CLOSE is checked and any failure abends with 16;
*> the console foots the records read and written, which must agree.

IDENTIFICATION DIVISION.
PROGRAM-ID. ARCHCONV.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
	SELECT OLD-ARCHIVE-FILE ASSIGN TO "OLDARCH"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS DYNAMIC
		RECORD KEY IS OA-KEY
		FILE STATUS IS OLD-FILE-STATUS.
	SELECT ARCHIVE-FILE ASSIGN TO "MSGARCH"
		ORGANIZATION IS INDEXED
		ACCESS MODE IS RANDOM
		RECORD KEY IS AR-KEY
		FILE STATUS IS ARC-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
*> The archive record as it was before the partner and key ids were
*> appended: ARCHREC.cpy less its last two fields.
FD  OLD-ARCHIVE-FILE.
01 OLD-ARCHIVE-RECORD.
	05 OA-KEY.
		10 OA-BATCH-ID     PIC X(8).
		10 OA-SEQUENCE     PIC 9(6).
	05 OA-RUN-DATE         PIC X(8).
	05 OA-MODE             PIC X.
	05 OA-SHIFT            PIC 99.
	05 OA-CIPHER           PIC X.
	05 OA-STATUS           PIC X.
	05 OA-TEXT             PIC X(495).
	05 OA-CHECK-VALUE      PIC 9(6).
FD  ARCHIVE-FILE.
COPY "ARCHREC.cpy".
WORKING-STORAGE SECTION.
01 OLD-FILE-STATUS         PIC XX.
01 ARC-FILE-STATUS         PIC XX.
01 WS-OLD-EOF              PIC X VALUE "N".
01 WS-READ-COUNT           PIC 9(8) VALUE 0.
01 WS-WRITE-COUNT          PIC 9(8) VALUE 0.
PROCEDURE DIVISION.
	MAIN-CONTROL.
		PERFORM CHECK-NEW-ARCHIVE-ABSENT
		PERFORM OPEN-ARCHIVE-FILES
		PERFORM CONVERT-ONE-RECORD UNTIL WS-OLD-EOF = "Y"
		CLOSE OLD-ARCHIVE-FILE
		IF OLD-FILE-STATUS NOT = "00"
			DISPLAY "ARCHCONV: CLOSE FAILED FOR OLDARCH - FILE STATUS "
				OLD-FILE-STATUS
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		CLOSE ARCHIVE-FILE
		IF ARC-FILE-STATUS NOT = "00"
			DISPLAY "ARCHCONV: CLOSE FAILED FOR MSGARCH - FILE STATUS "
				ARC-FILE-STATUS
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		DISPLAY "ARCHCONV: " WS-READ-COUNT " RECORD(S) READ FROM OLDARCH, "
			WS-WRITE-COUNT " WRITTEN TO MSGARCH"
		STOP RUN.
	CHECK-NEW-ARCHIVE-ABSENT.
		*> Any answer but 35 means something is already there under
		*> the archive's name -- a converted archive, or the old one
		*> never renamed (which can fail to open under the new record
		*> length rather than open cleanly).  Either way, stop.
		OPEN INPUT ARCHIVE-FILE
		IF ARC-FILE-STATUS = "35"
			EXIT PARAGRAPH
		END-IF
		IF ARC-FILE-STATUS = "00"
			CLOSE ARCHIVE-FILE
		END-IF
		DISPLAY "ARCHCONV: MSGARCH ALREADY EXISTS (FILE STATUS "
			ARC-FILE-STATUS ") - RENAME THE OLD ARCHIVE TO OLDARCH"
			" AND RUN AGAIN"
		MOVE 16 TO RETURN-CODE
		STOP RUN.
	OPEN-ARCHIVE-FILES.
		OPEN INPUT OLD-ARCHIVE-FILE
		IF OLD-FILE-STATUS NOT = "00"
			DISPLAY "ARCHCONV: OPEN FAILED FOR OLDARCH - FILE STATUS "
				OLD-FILE-STATUS
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		OPEN OUTPUT ARCHIVE-FILE
		IF ARC-FILE-STATUS NOT = "00"
			DISPLAY "ARCHCONV: OPEN FAILED FOR MSGARCH - FILE STATUS "
				ARC-FILE-STATUS
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		*> An empty old archive has nothing to START on (23); the
		*> empty new archive is then the whole conversion.
		MOVE LOW-VALUES TO OA-KEY
		START OLD-ARCHIVE-FILE KEY >= OA-KEY
			INVALID KEY
				MOVE "Y" TO WS-OLD-EOF
		END-START
		IF OLD-FILE-STATUS NOT = "00" AND OLD-FILE-STATUS NOT = "23"
			DISPLAY "ARCHCONV: START FAILED FOR OLDARCH - FILE STATUS "
				OLD-FILE-STATUS
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
	CONVERT-ONE-RECORD.
		READ OLD-ARCHIVE-FILE NEXT RECORD
			AT END
				MOVE "Y" TO WS-OLD-EOF
				EXIT PARAGRAPH
		END-READ
		IF OLD-FILE-STATUS NOT = "00"
			DISPLAY "ARCHCONV: READ FAILED FOR OLDARCH - FILE STATUS "
				OLD-FILE-STATUS
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		ADD 1 TO WS-READ-COUNT
		MOVE SPACES TO ARCHIVE-RECORD
		MOVE OA-BATCH-ID TO AR-BATCH-ID
		MOVE OA-SEQUENCE TO AR-SEQUENCE
		MOVE OA-RUN-DATE TO AR-RUN-DATE
		MOVE OA-MODE TO AR-MODE
		MOVE OA-SHIFT TO AR-SHIFT
		MOVE OA-CIPHER TO AR-CIPHER
		MOVE OA-STATUS TO AR-STATUS
		MOVE OA-TEXT TO AR-TEXT
		MOVE OA-CHECK-VALUE TO AR-CHECK-VALUE
		MOVE SPACES TO AR-PARTNER-ID
		MOVE SPACES TO AR-KEY-ID
		WRITE ARCHIVE-RECORD
			INVALID KEY
				DISPLAY "ARCHCONV: DUPLICATE KEY " AR-BATCH-ID " "
					AR-SEQUENCE " WRITING MSGARCH"
				MOVE 16 TO RETURN-CODE
				STOP RUN
		END-WRITE
		IF ARC-FILE-STATUS NOT = "00"
			DISPLAY "ARCHCONV: WRITE FAILED FOR MSGARCH - FILE STATUS "
				ARC-FILE-STATUS
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		ADD 1 TO WS-WRITE-COUNT.
END PROGRAM ARCHCONV.
