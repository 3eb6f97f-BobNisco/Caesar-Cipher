*> QCARCH=Y archives the result on MSGARCH under a reserved ad-hoc
*> batch id -- "AD" plus today's date, sequenced by time of day --
*> so daytime one-offs reconcile and audit exactly like the nightly
*> run instead of happening off the books.  A request naming a
*> partner is billable traffic, so it is archived whatever QCARCH
*> says -- result or reject, the same as a nightly card -- and both
*> its audit line and its archive record carry the partner id for
*> the month-end statement.  A rejected request ends
*> with RETURN-CODE 4 so a scripted caller can tell "refused" from
*> "ciphered".

*> and never colliding with a real deck's eight-byte batch id.
01 WS-ADHOC-BATCH-ID       PIC X(8).
01 WS-ADHOC-SEQ            PIC 9(6).
*> Archive on QCARCH=Y, or always for a partner's request.
01 WS-ARCHIVE-WANTED       PIC X VALUE "N".
COPY "KEYTBL.cpy".
COPY "PRTTBL.cpy".
COPY "AUDCTX.cpy".
PROCEDURE DIVISION.
	MAIN-CONTROL.
		MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
		MOVE WS-TIMESTAMP(1:8) TO WS-RUN-DATE
		PERFORM GET-REQUEST-PARAMETERS
		*> The ad-hoc batch id and sequence are fixed up front so the
		*> audit line and the archive record name the same pair.
		MOVE SPACES TO WS-ADHOC-BATCH-ID
		STRING "AD" DELIMITED BY SIZE
			WS-TIMESTAMP(3:6) DELIMITED BY SIZE
			INTO WS-ADHOC-BATCH-ID
		END-STRING
		MOVE FUNCTION NUMVAL(WS-TIMESTAMP(9:6)) TO WS-ADHOC-SEQ
		*> ENCRYPT stamps the partner, batch id, and sequence onto its
		*> audit line from here.
		MOVE WS-PARTNER-PARM TO AX-PARTNER-ID
		MOVE WS-ADHOC-BATCH-ID TO AX-BATCH-ID
		MOVE WS-ADHOC-SEQ TO AX-SEQUENCE
		PERFORM LOAD-KEY-MASTER
		PERFORM LOAD-PARTNER-MASTER
		PERFORM OPEN-LOG-FILES
		IF FUNCTION TRIM(WS-SHIFT-PARM) NOT = SPACES
			MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-SHIFT-PARM))
				TO WS-SAVED-SHIFT
		END-IF
		IF WS-ARCH-PARM(1:1) = "Y" OR WS-PARTNER-PARM NOT = SPACES
			MOVE "Y" TO WS-ARCHIVE-WANTED
		END-IF.
	LOAD-KEY-MASTER.
		*> Same loading rule as CAESAR: a missing KEYFILE loads an
		MOVE "R" TO AL-STATUS
		MOVE WS-KEY-ID-PARM TO AL-KEY-ID
		MOVE WS-CIPHER TO AL-CIPHER
		MOVE WS-PARTNER-PARM TO AL-PARTNER-ID
		MOVE WS-ADHOC-BATCH-ID TO AL-BATCH-ID
		MOVE WS-ADHOC-SEQ TO AL-SEQUENCE
		WRITE AUDIT-LOG-RECORD
		IF AUD-FILE-STATUS NOT = "00"
			DISPLAY "QUIKCIPH: WRITE FAILED FOR AUDITLOG - FILE STATUS "
			STOP RUN
		END-IF
		DISPLAY "QUIKCIPH: REQUEST REJECTED - " WS-REJECT-REASON
		*> A refused request archives with status "R" and no text,
		*> the same record CAESAR archives for a rejected card set.
		*> The archive write CALLs CHECKVAL, whose return resets
		*> RETURN-CODE, so the warning code is set after it.
		IF WS-ARCHIVE-WANTED = "Y"
			MOVE SPACES TO WS-OUT-TEXT
			MOVE "R" TO WS-STATUS-FLAG
			PERFORM WRITE-ADHOC-ARCHIVE-RECORD
		END-IF
		MOVE 4 TO RETURN-CODE.
	SHOW-CIPHER-RESULT.
		IF WS-STATUS-FLAG = "R"
			*> ENCRYPT already wrote its own reject and audit lines.
			DISPLAY "QUIKCIPH: REQUEST REJECTED BY CIPHER VALIDATION"
				" - SEE REJFILE"
		ELSE
			DISPLAY "QUIKCIPH: MODE " WS-MODE " SHIFT " WS-EFF-SHIFT
				" CIPHER " WS-CIPHER " KEY " WS-KEY-ID-PARM
			DISPLAY "  RESULT: " FUNCTION TRIM(WS-OUT-TEXT TRAILING)
		END-IF
		IF WS-ARCHIVE-WANTED = "Y"
			PERFORM WRITE-ADHOC-ARCHIVE-RECORD
		END-IF
		IF WS-STATUS-FLAG = "R"
			MOVE 4 TO RETURN-CODE
		END-IF.
	WRITE-ADHOC-ARCHIVE-RECORD.
		*> I-O on an archive that doesn't exist yet reports 35, so the
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		MOVE SPACES TO ARCHIVE-RECORD
		MOVE WS-ADHOC-BATCH-ID TO AR-BATCH-ID
		MOVE WS-ADHOC-SEQ TO AR-SEQUENCE
			WS-EFF-SHIFT WS-STATUS-FLAG
			BY REFERENCE WS-CHECK-VALUE
		MOVE WS-CHECK-VALUE TO AR-CHECK-VALUE
		MOVE WS-PARTNER-PARM TO AR-PARTNER-ID
		MOVE WS-KEY-ID-PARM TO AR-KEY-ID
		WRITE ARCHIVE-RECORD
		IF ARC-FILE-STATUS = "22"
			REWRITE ARCHIVE-RECORD
