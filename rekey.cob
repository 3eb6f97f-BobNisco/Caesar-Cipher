*> RETURN-CODE 8.  A checkpoint line goes to REKYCKPT every few
*> conversions, and REKEYRESUME=Y resumes a half-finished rekey just
*> past the last checkpointed record with its counts seeded back in.
*> A record stamped with a key id (AR-KEY-ID) other than REKEYID is
*> some other key's traffic that happens to share the old shift and
*> is skipped.  After a key compromise the archive moves to a new key
*> id rather than a new shift under the same one: NEWKEYID names it,
*> the re-encrypt leg audits under it, and converted records are
*> re-stamped with it; left unset it is REKEYID, the rotation case.
*> KEYCOMP's impact report prints these parameters for the key.

IDENTIFICATION DIVISION.
PROGRAM-ID. REKEY.
01 RKC-FILE-STATUS         PIC XX.
01 WS-TIMESTAMP            PIC X(21).
01 WS-KEY-ID-PARM          PIC X(8).
01 WS-NEW-KEY-ID-PARM      PIC X(8).
01 WS-OLD-SHIFT-PARM       PIC X(2).
01 WS-NEW-SHIFT-PARM       PIC X(2).
01 WS-FROM-DATE            PIC X(8).
01 WS-LINES-ON-PAGE        PIC 99 VALUE 0.
01 WS-LINES-PER-PAGE       PIC 99 VALUE 20.
01 WS-HOLD-LINE            PIC X(100).
COPY "AUDCTX.cpy".
PROCEDURE DIVISION.
	MAIN-CONTROL.
		MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
		ACCEPT WS-FROM-DATE FROM ENVIRONMENT "FROMDATE"
		ACCEPT WS-TO-DATE FROM ENVIRONMENT "TODATE"
		ACCEPT WS-RESUME-PARM FROM ENVIRONMENT "REKEYRESUME"
		MOVE SPACES TO WS-NEW-KEY-ID-PARM
		ACCEPT WS-NEW-KEY-ID-PARM FROM ENVIRONMENT "NEWKEYID"
		IF WS-NEW-KEY-ID-PARM = SPACES
			MOVE WS-KEY-ID-PARM TO WS-NEW-KEY-ID-PARM
		END-IF
		IF FUNCTION TRIM(WS-KEY-ID-PARM) = SPACES
				OR FUNCTION TRIM(WS-OLD-SHIFT-PARM) = SPACES
				OR FUNCTION TRIM(WS-NEW-SHIFT-PARM) = SPACES
		*> Only a successfully Caesar-encrypted record still carrying
		*> the old shift is a conversion candidate: decrypt results,
		*> solve placeholders, rejects, records already on another
		*> shift or stamped with another key id, and keyword-cipher
		*> records (whose AR-SHIFT names the rotated key's shift even
		*> though the keyword did the work -- Caesar-shifting that
		*> text would corrupt it) are all counted skipped and left
		*> exactly as they are.
		IF AR-MODE NOT = "E" OR AR-STATUS NOT = "S"
				OR AR-CIPHER NOT = "C"
				OR AR-SHIFT NOT = WS-OLD-SHIFT
				OR (AR-KEY-ID NOT = SPACES
					AND AR-KEY-ID NOT = WS-KEY-ID-PARM)
			ADD 1 TO WS-SKIPPED-COUNT
			EXIT PARAGRAPH
		END-IF
		MOVE AR-TEXT TO WS-ARCH-TEXT
		*> Both cipher legs audit under the record's own partner,
		*> batch id, and sequence.
		MOVE AR-PARTNER-ID TO AX-PARTNER-ID
		MOVE AR-BATCH-ID TO AX-BATCH-ID
		MOVE AR-SEQUENCE TO AX-SEQUENCE
		CALL 'DECRYPT' USING BY CONTENT WS-ARCH-TEXT
			WS-OLD-SHIFT "D" WS-KEY-ID-PARM
			"C" WS-PROBE-KEYWORD
			EXIT PARAGRAPH
		END-IF
		CALL 'ENCRYPT' USING BY CONTENT WS-PLAIN-TEXT
			WS-NEW-SHIFT "E" WS-NEW-KEY-ID-PARM
			"C" WS-PROBE-KEYWORD
			BY REFERENCE WS-NEW-TEXT WS-STATUS-FLAG
		IF WS-STATUS-FLAG = "R"
		END-IF
		MOVE WS-NEW-TEXT TO AR-TEXT
		MOVE WS-NEW-SHIFT TO AR-SHIFT
		MOVE WS-NEW-KEY-ID-PARM TO AR-KEY-ID
		*> The record's check value covers its text and shift, so a
		*> rewrite has to recompute it or the archive sweep would
		*> flag every converted record as corrupt.
