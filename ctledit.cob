*> raw shift inside the 1-25 policy range, and every named partner id
*> resolved against PRTFILE the way RESOLVE-CARD-PARTNER will (on the
*> master, active, cipher type and key id inside the profile, with
*> the profile's default key standing in for a card that names none).
*> A detail card's release date must be blank or a real YYYYMMDD
*> date, and a card dated past the header's run date has its key's
*> effective window checked as of its release date, the night
*> WHSEREL will release it -- a set written ahead for a key cutover
*> names a key not yet effective tonight.  Each bad card gets one
*> line on the EDTRPT report with its deck position and the reason,
*> deck-level problems get their own lines, and the run ends with
*> RETURN-CODE 0 for a clean deck or 8 for a deck that would bounce
*> key edits below run against this, not CC-KEY-ID raw, so a bad
*> default key surfaces here too.
01 WS-EDIT-KEY-ID          PIC X(8).
*> The date the key's effective window is checked as of: the run
*> date, or a future-dated card's release date.
01 WS-KEY-CHECK-DATE       PIC X(8).
01 WS-KEY-LIST-EMPTY       PIC X.
01 WS-KEY-ALLOWED          PIC X.
COPY "KEYTBL.cpy".
				PERFORM START-DETAIL-SET
				PERFORM EDIT-CIPHER-CARD
			WHEN "S"
				*> Solve cards carry the max shift to search (or, with
				*> cipher "K", the longest keyword to try), not a
				*> policy shift, and never name a key -- structural
				*> placement is all there is to edit.
				PERFORM START-DETAIL-SET
	START-DETAIL-SET.
		ADD 1 TO WS-DETAIL-SETS
		MOVE 1 TO WS-SET-SEGS
		MOVE "Y" TO WS-IN-SET
		PERFORM EDIT-CARD-RELEASE-DATE.
	EDIT-CARD-RELEASE-DATE.
		*> CAESAR rejects a set whose release date is no date; one
		*> dated after the run date is set aside on the warehouse
		*> and resolved against the masters the night it comes due.
		MOVE WS-RUN-DATE TO WS-KEY-CHECK-DATE
		IF CC-RELEASE-DATE = SPACES
			EXIT PARAGRAPH
		END-IF
		IF CC-RELEASE-DATE IS NOT NUMERIC
			MOVE "RELEASE DATE NOT A VALID DATE" TO WS-EDIT-REASON
			PERFORM WRITE-CARD-ERROR
			EXIT PARAGRAPH
		END-IF
		IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(CC-RELEASE-DATE))
				NOT = 0
			MOVE "RELEASE DATE NOT A VALID DATE" TO WS-EDIT-REASON
			PERFORM WRITE-CARD-ERROR
			EXIT PARAGRAPH
		END-IF
		IF CC-RELEASE-DATE > WS-RUN-DATE
			MOVE CC-RELEASE-DATE TO WS-KEY-CHECK-DATE
		END-IF.
	EDIT-CIPHER-CARD.
		*> The same edits ENCRYPT's VALIDATE-SHIFT-AMOUNT and CAESAR's
		*> RESOLVE-CARD-KEY apply tonight, minus the ciphering: cipher
					WHEN KT-STATUS(KT-IDX) NOT = "A"
						MOVE "KEY IS RETIRED" TO WS-EDIT-REASON
						PERFORM WRITE-CARD-ERROR
					WHEN WS-KEY-CHECK-DATE < KT-EFF-DATE(KT-IDX)
						MOVE "KEY NOT YET EFFECTIVE" TO WS-EDIT-REASON
						PERFORM WRITE-CARD-ERROR
					WHEN WS-KEY-CHECK-DATE > KT-EXP-DATE(KT-IDX)
						MOVE "KEY IS EXPIRED" TO WS-EDIT-REASON
						PERFORM WRITE-CARD-ERROR
				END-EVALUATE
