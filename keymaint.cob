*> scheduler can flag the deck for repair.  ADD enforces the same
*> 1-25 shift policy ENCRYPT enforces on raw-shift cards, so a key
*> can't smuggle in a shift a control card would have rejected.
*> No one operator can change the master alone: every run names its
*> operator in the MAINTOPER environment variable (required), and an
*> ADD/RETIRE/ROTATE card that passes its edits is only parked on
*> KEYPEND under that operator id.  A later run under a different
*> operator id applies it with an ACCEPT card -- re-editing it against
*> the master as it then stands -- or drops it with a REFUSE card; an
*> ACCEPT from the operator who entered the change is rejected and
*> the change stays pending.  Every change actually applied writes a
*> before-image and an after-image line to the permanent CHGJRNL
*> change journal naming both operators (see CHGJRNL.cpy).

IDENTIFICATION DIVISION.
PROGRAM-ID. KEYMAINT.
	SELECT KEY-TRANS-FILE ASSIGN TO "KEYTRANS"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS TRN-FILE-STATUS.
	SELECT KEY-PENDING-FILE ASSIGN TO "KEYPEND"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS PND-FILE-STATUS.
	SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS JRN-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  KEY-MASTER-FILE.
COPY "KEYREC.cpy".
FD  KEY-TRANS-FILE.
COPY "KEYTRANS.cpy".
FD  KEY-PENDING-FILE.
COPY "PENDREC.cpy".
FD  CHANGE-JOURNAL-FILE.
COPY "CHGJRNL.cpy".
WORKING-STORAGE SECTION.
01 KEY-FILE-STATUS         PIC XX.
01 TRN-FILE-STATUS         PIC XX.
01 PND-FILE-STATUS         PIC XX.
01 JRN-FILE-STATUS         PIC XX.
01 WS-KEY-EOF              PIC X VALUE "N".
01 WS-TRN-EOF              PIC X VALUE "N".
01 WS-PND-EOF              PIC X VALUE "N".
01 WS-APPLIED-COUNT        PIC 9(4) VALUE 0.
01 WS-REJECTED-COUNT       PIC 9(4) VALUE 0.
01 WS-PENDED-COUNT         PIC 9(4) VALUE 0.
01 WS-REFUSED-COUNT        PIC 9(4) VALUE 0.
01 WS-OPERATOR-ID          PIC X(8) VALUE SPACES.
01 WS-TIMESTAMP            PIC X(21).
*> "Y" while an ACCEPTed pending change is being replayed through the
*> ADD/RETIRE/ROTATE edits, so the edits' last WHEN applies it to the
*> table instead of parking it on KEYPEND again.
01 WS-APPROVING            PIC X VALUE "N".
COPY "KEYTBL.cpy".
COPY "PENDTBL.cpy".
PROCEDURE DIVISION.
	MAIN-CONTROL.
		MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
		PERFORM GET-OPERATOR-ID
		PERFORM LOAD-KEY-MASTER
		PERFORM LOAD-PENDING-CHANGES
		PERFORM OPEN-CHANGE-JOURNAL
		PERFORM PROCESS-TRANSACTIONS
		PERFORM REWRITE-KEY-MASTER
		PERFORM REWRITE-PENDING-CHANGES
		CLOSE CHANGE-JOURNAL-FILE
		DISPLAY "KEYMAINT: " WS-APPLIED-COUNT " TRANSACTION(S) APPLIED, "
			WS-PENDED-COUNT " PENDED, "
			WS-REFUSED-COUNT " REFUSED, "
			WS-REJECTED-COUNT " REJECTED, "
			KT-COUNT " KEY(S) ON MASTER"
		PERFORM VARYING PN-IDX FROM 1 BY 1 UNTIL PN-IDX > PN-COUNT
			IF PN-STATE(PN-IDX) = "P"
				DISPLAY "KEYMAINT: AWAITING APPROVAL "
					PN-TRANS-CARD(PN-IDX)(1:6) " " PN-ENTITY-ID(PN-IDX)
					" - REQUESTED BY " PN-REQUESTED-BY(PN-IDX)
					" AT " PN-REQUESTED-AT(PN-IDX)(1:14)
			END-IF
		END-PERFORM
		IF WS-REJECTED-COUNT > 0
			MOVE 4 TO RETURN-CODE
		END-IF
		STOP RUN.
	GET-OPERATOR-ID.
		*> Dual control means nothing if a run can't say who ran it, so
		*> a missing operator id is an abend, not a default.
		ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "MAINTOPER"
		IF WS-OPERATOR-ID = SPACES
			DISPLAY "KEYMAINT: MAINTOPER NOT SET - NO OPERATOR ID FOR RUN"
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
	LOAD-KEY-MASTER.
		*> A missing KEYFILE (status 35) just means this is the first
		*> maintenance run ever -- start from an empty table and let the
				MOVE KY-EXP-DATE TO KT-EXP-DATE(KT-COUNT)
				MOVE KY-STATUS TO KT-STATUS(KT-COUNT)
		END-READ.
	LOAD-PENDING-CHANGES.
		*> A missing KEYPEND (status 35) just means nothing has ever
		*> been left waiting -- start from an empty table and let the
		*> rewrite at the end create the file.
		OPEN INPUT KEY-PENDING-FILE
		EVALUATE PND-FILE-STATUS
			WHEN "00"
				PERFORM LOAD-PENDING-RECORD UNTIL WS-PND-EOF = "Y"
				CLOSE KEY-PENDING-FILE
			WHEN "35"
				MOVE 0 TO PN-COUNT
			WHEN OTHER
				DISPLAY "KEYMAINT: OPEN FAILED FOR KEYPEND - FILE STATUS "
					PND-FILE-STATUS
				MOVE 16 TO RETURN-CODE
				STOP RUN
		END-EVALUATE.
	LOAD-PENDING-RECORD.
		READ KEY-PENDING-FILE
			AT END
				MOVE "Y" TO WS-PND-EOF
			NOT AT END
				IF PN-COUNT = 50
					DISPLAY "KEYMAINT: KEYPEND EXCEEDS PENDING TABLE SIZE"
					MOVE 16 TO RETURN-CODE
					STOP RUN
				END-IF
				ADD 1 TO PN-COUNT
				MOVE PD-ENTITY-ID TO PN-ENTITY-ID(PN-COUNT)
				MOVE PD-REQUESTED-BY TO PN-REQUESTED-BY(PN-COUNT)
				MOVE PD-REQUESTED-AT TO PN-REQUESTED-AT(PN-COUNT)
				MOVE PD-TRANS-CARD TO PN-TRANS-CARD(PN-COUNT)
				MOVE "P" TO PN-STATE(PN-COUNT)
		END-READ.
	OPEN-CHANGE-JOURNAL.
		*> The journal is permanent: every run appends to it, and only
		*> the very first run ever (status 35) creates it.
		OPEN EXTEND CHANGE-JOURNAL-FILE
		IF JRN-FILE-STATUS = "35"
			OPEN OUTPUT CHANGE-JOURNAL-FILE
		END-IF
		IF JRN-FILE-STATUS NOT = "00"
			DISPLAY "KEYMAINT: OPEN FAILED FOR CHGJRNL - FILE STATUS "
				JRN-FILE-STATUS
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
	PROCESS-TRANSACTIONS.
		OPEN INPUT KEY-TRANS-FILE
		IF TRN-FILE-STATUS NOT = "00"
				PERFORM APPLY-TRANSACTION
		END-READ.
	APPLY-TRANSACTION.
		EVALUATE KX-ACTION
			WHEN "ACCEPT"
				PERFORM ACCEPT-PENDING-CHANGE
			WHEN "REFUSE"
				PERFORM REFUSE-PENDING-CHANGE
			WHEN OTHER
				PERFORM APPLY-CHANGE-CARD
		END-EVALUATE.
	APPLY-CHANGE-CARD.
		*> Runs twice in a change's life: once the night it is punched
		*> (WS-APPROVING "N" -- edit it and park it on KEYPEND) and once
		*> the night it is ACCEPTed (WS-APPROVING "Y" -- edit it again
		*> against the master as it now stands, and apply it).
		PERFORM FIND-KEY-ENTRY
		EVALUATE KX-ACTION
			WHEN "ADD"
				DISPLAY "KEYMAINT: REJECTED " KX-ACTION " " KX-KEY-ID
					" - UNKNOWN ACTION"
		END-EVALUATE.
	ACCEPT-PENDING-CHANGE.
		*> The pending change comes off KEYPEND either way once a
		*> different operator has accepted it: if the master has moved
		*> on underneath it and it no longer passes its edits, it is
		*> rejected like any bad card and has to be entered again.
		PERFORM FIND-PENDING-CHANGE
		EVALUATE TRUE
			WHEN PN-FOUND = "N"
				PERFORM REJECT-TRANSACTION
				DISPLAY "KEYMAINT: REJECTED ACCEPT " KX-KEY-ID
					" - NO CHANGE PENDING FOR KEY"
			WHEN PN-REQUESTED-BY(PN-IDX) = WS-OPERATOR-ID
				PERFORM REJECT-TRANSACTION
				DISPLAY "KEYMAINT: REJECTED ACCEPT " KX-KEY-ID
					" - REQUESTER CANNOT APPROVE OWN CHANGE"
			WHEN OTHER
				MOVE "C" TO PN-STATE(PN-IDX)
				MOVE PN-TRANS-CARD(PN-IDX) TO KEY-TRANS-CARD
				MOVE "Y" TO WS-APPROVING
				PERFORM APPLY-CHANGE-CARD
				MOVE "N" TO WS-APPROVING
		END-EVALUATE.
	REFUSE-PENDING-CHANGE.
		*> Either operator may refuse -- the requester withdrawing a
		*> change is no risk to the master.
		PERFORM FIND-PENDING-CHANGE
		IF PN-FOUND = "N"
			PERFORM REJECT-TRANSACTION
			DISPLAY "KEYMAINT: REJECTED REFUSE " KX-KEY-ID
				" - NO CHANGE PENDING FOR KEY"
		ELSE
			MOVE "C" TO PN-STATE(PN-IDX)
			ADD 1 TO WS-REFUSED-COUNT
			DISPLAY "KEYMAINT: REFUSED " PN-TRANS-CARD(PN-IDX)(1:6)
				" " KX-KEY-ID " - REQUESTED BY " PN-REQUESTED-BY(PN-IDX)
		END-IF.
	FIND-PENDING-CHANGE.
		*> Leaves PN-IDX on the key's waiting change when PN-FOUND is
		*> "Y"; QUEUE-PENDING-CHANGE allows only one per key id.
		MOVE "N" TO PN-FOUND
		PERFORM VARYING PN-IDX FROM 1 BY 1
				UNTIL PN-IDX > PN-COUNT OR PN-FOUND = "Y"
			IF PN-ENTITY-ID(PN-IDX) = KX-KEY-ID
				AND PN-STATE(PN-IDX) = "P"
				MOVE "Y" TO PN-FOUND
			END-IF
		END-PERFORM
		IF PN-FOUND = "Y"
			SUBTRACT 1 FROM PN-IDX
		END-IF.
	QUEUE-PENDING-CHANGE.
		PERFORM FIND-PENDING-CHANGE
		EVALUATE TRUE
			WHEN PN-FOUND = "Y"
				PERFORM REJECT-TRANSACTION
				DISPLAY "KEYMAINT: REJECTED " KX-ACTION " " KX-KEY-ID
					" - CHANGE ALREADY PENDING FOR KEY"
			WHEN PN-COUNT = 50
				PERFORM REJECT-TRANSACTION
				DISPLAY "KEYMAINT: REJECTED " KX-ACTION " " KX-KEY-ID
					" - PENDING TABLE FULL"
			WHEN OTHER
				ADD 1 TO PN-COUNT
				MOVE KX-KEY-ID TO PN-ENTITY-ID(PN-COUNT)
				MOVE WS-OPERATOR-ID TO PN-REQUESTED-BY(PN-COUNT)
				MOVE WS-TIMESTAMP TO PN-REQUESTED-AT(PN-COUNT)
				MOVE KEY-TRANS-CARD TO PN-TRANS-CARD(PN-COUNT)
				MOVE "P" TO PN-STATE(PN-COUNT)
				ADD 1 TO WS-PENDED-COUNT
				DISPLAY "KEYMAINT: PENDING " KX-ACTION " " KX-KEY-ID
					" - AWAITING APPROVAL"
		END-EVALUATE.
	FIND-KEY-ENTRY.
		*> Leaves KT-IDX on the matching entry when KT-FOUND is "Y";
		*> key ids are unique on the master (ADD enforces it), so the
				PERFORM REJECT-TRANSACTION
				DISPLAY "KEYMAINT: REJECTED ADD " KX-KEY-ID
					" - KEY TABLE FULL"
			WHEN WS-APPROVING = "N"
				PERFORM QUEUE-PENDING-CHANGE
			WHEN OTHER
				PERFORM JOURNAL-BEFORE-IMAGE
				ADD 1 TO KT-COUNT
				MOVE KT-COUNT TO KT-IDX
				MOVE KX-KEY-ID TO KT-KEY-ID(KT-COUNT)
				MOVE KX-SHIFT TO KT-SHIFT(KT-COUNT)
				MOVE KX-EFF-DATE TO KT-EFF-DATE(KT-COUNT)
				MOVE KX-EXP-DATE TO KT-EXP-DATE(KT-COUNT)
				MOVE "A" TO KT-STATUS(KT-COUNT)
				PERFORM JOURNAL-AFTER-IMAGE
				ADD 1 TO WS-APPLIED-COUNT
				DISPLAY "KEYMAINT: ADDED " KX-KEY-ID
					" - REQUESTED BY " PN-REQUESTED-BY(PN-IDX)
					" APPROVED BY " WS-OPERATOR-ID
		END-EVALUATE.
	APPLY-RETIRE.
		EVALUATE TRUE
				PERFORM REJECT-TRANSACTION
				DISPLAY "KEYMAINT: REJECTED RETIRE " KX-KEY-ID
					" - KEY ALREADY RETIRED"
			WHEN WS-APPROVING = "N"
				PERFORM QUEUE-PENDING-CHANGE
			WHEN OTHER
				PERFORM JOURNAL-BEFORE-IMAGE
				MOVE "R" TO KT-STATUS(KT-IDX)
				PERFORM JOURNAL-AFTER-IMAGE
				ADD 1 TO WS-APPLIED-COUNT
				DISPLAY "KEYMAINT: RETIRED " KX-KEY-ID
					" - REQUESTED BY " PN-REQUESTED-BY(PN-IDX)
					" APPROVED BY " WS-OPERATOR-ID
		END-EVALUATE.
	APPLY-ROTATE.
		EVALUATE TRUE
				PERFORM REJECT-TRANSACTION
				DISPLAY "KEYMAINT: REJECTED ROTATE " KX-KEY-ID
					" - EXPIRY BEFORE EFFECTIVE DATE"
			WHEN WS-APPROVING = "N"
				PERFORM QUEUE-PENDING-CHANGE
			WHEN OTHER
				PERFORM JOURNAL-BEFORE-IMAGE
				MOVE KX-SHIFT TO KT-SHIFT(KT-IDX)
				MOVE KX-EFF-DATE TO KT-EFF-DATE(KT-IDX)
				MOVE KX-EXP-DATE TO KT-EXP-DATE(KT-IDX)
				PERFORM JOURNAL-AFTER-IMAGE
				ADD 1 TO WS-APPLIED-COUNT
				DISPLAY "KEYMAINT: ROTATED " KX-KEY-ID
					" - REQUESTED BY " PN-REQUESTED-BY(PN-IDX)
					" APPROVED BY " WS-OPERATOR-ID
		END-EVALUATE.
	REJECT-TRANSACTION.
		ADD 1 TO WS-REJECTED-COUNT.
	JOURNAL-BEFORE-IMAGE.
		*> An ADD has no before-image -- the key wasn't on the master.
		PERFORM START-JOURNAL-LINE
		MOVE "B" TO CJ-IMAGE-TYPE
		IF KT-FOUND = "Y"
			PERFORM MOVE-ENTRY-TO-RECORD
			MOVE KEY-MASTER-RECORD TO CJ-IMAGE
		END-IF
		PERFORM WRITE-JOURNAL-LINE.
	JOURNAL-AFTER-IMAGE.
		PERFORM START-JOURNAL-LINE
		MOVE "A" TO CJ-IMAGE-TYPE
		PERFORM MOVE-ENTRY-TO-RECORD
		MOVE KEY-MASTER-RECORD TO CJ-IMAGE
		PERFORM WRITE-JOURNAL-LINE.
	START-JOURNAL-LINE.
		MOVE SPACES TO CHANGE-JOURNAL-RECORD
		MOVE WS-TIMESTAMP TO CJ-TIMESTAMP
		MOVE "KEY" TO CJ-MASTER
		MOVE KX-KEY-ID TO CJ-ENTITY-ID
		MOVE KX-ACTION TO CJ-ACTION
		MOVE PN-REQUESTED-BY(PN-IDX) TO CJ-REQUESTED-BY
		MOVE PN-REQUESTED-AT(PN-IDX) TO CJ-REQUESTED-AT
		MOVE WS-OPERATOR-ID TO CJ-APPROVED-BY.
	WRITE-JOURNAL-LINE.
		WRITE CHANGE-JOURNAL-RECORD
		IF JRN-FILE-STATUS NOT = "00"
			DISPLAY "KEYMAINT: WRITE FAILED FOR CHGJRNL - FILE STATUS "
				JRN-FILE-STATUS
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
	MOVE-ENTRY-TO-RECORD.
		MOVE SPACES TO KEY-MASTER-RECORD
		MOVE KT-KEY-ID(KT-IDX) TO KY-KEY-ID
		MOVE KT-SHIFT(KT-IDX) TO KY-SHIFT
		MOVE KT-EFF-DATE(KT-IDX) TO KY-EFF-DATE
		MOVE KT-EXP-DATE(KT-IDX) TO KY-EXP-DATE
		MOVE KT-STATUS(KT-IDX) TO KY-STATUS.
	REWRITE-KEY-MASTER.
		OPEN OUTPUT KEY-MASTER-FILE
		IF KEY-FILE-STATUS NOT = "00"
			STOP RUN
		END-IF
		PERFORM VARYING KT-IDX FROM 1 BY 1 UNTIL KT-IDX > KT-COUNT
			PERFORM MOVE-ENTRY-TO-RECORD
			WRITE KEY-MASTER-RECORD
			IF KEY-FILE-STATUS NOT = "00"
				DISPLAY "KEYMAINT: WRITE FAILED FOR KEYFILE - FILE STATUS "
			END-IF
		END-PERFORM
		CLOSE KEY-MASTER-FILE.
	REWRITE-PENDING-CHANGES.
		*> Only changes still waiting go back out; anything accepted or
		*> refused this run drops off here.
		OPEN OUTPUT KEY-PENDING-FILE
		IF PND-FILE-STATUS NOT = "00"
			DISPLAY "KEYMAINT: OPEN FAILED FOR KEYPEND - FILE STATUS "
				PND-FILE-STATUS
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF
		PERFORM VARYING PN-IDX FROM 1 BY 1 UNTIL PN-IDX > PN-COUNT
			IF PN-STATE(PN-IDX) = "P"
				MOVE SPACES TO PENDING-CHANGE-RECORD
				MOVE PN-ENTITY-ID(PN-IDX) TO PD-ENTITY-ID
				MOVE PN-REQUESTED-BY(PN-IDX) TO PD-REQUESTED-BY
				MOVE PN-REQUESTED-AT(PN-IDX) TO PD-REQUESTED-AT
				MOVE PN-TRANS-CARD(PN-IDX) TO PD-TRANS-CARD
				WRITE PENDING-CHANGE-RECORD
				IF PND-FILE-STATUS NOT = "00"
					DISPLAY "KEYMAINT: WRITE FAILED FOR KEYPEND - FILE STATUS "
						PND-FILE-STATUS
					MOVE 16 TO RETURN-CODE
					STOP RUN
				END-IF
			END-IF
		END-PERFORM
		CLOSE KEY-PENDING-FILE.
END PROGRAM KEYMAINT.
