*> applies a deck of transaction cards from PRTTRANS -- ADD a new
*> partner, RETIRE an existing one so cards naming it start
*> rejecting, or UPDATE an existing partner's whole profile in place
*> (cipher permissions, default key, route, allowed-key list,
*> duplicate policy) -- then rewrites PRTFILE from the table.  Each
*> transaction gets one console line saying what happened; a rejected
*> transaction (duplicate ADD, unknown partner, a profile that allows
*> neither cipher type, a duplicate policy other than H, F, N, or
*> blank) leaves the master untouched for that card and ends
*> the run with RETURN-CODE 4 so the scheduler can flag the deck for
*> repair.  A profile allowing neither cipher would make every one of
*> the partner's cards reject, which is a mispunched deck, not a
*> profile.  Changes go through the same dual control as KEYMAINT's:
*> the run's operator id comes from MAINTOPER (required), an ADD,
*> RETIRE, or UPDATE card that passes its edits only waits on PRTPEND,
*> and it is applied -- edited again against the master as it then
*> stands -- by an ACCEPT card from a run under a different operator
*> id, or dropped by a REFUSE card.  Every applied change writes its
*> before-image and after-image to the CHGJRNL change journal.

IDENTIFICATION DIVISION.
PROGRAM-ID. PRTMAINT.
	SELECT PARTNER-TRANS-FILE ASSIGN TO "PRTTRANS"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS TRN-FILE-STATUS.
	SELECT PARTNER-PENDING-FILE ASSIGN TO "PRTPEND"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS PND-FILE-STATUS.
	SELECT CHANGE-JOURNAL-FILE ASSIGN TO "CHGJRNL"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS JRN-FILE-STATUS.
DATA DIVISION.
FILE SECTION.
FD  PARTNER-MASTER-FILE.
COPY "PRTREC.cpy".
FD  PARTNER-TRANS-FILE.
COPY "PRTTRANS.cpy".
FD  PARTNER-PENDING-FILE.
COPY "PENDREC.cpy".
FD  CHANGE-JOURNAL-FILE.
COPY "CHGJRNL.cpy".
WORKING-STORAGE SECTION.
01 PRT-FILE-STATUS         PIC XX.
01 TRN-FILE-STATUS         PIC XX.
01 PND-FILE-STATUS         PIC XX.
01 JRN-FILE-STATUS         PIC XX.
01 WS-PRT-EOF              PIC X VALUE "N".
01 WS-TRN-EOF              PIC X VALUE "N".
01 WS-PND-EOF              PIC X VALUE "N".
01 WS-APPLIED-COUNT        PIC 9(4) VALUE 0.
01 WS-REJECTED-COUNT       PIC 9(4) VALUE 0.
01 WS-PENDED-COUNT         PIC 9(4) VALUE 0.
01 WS-REFUSED-COUNT        PIC 9(4) VALUE 0.
01 WS-OPERATOR-ID          PIC X(8) VALUE SPACES.
01 WS-TIMESTAMP            PIC X(21).
*> "Y" while an ACCEPTed pending change is being replayed through the
*> ADD/RETIRE/UPDATE edits, so the edits' last WHEN applies it to the
*> table instead of parking it on PRTPEND again.
01 WS-APPROVING            PIC X VALUE "N".
COPY "PRTTBL.cpy".
COPY "PENDTBL.cpy".
PROCEDURE DIVISION.
	MAIN-CONTROL.
		MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
		PERFORM GET-OPERATOR-ID
		PERFORM LOAD-PARTNER-MASTER
		PERFORM LOAD-PENDING-CHANGES
		PERFORM OPEN-CHANGE-JOURNAL
		PERFORM PROCESS-TRANSACTIONS
		PERFORM REWRITE-PARTNER-MASTER
		PERFORM REWRITE-PENDING-CHANGES
		CLOSE CHANGE-JOURNAL-FILE
		DISPLAY "PRTMAINT: " WS-APPLIED-COUNT " TRANSACTION(S) APPLIED, "
			WS-PENDED-COUNT " PENDED, "
			WS-REFUSED-COUNT " REFUSED, "
			WS-REJECTED-COUNT " REJECTED, "
			PT-COUNT " PARTNER(S) ON MASTER"
		PERFORM VARYING PN-IDX FROM 1 BY 1 UNTIL PN-IDX > PN-COUNT
			IF PN-STATE(PN-IDX) = "P"
				DISPLAY "PRTMAINT: AWAITING APPROVAL "
					PN-TRANS-CARD(PN-IDX)(1:6) " " PN-ENTITY-ID(PN-IDX)(1:4)
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
			DISPLAY "PRTMAINT: MAINTOPER NOT SET - NO OPERATOR ID FOR RUN"
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
	LOAD-PARTNER-MASTER.
		*> A missing PRTFILE (status 35) just means this is the first
		*> maintenance run ever -- start from an empty table and let the
			MOVE PM-ALLOWED-KEY(PT-KEY-IDX)
				TO PT-ALLOWED-KEY(PT-COUNT, PT-KEY-IDX)
		END-PERFORM
		MOVE PM-STATUS TO PT-STATUS(PT-COUNT)
		MOVE PM-DUP-POLICY TO PT-DUP-POLICY(PT-COUNT).
	LOAD-PENDING-CHANGES.
		*> A missing PRTPEND (status 35) just means nothing has ever
		*> been left waiting -- start from an empty table and let the
		*> rewrite at the end create the file.
		OPEN INPUT PARTNER-PENDING-FILE
		EVALUATE PND-FILE-STATUS
			WHEN "00"
				PERFORM LOAD-PENDING-RECORD UNTIL WS-PND-EOF = "Y"
				CLOSE PARTNER-PENDING-FILE
			WHEN "35"
				MOVE 0 TO PN-COUNT
			WHEN OTHER
				DISPLAY "PRTMAINT: OPEN FAILED FOR PRTPEND - FILE STATUS "
					PND-FILE-STATUS
				MOVE 16 TO RETURN-CODE
				STOP RUN
		END-EVALUATE.
	LOAD-PENDING-RECORD.
		READ PARTNER-PENDING-FILE
			AT END
				MOVE "Y" TO WS-PND-EOF
			NOT AT END
				IF PN-COUNT = 50
					DISPLAY "PRTMAINT: PRTPEND EXCEEDS PENDING TABLE SIZE"
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
		*> The journal is permanent and shared with KEYMAINT: every run
		*> appends to it, and only the very first run ever (status 35)
		*> creates it.
		OPEN EXTEND CHANGE-JOURNAL-FILE
		IF JRN-FILE-STATUS = "35"
			OPEN OUTPUT CHANGE-JOURNAL-FILE
		END-IF
		IF JRN-FILE-STATUS NOT = "00"
			DISPLAY "PRTMAINT: OPEN FAILED FOR CHGJRNL - FILE STATUS "
				JRN-FILE-STATUS
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
	PROCESS-TRANSACTIONS.
		OPEN INPUT PARTNER-TRANS-FILE
		IF TRN-FILE-STATUS NOT = "00"
				PERFORM APPLY-TRANSACTION
		END-READ.
	APPLY-TRANSACTION.
		EVALUATE PX-ACTION
			WHEN "ACCEPT"
				PERFORM ACCEPT-PENDING-CHANGE
			WHEN "REFUSE"
				PERFORM REFUSE-PENDING-CHANGE
			WHEN OTHER
				PERFORM APPLY-CHANGE-CARD
		END-EVALUATE.
	APPLY-CHANGE-CARD.
		*> Runs twice in a change's life: once the night it is punched
		*> (WS-APPROVING "N" -- edit it and park it on PRTPEND) and once
		*> the night it is ACCEPTed (WS-APPROVING "Y" -- edit it again
		*> against the master as it now stands, and apply it).
		PERFORM FIND-PARTNER-ENTRY
		EVALUATE PX-ACTION
			WHEN "ADD"
				DISPLAY "PRTMAINT: REJECTED " PX-ACTION " " PX-PARTNER-ID
					" - UNKNOWN ACTION"
		END-EVALUATE.
	ACCEPT-PENDING-CHANGE.
		*> The pending change comes off PRTPEND either way once a
		*> different operator has accepted it: if the master has moved
		*> on underneath it and it no longer passes its edits, it is
		*> rejected like any bad card and has to be entered again.
		PERFORM FIND-PENDING-CHANGE
		EVALUATE TRUE
			WHEN PN-FOUND = "N"
				PERFORM REJECT-TRANSACTION
				DISPLAY "PRTMAINT: REJECTED ACCEPT " PX-PARTNER-ID
					" - NO CHANGE PENDING FOR PARTNER"
			WHEN PN-REQUESTED-BY(PN-IDX) = WS-OPERATOR-ID
				PERFORM REJECT-TRANSACTION
				DISPLAY "PRTMAINT: REJECTED ACCEPT " PX-PARTNER-ID
					" - REQUESTER CANNOT APPROVE OWN CHANGE"
			WHEN OTHER
				MOVE "C" TO PN-STATE(PN-IDX)
				MOVE PN-TRANS-CARD(PN-IDX) TO PARTNER-TRANS-CARD
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
			DISPLAY "PRTMAINT: REJECTED REFUSE " PX-PARTNER-ID
				" - NO CHANGE PENDING FOR PARTNER"
		ELSE
			MOVE "C" TO PN-STATE(PN-IDX)
			ADD 1 TO WS-REFUSED-COUNT
			DISPLAY "PRTMAINT: REFUSED " PN-TRANS-CARD(PN-IDX)(1:6)
				" " PX-PARTNER-ID " - REQUESTED BY "
				PN-REQUESTED-BY(PN-IDX)
		END-IF.
	FIND-PENDING-CHANGE.
		*> Leaves PN-IDX on the partner's waiting change when PN-FOUND
		*> is "Y"; QUEUE-PENDING-CHANGE allows only one per partner id.
		MOVE "N" TO PN-FOUND
		PERFORM VARYING PN-IDX FROM 1 BY 1
				UNTIL PN-IDX > PN-COUNT OR PN-FOUND = "Y"
			IF PN-ENTITY-ID(PN-IDX) = PX-PARTNER-ID
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
				DISPLAY "PRTMAINT: REJECTED " PX-ACTION " " PX-PARTNER-ID
					" - CHANGE ALREADY PENDING FOR PARTNER"
			WHEN PN-COUNT = 50
				PERFORM REJECT-TRANSACTION
				DISPLAY "PRTMAINT: REJECTED " PX-ACTION " " PX-PARTNER-ID
					" - PENDING TABLE FULL"
			WHEN OTHER
				ADD 1 TO PN-COUNT
				MOVE PX-PARTNER-ID TO PN-ENTITY-ID(PN-COUNT)
				MOVE WS-OPERATOR-ID TO PN-REQUESTED-BY(PN-COUNT)
				MOVE WS-TIMESTAMP TO PN-REQUESTED-AT(PN-COUNT)
				MOVE PARTNER-TRANS-CARD TO PN-TRANS-CARD(PN-COUNT)
				MOVE "P" TO PN-STATE(PN-COUNT)
				ADD 1 TO WS-PENDED-COUNT
				DISPLAY "PRTMAINT: PENDING " PX-ACTION " " PX-PARTNER-ID
					" - AWAITING APPROVAL"
		END-EVALUATE.
	FIND-PARTNER-ENTRY.
		*> Leaves PT-IDX on the matching entry when PT-FOUND is "Y";
		*> partner ids are unique on the master (ADD enforces it), so
				PERFORM REJECT-TRANSACTION
				DISPLAY "PRTMAINT: REJECTED ADD " PX-PARTNER-ID
					" - PROFILE ALLOWS NEITHER CIPHER TYPE"
			WHEN PX-DUP-POLICY NOT = "H" AND PX-DUP-POLICY NOT = "F"
					AND PX-DUP-POLICY NOT = "N" AND PX-DUP-POLICY NOT = SPACE
				PERFORM REJECT-TRANSACTION
				DISPLAY "PRTMAINT: REJECTED ADD " PX-PARTNER-ID
					" - DUPLICATE POLICY NOT H, F, OR N"
			WHEN PT-COUNT = 20
				PERFORM REJECT-TRANSACTION
				DISPLAY "PRTMAINT: REJECTED ADD " PX-PARTNER-ID
					" - PARTNER TABLE FULL"
			WHEN WS-APPROVING = "N"
				PERFORM QUEUE-PENDING-CHANGE
			WHEN OTHER
				PERFORM JOURNAL-BEFORE-IMAGE
				ADD 1 TO PT-COUNT
				MOVE PT-COUNT TO PT-IDX
				PERFORM MOVE-CARD-TO-ENTRY
				MOVE "A" TO PT-STATUS(PT-IDX)
				PERFORM JOURNAL-AFTER-IMAGE
				ADD 1 TO WS-APPLIED-COUNT
				DISPLAY "PRTMAINT: ADDED " PX-PARTNER-ID
					" - REQUESTED BY " PN-REQUESTED-BY(PN-IDX)
					" APPROVED BY " WS-OPERATOR-ID
		END-EVALUATE.
	APPLY-RETIRE.
		EVALUATE TRUE
				PERFORM REJECT-TRANSACTION
				DISPLAY "PRTMAINT: REJECTED RETIRE " PX-PARTNER-ID
					" - PARTNER ALREADY RETIRED"
			WHEN WS-APPROVING = "N"
				PERFORM QUEUE-PENDING-CHANGE
			WHEN OTHER
				PERFORM JOURNAL-BEFORE-IMAGE
				MOVE "R" TO PT-STATUS(PT-IDX)
				PERFORM JOURNAL-AFTER-IMAGE
				ADD 1 TO WS-APPLIED-COUNT
				DISPLAY "PRTMAINT: RETIRED " PX-PARTNER-ID
					" - REQUESTED BY " PN-REQUESTED-BY(PN-IDX)
					" APPROVED BY " WS-OPERATOR-ID
		END-EVALUATE.
	APPLY-UPDATE.
		EVALUATE TRUE
				PERFORM REJECT-TRANSACTION
				DISPLAY "PRTMAINT: REJECTED UPDATE " PX-PARTNER-ID
					" - PROFILE ALLOWS NEITHER CIPHER TYPE"
			WHEN PX-DUP-POLICY NOT = "H" AND PX-DUP-POLICY NOT = "F"
					AND PX-DUP-POLICY NOT = "N" AND PX-DUP-POLICY NOT = SPACE
				PERFORM REJECT-TRANSACTION
				DISPLAY "PRTMAINT: REJECTED UPDATE " PX-PARTNER-ID
					" - DUPLICATE POLICY NOT H, F, OR N"
			WHEN WS-APPROVING = "N"
				PERFORM QUEUE-PENDING-CHANGE
			WHEN OTHER
				PERFORM JOURNAL-BEFORE-IMAGE
				PERFORM MOVE-CARD-TO-ENTRY
				PERFORM JOURNAL-AFTER-IMAGE
				ADD 1 TO WS-APPLIED-COUNT
				DISPLAY "PRTMAINT: UPDATED " PX-PARTNER-ID
					" - REQUESTED BY " PN-REQUESTED-BY(PN-IDX)
					" APPROVED BY " WS-OPERATOR-ID
		END-EVALUATE.
	MOVE-CARD-TO-ENTRY.
		MOVE PX-PARTNER-ID TO PT-PARTNER-ID(PT-IDX)
		MOVE PX-ALLOW-KEYWORD TO PT-ALLOW-KEYWORD(PT-IDX)
		MOVE PX-DEFAULT-KEY TO PT-DEFAULT-KEY(PT-IDX)
		MOVE PX-ROUTE-ID TO PT-ROUTE-ID(PT-IDX)
		MOVE PX-DUP-POLICY TO PT-DUP-POLICY(PT-IDX)
		PERFORM VARYING PT-KEY-IDX FROM 1 BY 1 UNTIL PT-KEY-IDX > 5
			MOVE PX-ALLOWED-KEY(PT-KEY-IDX)
				TO PT-ALLOWED-KEY(PT-IDX, PT-KEY-IDX)
		END-PERFORM.
	REJECT-TRANSACTION.
		ADD 1 TO WS-REJECTED-COUNT.
	JOURNAL-BEFORE-IMAGE.
		*> An ADD has no before-image -- the partner wasn't on the
		*> master.
		PERFORM START-JOURNAL-LINE
		MOVE "B" TO CJ-IMAGE-TYPE
		IF PT-FOUND = "Y"
			PERFORM MOVE-ENTRY-TO-RECORD
			MOVE PARTNER-MASTER-RECORD TO CJ-IMAGE
		END-IF
		PERFORM WRITE-JOURNAL-LINE.
	JOURNAL-AFTER-IMAGE.
		PERFORM START-JOURNAL-LINE
		MOVE "A" TO CJ-IMAGE-TYPE
		PERFORM MOVE-ENTRY-TO-RECORD
		MOVE PARTNER-MASTER-RECORD TO CJ-IMAGE
		PERFORM WRITE-JOURNAL-LINE.
	START-JOURNAL-LINE.
		MOVE SPACES TO CHANGE-JOURNAL-RECORD
		MOVE WS-TIMESTAMP TO CJ-TIMESTAMP
		MOVE "PRT" TO CJ-MASTER
		MOVE PX-PARTNER-ID TO CJ-ENTITY-ID
		MOVE PX-ACTION TO CJ-ACTION
		MOVE PN-REQUESTED-BY(PN-IDX) TO CJ-REQUESTED-BY
		MOVE PN-REQUESTED-AT(PN-IDX) TO CJ-REQUESTED-AT
		MOVE WS-OPERATOR-ID TO CJ-APPROVED-BY.
	WRITE-JOURNAL-LINE.
		WRITE CHANGE-JOURNAL-RECORD
		IF JRN-FILE-STATUS NOT = "00"
			DISPLAY "PRTMAINT: WRITE FAILED FOR CHGJRNL - FILE STATUS "
				JRN-FILE-STATUS
			MOVE 16 TO RETURN-CODE
			STOP RUN
		END-IF.
	MOVE-ENTRY-TO-RECORD.
		MOVE SPACES TO PARTNER-MASTER-RECORD
		MOVE PT-PARTNER-ID(PT-IDX) TO PM-PARTNER-ID
		MOVE PT-ALLOW-CAESAR(PT-IDX) TO PM-ALLOW-CAESAR
		MOVE PT-ALLOW-KEYWORD(PT-IDX) TO PM-ALLOW-KEYWORD
		MOVE PT-DEFAULT-KEY(PT-IDX) TO PM-DEFAULT-KEY
		MOVE PT-ROUTE-ID(PT-IDX) TO PM-ROUTE-ID
		PERFORM VARYING PT-KEY-IDX FROM 1 BY 1 UNTIL PT-KEY-IDX > 5
			MOVE PT-ALLOWED-KEY(PT-IDX, PT-KEY-IDX)
				TO PM-ALLOWED-KEY(PT-KEY-IDX)
		END-PERFORM
		MOVE PT-STATUS(PT-IDX) TO PM-STATUS
		MOVE PT-DUP-POLICY(PT-IDX) TO PM-DUP-POLICY.
	REWRITE-PARTNER-MASTER.
		OPEN OUTPUT PARTNER-MASTER-FILE
		IF PRT-FILE-STATUS NOT = "00"
			STOP RUN
		END-IF
		PERFORM VARYING PT-IDX FROM 1 BY 1 UNTIL PT-IDX > PT-COUNT
			PERFORM MOVE-ENTRY-TO-RECORD
			WRITE PARTNER-MASTER-RECORD
			IF PRT-FILE-STATUS NOT = "00"
				DISPLAY "PRTMAINT: WRITE FAILED FOR PRTFILE - FILE STATUS "
			END-IF
		END-PERFORM
		CLOSE PARTNER-MASTER-FILE.
	REWRITE-PENDING-CHANGES.
		*> Only changes still waiting go back out; anything accepted or
		*> refused this run drops off here.
		OPEN OUTPUT PARTNER-PENDING-FILE
		IF PND-FILE-STATUS NOT = "00"
			DISPLAY "PRTMAINT: OPEN FAILED FOR PRTPEND - FILE STATUS "
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
					DISPLAY "PRTMAINT: WRITE FAILED FOR PRTPEND - FILE STATUS "
						PND-FILE-STATUS
					MOVE 16 TO RETURN-CODE
					STOP RUN
				END-IF
			END-IF
		END-PERFORM
		CLOSE PARTNER-PENDING-FILE.
END PROGRAM PRTMAINT.
