*> CHGBKREC.cpy
*> 80-byte record layout for the month-end chargeback file PRTSTMT
*> writes for finance to load: an "H" header naming the statement
*> month and when the file was built, one "D" record per partner
*> statement carrying the same figures the printed statement shows,
*> and a "T" trailer with the record count and the month's message
*> and byte totals so the load can prove it took the whole file.
*> Every field is fixed-width and zero-filled -- no editing, no
*> separators -- so the load never has to parse anything.
*> CHARGEBACK-HEADER and CHARGEBACK-TRAILER redefine the same 80
*> bytes as CHARGEBACK-RECORD, the way XMITREC.cpy shares one area
*> across its envelope.
01 CHARGEBACK-RECORD.
	05 CB-REC-TYPE         PIC X.
	05 CB-PARTNER-ID       PIC X(4).
	05 CB-MONTH            PIC X(6).
	05 CB-ENCRYPTED        PIC 9(6).
	05 CB-DECRYPTED        PIC 9(6).
	05 CB-REJECTED         PIC 9(6).
	05 CB-RECYCLED         PIC 9(6).
	05 CB-BYTES-SENT       PIC 9(10).
	05 CB-BATCHES          PIC 9(4).
	05 CB-ACK-MATCHED      PIC 9(4).
	05 CB-ACK-DISPUTED     PIC 9(4).
	05 CB-ACK-PENDING      PIC 9(4).
	05 CB-NOT-SENT         PIC 9(4).
	05 FILLER              PIC X(15).
01 CHARGEBACK-HEADER REDEFINES CHARGEBACK-RECORD.
	05 CBH-REC-TYPE        PIC X.
	05 CBH-MONTH           PIC X(6).
	05 CBH-CREATED-TS      PIC X(21).
	05 FILLER              PIC X(52).
01 CHARGEBACK-TRAILER REDEFINES CHARGEBACK-RECORD.
	05 CBT-REC-TYPE        PIC X.
	05 CBT-RECORD-COUNT    PIC 9(6).
	05 CBT-MESSAGE-TOTAL   PIC 9(8).
	05 CBT-BYTE-TOTAL      PIC 9(12).
	05 FILLER              PIC X(53).
