*> CHGJRNL.cpy
*> Permanent change journal for the key and partner masters, appended
*> by KEYMAINT and PRTMAINT and never rewritten.  Every change applied
*> to KEYFILE or PRTFILE writes two lines: CJ-IMAGE-TYPE "B" carries
*> the master record as it stood before the change (blank for an ADD)
*> and "A" the record as rewritten, each a full KEYREC or PRTREC line
*> image in CJ-IMAGE.  CJ-MASTER says which master ("KEY" or "PRT"),
*> CJ-REQUESTED-BY/CJ-REQUESTED-AT the operator and time the change
*> was entered, CJ-APPROVED-BY the different operator whose ACCEPT
*> applied it -- so CHGRPT can show, for every key and partner, who
*> asked for each change, who let it through, and what it changed.
01 CHANGE-JOURNAL-RECORD.
	05 CJ-TIMESTAMP        PIC X(21).
	05 FILLER              PIC X.
	05 CJ-MASTER           PIC X(3).
	05 FILLER              PIC X.
	05 CJ-ENTITY-ID        PIC X(8).
	05 FILLER              PIC X.
	05 CJ-ACTION           PIC X(6).
	05 FILLER              PIC X.
	05 CJ-IMAGE-TYPE       PIC X.
	05 FILLER              PIC X.
	05 CJ-REQUESTED-BY     PIC X(8).
	05 FILLER              PIC X.
	05 CJ-REQUESTED-AT     PIC X(21).
	05 FILLER              PIC X.
	05 CJ-APPROVED-BY      PIC X(8).
	05 FILLER              PIC X.
	05 CJ-IMAGE            PIC X(80).
