*> CHGRPTL.cpy
*> One 100-byte print line per record for CHGRPT's master change
*> report -- page header, one block per applied change (who requested
*> it, who approved it, before and after images), and the changes
*> still awaiting approval, in the same paginated style as the SOLVE
*> and AUDRPT reports.
01 CHANGE-REPORT-LINE     PIC X(100).
