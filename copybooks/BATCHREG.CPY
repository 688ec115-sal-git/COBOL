*> BATCHREG.CPY
*> Shared duplicate-batch register layout for BATCH-REGISTER.DAT
*> (indexed, keyed on BR-BATCH-KEY). One record per batch the
*> calculation program has processed, identified the way the
*> supplying department identifies it: the sender code from the "H"
*> header, the header batch date, and the detail count and hash total
*> from the "T" trailer. The edit step refuses a batch already on the
*> register, and so does the calculation run when it is fed the raw
*> file directly, so a second transmission of the same batch cannot be
*> posted twice.
*> A genuine re-run is let through only by an operator with resubmit
*> authority naming OVERRIDE on the command line; the edit leaves the
*> entry at "O" with the operator who granted it, and the calculation
*> run sets it back to "P" when the re-run completes.
*> Sender codes are spaces for a department that does not yet fill
*> the header past the batch date.
    05  BR-BATCH-KEY.
        10  BR-SENDER-CODE  PIC X(6).
        10  BR-BATCH-DATE   PIC 9(8).
        10  BR-RECORD-COUNT PIC 9(7).
        10  BR-HASH-TOTAL   PIC S9(12)V99 SIGN IS TRAILING SEPARATE
                                           CHARACTER.
    05  BR-STATUS           PIC X.
        88  BR-PROCESSED        VALUE "P".
        88  BR-OVERRIDE-GRANTED VALUE "O".
    05  BR-FIRST-RUN-NUMBER PIC 9(6).
    05  BR-FIRST-RUN-DATE   PIC 9(8).
    05  BR-FIRST-RUN-TIME   PIC 9(8).
    05  BR-LAST-RUN-NUMBER  PIC 9(6).
    05  BR-LAST-RUN-DATE    PIC 9(8).
    05  BR-LAST-RUN-TIME    PIC 9(8).
    05  BR-PROCESS-COUNT    PIC 9(3).
    05  BR-OVERRIDE-OPER-ID PIC X(8).
    05  BR-OVERRIDE-DATE    PIC 9(8).
    05  BR-OVERRIDE-TIME    PIC 9(8).
    05  BR-FILLER           PIC X(20).
