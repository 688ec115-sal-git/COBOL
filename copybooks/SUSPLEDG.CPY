*> SUSPLEDG.CPY
*> Shared suspense-ledger record layout for SUSPENSE-LEDGER.DAT
*> (indexed, keyed on SL-ENTRY-KEY = the run number and record number
*> the reject was suspended under). MULT-SUSPENSE.DAT is still the
*> run's working file and starts fresh every run; the ledger is the
*> permanent record of every reject until it is cleared or written
*> off, so nothing leaves suspense without a trace.
*> Status: O open; C corrected - a RESUBMIT run processed it cleanly;
*> R resubmitted - a RESUBMIT run rejected it again and it carries on
*> as the open entry named by SL-NEXT-ENTRY-KEY; W written off by an
*> operator with write-off authority, with the reason.
*> SL-FIRST-SUSPENDED-DATE is when the item first went to suspense and
*> is carried across resubmits, so aging is never reset by a retry.
    05  SL-ENTRY-KEY.
        10  SL-RUN-NUMBER       PIC 9(6).
        10  SL-RECORD-NBR       PIC 9(7).
    05  SL-INPUT-IMAGE.
        10  SL-DIGIT-1          PIC S9(5)V99 SIGN IS TRAILING SEPARATE
                                              CHARACTER.
        10  SL-DIGIT-2          PIC S9(5)V99 SIGN IS TRAILING SEPARATE
                                              CHARACTER.
        10  SL-OP-CODE          PIC X.
        10  FILLER              PIC X.
    05  SL-PRICING-IMAGE REDEFINES SL-INPUT-IMAGE.
        10  SL-PR-ITEM-CODE     PIC X(8).
        10  SL-PR-QUANTITY      PIC S9(5)V99 SIGN IS TRAILING SEPARATE
                                              CHARACTER.
        10  FILLER              PIC X(2).
    05  SL-REASON-CODE          PIC X(4).
    05  SL-PRICING-FLAG         PIC X.
        88  SL-PRICING-ENTRY        VALUE "Y".
    05  SL-CUSTOMER-NO          PIC X(8).
    05  SL-ORDER-NO             PIC X(8).
    05  SL-BATCH-DATE           PIC 9(8).
    05  SL-SUSPENDED-DATE       PIC 9(8).
    05  SL-SUSPENDED-TIME       PIC 9(8).
    05  SL-SUSPENDED-BY         PIC X(8).
    05  SL-FIRST-SUSPENDED-DATE PIC 9(8).
    05  SL-STATUS               PIC X.
        88  SL-OPEN                 VALUE "O".
        88  SL-RESUBMITTED          VALUE "R".
        88  SL-CORRECTED            VALUE "C".
        88  SL-WRITTEN-OFF          VALUE "W".
    05  SL-CLOSED-BY            PIC X(8).
    05  SL-CLOSED-DATE          PIC 9(8).
    05  SL-CLOSED-TIME          PIC 9(8).
    05  SL-CLOSED-RUN-NUMBER    PIC 9(6).
    05  SL-NEXT-ENTRY-KEY.
        10  SL-NEXT-RUN-NUMBER  PIC 9(6).
        10  SL-NEXT-RECORD-NBR  PIC 9(7).
    05  SL-WRITE-OFF-REASON     PIC X(30).
    05  SL-CURRENCY-CODE        PIC X(3).
    05  SL-FILLER               PIC X(9).
