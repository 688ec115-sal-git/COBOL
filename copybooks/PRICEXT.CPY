*> PRICEXT.CPY
*> Shared priced-extension record layout for PRICED-EXTENSIONS.DAT
*> (indexed, keyed on PX-LINE-KEY). One record per pricing line the
*> calculation program extends successfully, carrying the customer
*> and order the line was priced for, so the invoice run can group a
*> run's extensions without re-reading the input or the audit log.
*> The key is the line's identity in the input stream: the run number
*> and record number it was read under, or for a resubmitted line the
*> run and record number it was suspended under. A restart or a
*> repeated resubmit therefore meets its own earlier posting as a
*> duplicate key instead of billing the same line twice.
*> PX-RUN-NUMBER is the run that actually extended the line, which is
*> the run the invoice run selects on. PX-INVOICE-NO stays zero until
*> the line has been invoiced.
    05  PX-LINE-KEY.
        10  PX-ORIGIN-RUN-NUMBER    PIC 9(6).
        10  PX-ORIGIN-RECORD-NBR    PIC 9(7).
    05  PX-RUN-NUMBER       PIC 9(6).
    05  PX-BATCH-DATE       PIC 9(8).
    05  PX-CUSTOMER-NO      PIC X(8).
    05  PX-ORDER-NO         PIC X(8).
    05  PX-ITEM-CODE        PIC X(8).
    05  PX-QUANTITY         PIC S9(5)V99 SIGN IS TRAILING SEPARATE
                                          CHARACTER.
    05  PX-UNIT-PRICE       PIC S9(5)V99 SIGN IS TRAILING SEPARATE
                                          CHARACTER.
    05  PX-EXTENSION        PIC S9(10)V99 SIGN IS TRAILING SEPARATE
                                           CHARACTER.
    05  PX-TIER-USED        PIC 9.
    05  PX-POSTED-DATE      PIC 9(8).
    05  PX-POSTED-TIME      PIC 9(8).
    05  PX-OPERATOR-ID      PIC X(8).
    05  PX-INVOICE-NO       PIC 9(7).
    05  PX-INVOICED-DATE    PIC 9(8).
*> The line's order currency, the rate it was converted at, and its
*> price and extension in that currency. PX-UNIT-PRICE and
*> PX-EXTENSION stay in base currency. Lines posted before currencies
*> existed carry spaces here.
    05  PX-CURRENCY-CODE    PIC X(3).
    05  PX-EXCHANGE-RATE    PIC 9(5)V9(6).
    05  PX-ORDER-UNIT-PRICE PIC S9(5)V99 SIGN IS TRAILING SEPARATE
                                          CHARACTER.
    05  PX-ORDER-EXTENSION  PIC S9(10)V99 SIGN IS TRAILING SEPARATE
                                           CHARACTER.
    05  PX-FILLER           PIC X(5).
