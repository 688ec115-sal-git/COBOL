*> produced it, so two runs on the same date stay distinguishable.
*> Records logged before run numbers existed carry spaces here.
    05  AL-RUN-NUMBER       PIC 9(6).
*> A pricing line also carries the currency it was ordered in and its
*> extension in that currency; AL-PRODUCT stays in base currency so
*> the log still balances to the run totals and statistics. These
*> fields took the record from 80 to 100 bytes. Arithmetic records
*> carry no currency code and a zero order product; records logged
*> before currencies existed carry spaces, so readers test
*> AL-ORDER-PRODUCT NUMERIC first.
    05  AL-CURRENCY-CODE    PIC X(3).
    05  AL-ORDER-PRODUCT    PIC S9(10)V99 SIGN IS TRAILING SEPARATE
                                           CHARACTER.
    05  AL-FILLER           PIC X(13).
