*> program's suspense reason codes: NNUM, BDOP, DIV0, OVFL, NOIT.
*> The operation totals mirror WS-OP-TOTALS-TABLE: ADD, SUBTRACT,
*> MULTIPLY, DIVIDE, PRICING.
*> Reason codes added after the layout was fixed take their own
*> fields out of the old filler, and past the end of the record once
*> the filler ran out, so records written before them carry spaces
*> there and readers test NUMERIC first.
    05  RH-RUN-DATE         PIC 9(8).
    05  RH-RUN-TIME         PIC 9(8).
    05  RH-RUN-NUMBER       PIC 9(6).
            15  RH-OT-COUNT PIC 9(7).
            15  RH-OT-SUM   PIC S9(12)V99 SIGN IS TRAILING SEPARATE
                                           CHARACTER.
    05  RH-NOCU-COUNT       PIC 9(7).
    05  RH-NOXR-COUNT       PIC 9(7).
    05  RH-FILLER           PIC X(6).
