            15  IM-QB-QUANTITY  PIC 9(5).
            15  IM-QB-PRICE     PIC S9(5)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
*> Stock position. On-hand is relieved by each pricing extension the
*> calculator posts and raised by Stock_receipts_load; the reorder
*> point and quantity are kept in Item_master_maint. An item carried
*> over from before stock was tracked has spaces here and is not
*> relieved or reported until a receipt or reorder level starts it,
*> so readers test IM-ON-HAND-QTY NUMERIC first.
*> IM-NEGATIVE-RUN-NUMBER is the pricing run that took on-hand below
*> zero; it stays set until receipts bring the item back to zero or
*> above, so the reorder report can name the run responsible.
    05  IM-STOCK-DATA.
        10  IM-ON-HAND-QTY      PIC S9(7)V99 SIGN IS TRAILING
                                              SEPARATE CHARACTER.
        10  IM-REORDER-POINT    PIC 9(5)V99.
        10  IM-REORDER-QTY      PIC 9(5)V99.
        10  IM-NEGATIVE-RUN-NUMBER  PIC 9(6).
    05  IM-FILLER           PIC X(4).
