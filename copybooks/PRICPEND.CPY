*> PRICPEND.CPY
*> Shared pending price-change layout for PRICE-PENDING.DAT (indexed,
*> keyed on PP-CHANGE-KEY). A keyed change from Item_master_maint and
*> every record of a Price_change_load lands here instead of on the
*> item master; Price_change_approval applies it only once a second
*> operator with approval authority has approved it.
*> The key is the moment the change was requested plus a sequence
*> within that moment (the record number for a load), so the file
*> reads back oldest request first for the aging report.
*> PP-SOURCE is the requesting program's audit action (ADD for a new
*> item's first price, CHANGE for a keyed change, QTYBRK to set a
*> quantity-break tier's price, QTYDEL to remove a tier, PRCLOAD for
*> the load), carried through to the item maintenance audit entry
*> written when the change is applied.
*> PP-PRICE-AT-REQUEST is the item's current price when the change was
*> raised, shown to the approver beside the proposed price; for a
*> break change it is the tier's current price, or the unit price for
*> a new tier.
*> PP-BREAK-QUANTITY is the tier a QTYBRK or QTYDEL change applies to,
*> zero for every other source.
*> Status: P pending, A approved and applied, R rejected, X approved
*> but could not be applied (item gone, price or break table full).
    05  PP-CHANGE-KEY.
        10  PP-REQUEST-DATE     PIC 9(8).
        10  PP-REQUEST-TIME     PIC 9(8).
        10  PP-REQUEST-SEQ      PIC 9(5).
    05  PP-ITEM-CODE        PIC X(8).
    05  PP-SOURCE           PIC X(8).
    05  PP-EFF-DATE         PIC 9(8).
    05  PP-PROPOSED-PRICE   PIC S9(5)V99 SIGN IS TRAILING SEPARATE
                                          CHARACTER.
    05  PP-PRICE-AT-REQUEST PIC S9(5)V99 SIGN IS TRAILING SEPARATE
                                          CHARACTER.
    05  PP-REQUESTED-BY     PIC X(8).
    05  PP-STATUS           PIC X.
        88  PP-PENDING          VALUE "P".
        88  PP-APPROVED         VALUE "A".
        88  PP-REJECTED         VALUE "R".
        88  PP-NOT-APPLIED      VALUE "X".
    05  PP-DECIDED-BY       PIC X(8).
    05  PP-DECIDED-DATE     PIC 9(8).
    05  PP-DECIDED-TIME     PIC 9(8).
    05  PP-DECISION-NOTE    PIC X(30).
    05  PP-BREAK-QUANTITY   PIC 9(5).
    05  PP-FILLER           PIC X(15).
