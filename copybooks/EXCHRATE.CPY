*> EXCHRATE.CPY
*> Shared exchange-rate record layout for EXCHANGE-RATE.DAT (indexed,
*> keyed on ER-RATE-KEY = currency code and effective date). One
*> record per dated rate, kept by Exchange_rate_load and read by the
*> pricing mode of the calculation program, which converts a line at
*> the latest rate for its currency dated on or before the batch date
*> - the same rule it applies to the dated prices on the item master.
*> ER-RATE is the number of units of the currency that one unit of
*> base currency (GBP) buys, to six places. Base currency itself is
*> never on file; it always converts at one.
    05  ER-RATE-KEY.
        10  ER-CURRENCY-CODE    PIC X(3).
        10  ER-EFF-DATE         PIC 9(8).
    05  ER-RATE             PIC 9(5)V9(6).
    05  ER-LOADED-BY        PIC X(8).
    05  ER-LOADED-DATE      PIC 9(8).
    05  ER-LOADED-TIME      PIC 9(8).
    05  ER-FILLER           PIC X(34).
