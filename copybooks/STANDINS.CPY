*> STANDINS.CPY
*> Shared standing-instruction record layout for
*> STANDING-INSTRUCTION.DAT (indexed, keyed on SI-INSTRUCTION-ID).
*> One record per piece of recurring work a department would
*> otherwise rekey into DIGIT-PAIRS.DAT every period, kept by
*> Standing_instruction_maint and read by
*> Standing_instruction_generate, which writes the instructions due
*> on a business date out as a complete batch.
*> An arithmetic instruction carries the operation and its two
*> factors; a pricing instruction carries the item, quantity,
*> customer, order and currency of a standing order. A batch is
*> either arithmetic or pricing, never both, the same as a calculation
*> run.
*> An instruction is never deleted, only deactivated, so the batches
*> it generated stay traceable to it.
    05  SI-INSTRUCTION-ID   PIC X(8).
    05  SI-DESCRIPTION      PIC X(30).
    05  SI-INSTRUCTION-TYPE PIC X.
        88  SI-ARITHMETIC       VALUE "A".
        88  SI-PRICING          VALUE "P".
    05  SI-ARITHMETIC-DATA.
        10  SI-DIGIT-1          PIC S9(5)V99 SIGN IS TRAILING SEPARATE
                                              CHARACTER.
        10  SI-DIGIT-2          PIC S9(5)V99 SIGN IS TRAILING SEPARATE
                                              CHARACTER.
        10  SI-OP-CODE          PIC X.
            88  SI-OP-VALID         VALUE "A" "S" "M" "D".
        10  FILLER              PIC X(26).
    05  SI-PRICING-DATA REDEFINES SI-ARITHMETIC-DATA.
        10  SI-ITEM-CODE        PIC X(8).
        10  SI-QUANTITY         PIC S9(5)V99 SIGN IS TRAILING SEPARATE
                                              CHARACTER.
        10  SI-CUSTOMER-NO      PIC X(8).
        10  SI-ORDER-NO         PIC X(8).
        10  SI-CURRENCY-CODE    PIC X(3).
        10  FILLER              PIC X(8).
*> Weekly instructions fall due every seventh day from the start
*> date. Monthly and quarterly instructions fall due on the start
*> date's day of the month, or the last day of a shorter month, every
*> month or every third month from the start month.
    05  SI-FREQUENCY        PIC X.
        88  SI-DAILY            VALUE "D".
        88  SI-WEEKLY           VALUE "W".
        88  SI-MONTHLY          VALUE "M".
        88  SI-QUARTERLY        VALUE "Q".
        88  SI-FREQUENCY-VALID  VALUE "D" "W" "M" "Q".
*> An end date of zero means the instruction runs until deactivated.
    05  SI-START-DATE       PIC 9(8).
    05  SI-END-DATE         PIC 9(8).
*> The owning department, written as the sender code on the header
*> of a batch generated for that department alone.
    05  SI-DEPARTMENT       PIC X(6).
    05  SI-ACTIVE-FLAG      PIC X.
        88  SI-ACTIVE           VALUE "Y".
*> The due date of the last period generated, and the business date,
*> operator and time it was generated under. The generator skips an
*> instruction whose current period is already generated, so a rerun
*> cannot put it into a second batch; zero means never generated, or
*> released by maintenance to be generated again.
    05  SI-LAST-DUE-DATE    PIC 9(8).
    05  SI-LAST-GENERATED-DATE PIC 9(8).
    05  SI-LAST-GENERATED-BY PIC X(8).
    05  SI-LAST-GENERATED-TIME PIC 9(8).
    05  SI-CHANGED-BY       PIC X(8).
    05  SI-CHANGED-DATE     PIC 9(8).
    05  SI-FILLER           PIC X(26).
