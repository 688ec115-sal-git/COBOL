*> PERCTL.CPY
*> Shared period-control record layout for PERIOD-CONTROL.DAT
*> (indexed, keyed on PD-PERIOD). One record per accounting month
*> that has ever been closed, written by Period_close and read by
*> every program that accepts a dated batch or a dated price, so no
*> run can change figures Finance has already reported. A month with
*> no record has never been closed and is open.
*> A reopen leaves the record on file with the status back to open
*> and the last reopen's who, when and why; the close and reopen
*> history in full is on PERIOD-CLOSE-LOG.DAT.
    05  PD-PERIOD           PIC 9(6).
    05  PD-STATUS           PIC X.
        88  PD-OPEN             VALUE "O".
        88  PD-CLOSED           VALUE "C".
    05  PD-CLOSED-BY        PIC X(8).
    05  PD-CLOSED-DATE      PIC 9(8).
    05  PD-CLOSED-TIME      PIC 9(8).
    05  PD-REOPENED-BY      PIC X(8).
    05  PD-REOPENED-DATE    PIC 9(8).
    05  PD-REOPENED-TIME    PIC 9(8).
    05  PD-REOPEN-REASON    PIC X(30).
    05  PD-CLOSE-COUNT      PIC 9(3).
*> The month's final figures as they stood at the last close.
    05  PD-RUN-COUNT        PIC 9(5).
    05  PD-PAIR-COUNT       PIC 9(7).
    05  PD-SUSPENSE-COUNT   PIC 9(7).
    05  PD-AMOUNT-TOTAL     PIC S9(12)V99 SIGN IS TRAILING SEPARATE
                                           CHARACTER.
    05  PD-FILLER           PIC X(10).
