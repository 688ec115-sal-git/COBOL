*> the sender's same-day fix and resend. The commands are what the
*> operator used to type by hand - running them from here is what
*> stops the calculation being pointed at the raw DIGIT-PAIRS.DAT
*> when the edit step was skipped. The reorder exception report runs
*> against the stock position the night's pricing has left, and the
*> pending price-change aging report follows so a change left
*> unapproved past its effective date is in front of someone every
*> morning. The security exception report follows with the day's
*> refused sign-ons for the security administrator to sign off. The
*> master-file unload closes the stream, once every step that updates
*> the masters is done, so the night's backup generation is the
*> point a reload rolls forward from.
    01  WS-STEP-COMMAND-TABLE.
        05  FILLER              PIC X(60)
            VALUE "Batch_input_edit".
            VALUE "Batch_acknowledgment".
        05  FILLER              PIC X(60)
            VALUE "Run_reconciliation RUN=LAST".
        05  FILLER              PIC X(60)
            VALUE "Reorder_report".
        05  FILLER              PIC X(60)
            VALUE "Price_change_approval REPORT".
        05  FILLER              PIC X(60)
            VALUE "Security_exception_report".
        05  FILLER              PIC X(60)
            VALUE "Master_file_unload".
    01  WS-STEP-COMMANDS REDEFINES WS-STEP-COMMAND-TABLE.
        05  WS-STEP-COMMAND     PIC X(60) OCCURS 8 TIMES.

    01  WS-STEP-COUNT           PIC 9(2) VALUE 8.
    01  WS-STEP-IDX             PIC 9(2) VALUE ZERO.

*> Last known state per step from a prior control file: C when its
