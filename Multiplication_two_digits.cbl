        RECORD KEY IS IM-ITEM-CODE
        FILE STATUS IS WS-ITEM-MASTER-STATUS.

*> Stock relief is journaled to the item maintenance audit alongside
*> the keyed changes and receipts, so every change to the item master
*> can be rolled forward after a reload from backup.
    SELECT MAINT-AUDIT-LOG ASSIGN TO "ITEM-MAINT-AUDIT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MAINT-AUDIT-STATUS.

    SELECT RUN-CONTROL-FILE ASSIGN TO "MULT-RUN-CONTROL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUN-CONTROL-STATUS.
        RECORD KEY IS OM-OPERATOR-ID
        FILE STATUS IS WS-OPER-MASTER-STATUS.

    SELECT SECURITY-VIOLATION-LOG ASSIGN TO "SECURITY-VIOLATION.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SEC-VIOL-STATUS.

    SELECT SECURITY-CONTROL-FILE ASSIGN TO "SECURITY-CONTROL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SEC-CONTROL-STATUS.

    SELECT RUN-STATS-FILE ASSIGN TO "MULT-RUN-STATS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUN-HISTORY-STATUS.

    SELECT BATCH-REGISTER-FILE ASSIGN TO "BATCH-REGISTER.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS BR-BATCH-KEY
        FILE STATUS IS WS-BATCH-REGISTER-STATUS.

    SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTOMER-MASTER.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CM-CUSTOMER-NO
        FILE STATUS IS WS-CUST-MASTER-STATUS.

    SELECT PRICED-EXTENSION-FILE ASSIGN TO "PRICED-EXTENSIONS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PX-LINE-KEY
        FILE STATUS IS WS-PRICED-EXT-STATUS.

*> Every reject is also posted to the permanent suspense ledger, keyed
*> by run number and record number, so it stays on file until it is
*> cleared by a resubmit or written off.
    SELECT SUSPENSE-LEDGER-FILE ASSIGN TO "SUSPENSE-LEDGER.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS SL-ENTRY-KEY
        FILE STATUS IS WS-SUSP-LEDGER-STATUS.

    SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERIOD-CONTROL.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PD-PERIOD
        FILE STATUS IS WS-PERIOD-CONTROL-STATUS.

*> Dated rates for the overseas branches' currencies, read forward
*> from the first rate for a currency to find the one in effect.
    SELECT EXCHANGE-RATE-FILE ASSIGN TO "EXCHANGE-RATE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ER-RATE-KEY
        FILE STATUS IS WS-EXCHANGE-RATE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  DIGIT-PAIRS-FILE.
        10  IN-OP-CODE      PIC X.
        10  FILLER          PIC X.
    05  FILLER              PIC X(61).
*> A pricing record names the customer and order the line is priced
*> for after the item and quantity, clear of the 18-byte image the
*> suspense and resubmit files carry, then the currency the branch
*> ordered in - blank for base currency.
01  DIGIT-PAIRS-PRICING-RECORD.
    05  FILLER              PIC X.
    05  IN-PRICING-IMAGE.
        10  IN-PR-ITEM-CODE PIC X(8).
        10  IN-PR-QUANTITY  PIC S9(5)V99 SIGN IS TRAILING SEPARATE
                                          CHARACTER.
    05  FILLER              PIC X(2).
    05  IN-PR-CUSTOMER-NO   PIC X(8).
    05  IN-PR-ORDER-NO      PIC X(8).
    05  IN-PR-CURRENCY-CODE PIC X(3).
    05  FILLER              PIC X(42).
*> The sender code follows the batch date on the header. The source
*> count and hash are filled in only by the batch edit, which rebuilds
*> the trailer over the records it accepted and carries the sender's
*> own trailer figures here; on a raw file they are spaces.
01  DIGIT-PAIRS-HEADER-RECORD.
    05  FILLER              PIC X.
    05  HDR-BATCH-DATE      PIC 9(8).
    05  HDR-SENDER-CODE     PIC X(6).
    05  HDR-SOURCE-COUNT    PIC 9(7).
    05  HDR-SOURCE-HASH     PIC S9(12)V99 SIGN IS TRAILING SEPARATE
                                           CHARACTER.
    05  FILLER              PIC X(43).
01  DIGIT-PAIRS-TRAILER-RECORD.
    05  FILLER              PIC X.
    05  TRL-RECORD-COUNT    PIC 9(7).
        10  FILLER          PIC X.
    05  SUSP-REASON-CODE    PIC X(4).
    05  SUSP-RUN-NUMBER     PIC 9(6).
    05  SUSP-CUSTOMER-NO    PIC X(8).
    05  SUSP-ORDER-NO       PIC X(8).
    05  SUSP-CURRENCY-CODE  PIC X(3).
    05  FILLER              PIC X(26).
01  SUSPENSE-PRICING-RECORD.
    05  FILLER              PIC X(7).
    05  SUSP-PR-ITEM-CODE   PIC X(8).
        10  FILLER          PIC X.
    05  RSB-REASON-CODE     PIC X(4).
    05  RSB-RUN-NUMBER      PIC 9(6).
    05  RSB-CUSTOMER-NO     PIC X(8).
    05  RSB-ORDER-NO        PIC X(8).
    05  RSB-CURRENCY-CODE   PIC X(3).
    05  FILLER              PIC X(26).

FD  MULT-AUDIT-LOG.
01  MULT-AUDIT-LOG-RECORD.
01  ITEM-MASTER-RECORD.
    COPY ITEMMAST.

*> Same layout as the ITEM-MAINT-AUDIT.DAT record in Item_master_maint.
FD  MAINT-AUDIT-LOG.
01  MAINT-AUDIT-RECORD.
    05  MA-ACTION           PIC X(8).
    05  MA-ITEM-CODE        PIC X(8).
    05  MA-OLD-PRICE        PIC S9(5)V99 SIGN IS TRAILING SEPARATE
                                          CHARACTER.
    05  MA-NEW-PRICE        PIC S9(5)V99 SIGN IS TRAILING SEPARATE
                                          CHARACTER.
    05  MA-RUN-DATE         PIC 9(8).
    05  MA-RUN-TIME         PIC 9(8).
    05  MA-OPERATOR-ID      PIC X(8).
    05  MA-STOCK-CHANGE.
        10  MA-OLD-QTY      PIC S9(7)V99 SIGN IS TRAILING SEPARATE
                                          CHARACTER.
        10  MA-NEW-QTY      PIC S9(7)V99 SIGN IS TRAILING SEPARATE
                                          CHARACTER.
    05  MA-APPROVED-BY      PIC X(8).
    05  MA-FILLER           PIC X(4).
    05  MA-AFTER-IMAGE      PIC X(225).

FD  OPERATOR-MASTER-FILE.
01  OPERATOR-MASTER-RECORD.
    COPY OPERMAST.

FD  SECURITY-VIOLATION-LOG.
01  SECURITY-VIOLATION-RECORD.
    COPY SECVIOL.

FD  SECURITY-CONTROL-FILE.
01  SECURITY-CONTROL-RECORD.
    COPY SECCTL.

FD  RUN-STATS-FILE.
01  RUN-STATS-RECORD.
    COPY RUNSTATS.
01  RUN-HISTORY-RECORD.
    COPY RUNHIST.

FD  BATCH-REGISTER-FILE.
01  BATCH-REGISTER-RECORD.
    COPY BATCHREG.

FD  CUSTOMER-MASTER-FILE.
01  CUSTOMER-MASTER-RECORD.
    COPY CUSTMAST.

FD  PRICED-EXTENSION-FILE.
01  PRICED-EXTENSION-RECORD.
    COPY PRICEXT.

FD  SUSPENSE-LEDGER-FILE.
01  SUSPENSE-LEDGER-RECORD.
    COPY SUSPLEDG.

FD  PERIOD-CONTROL-FILE.
01  PERIOD-CONTROL-RECORD.
    COPY PERCTL.

FD  EXCHANGE-RATE-FILE.
01  EXCHANGE-RATE-RECORD.
    COPY EXCHRATE.

FD  CHECKPOINT-FILE.
01  CHECKPOINT-RECORD.
    05  CP-RECORDS-PROCESSED    PIC 9(7).
    01  WS-AUDIT-LOG-STATUS     PIC XX VALUE SPACES.
    01  WS-CHECKPOINT-STATUS    PIC XX VALUE SPACES.
    01  WS-ITEM-MASTER-STATUS   PIC XX VALUE SPACES.
    01  WS-MAINT-AUDIT-STATUS   PIC XX VALUE SPACES.
    01  WS-RUN-CONTROL-STATUS   PIC XX VALUE SPACES.
    01  WS-OPER-MASTER-STATUS   PIC XX VALUE SPACES.
    01  WS-SEC-VIOL-STATUS      PIC XX VALUE SPACES.
    01  WS-SEC-CONTROL-STATUS   PIC XX VALUE SPACES.
    01  WS-RUN-STATS-STATUS     PIC XX VALUE SPACES.
    01  WS-RUN-HISTORY-STATUS   PIC XX VALUE SPACES.
    01  WS-BATCH-REGISTER-STATUS PIC XX VALUE SPACES.
    01  WS-CUST-MASTER-STATUS   PIC XX VALUE SPACES.
    01  WS-PRICED-EXT-STATUS    PIC XX VALUE SPACES.
    01  WS-SUSP-LEDGER-STATUS   PIC XX VALUE SPACES.
    01  WS-PERIOD-CONTROL-STATUS PIC XX VALUE SPACES.
    01  WS-EXCHANGE-RATE-STATUS PIC XX VALUE SPACES.

*> A refused sign-on goes to SECURITY-VIOLATION.DAT with the function
*> asked for, the reason, and the failure count and lock it left on
*> the operator master - see 960-LOG-SIGN-ON-REFUSAL.
    01  WS-REQUESTED-FUNCTION   PIC X(10) VALUE "CALCULATE".
    01  WS-REFUSAL-REASON       PIC X(4) VALUE SPACES.
    01  WS-FAILURE-COUNT        PIC 9(3) VALUE ZERO.
    01  WS-SIGN-ON-LIMIT        PIC 9(2) VALUE 3.
    01  WS-LOCKED-NOW-SWITCH    PIC X VALUE "N".
        88  WS-LOCKED-NOW       VALUE "Y".

*> Totals already on the checkpoint a RESUBMIT continues from. The
*> run-history record writes only the increment past these: the main
*> Suspense tallies by reason code, in the RUNHIST.CPY order, so the
*> run-history record can carry the reject mix for the trend report.
    01  WS-REASON-COUNT-TABLE.
        05  WS-REASON-COUNT     PIC 9(7) OCCURS 7 TIMES VALUE ZERO.

    01  WS-OPERATOR-OK-SWITCH   PIC X VALUE "N".
        88  WS-OPERATOR-OK      VALUE "Y".

    01  WS-EDITED-SWITCH        PIC X VALUE "N".
        88  WS-EDITED-INPUT     VALUE "Y".

*> OVERRIDE lets a batch already on the duplicate-batch register be
*> processed again; it needs resubmit authority, the same as RESUBMIT.
    01  WS-OVERRIDE-SWITCH      PIC X VALUE "N".
        88  WS-OVERRIDE-MODE    VALUE "Y".

*> The batch identity the register is keyed on, taken from a scan of
*> the header and trailer before anything is posted. An edited file
*> supplies the sender's original trailer figures from its header.
    01  WS-REGISTER-KEY.
        05  WS-RK-SENDER-CODE   PIC X(6)   VALUE SPACES.
        05  WS-RK-BATCH-DATE    PIC 9(8)   VALUE ZERO.
        05  WS-RK-RECORD-COUNT  PIC 9(7)   VALUE ZERO.
        05  WS-RK-HASH-TOTAL    PIC S9(12)V99 SIGN IS TRAILING SEPARATE
                                              CHARACTER VALUE ZERO.
    01  WS-RK-SOURCE-SWITCH     PIC X VALUE "N".
        88  WS-RK-FROM-HEADER   VALUE "Y".
    01  WS-RK-TRAILER-SWITCH    PIC X VALUE "N".
        88  WS-RK-TRAILER-FOUND VALUE "Y".
    01  WS-INPUT-FILE-NAME      PIC X(30) VALUE SPACES.

    01  WS-BATCH-INPUT.
        05  WS-PR-QUANTITY      PIC S9(5)V99 SIGN IS TRAILING SEPARATE
                                              CHARACTER.
        05  FILLER              PIC X(2).
*> The customer and order a pricing line is billed to, and the
*> currency it was ordered in, from the input record or, on a
*> resubmit, from the suspense record it came back on.
    01  WS-PRICING-ORDER.
        05  WS-PR-CUSTOMER-NO   PIC X(8) VALUE SPACES.
        05  WS-PR-ORDER-NO      PIC X(8) VALUE SPACES.
        05  WS-PR-CURRENCY-CODE PIC X(3) VALUE SPACES.

*> Currency conversion for the overseas branches. The extension is
*> worked in the order currency and converted back to base currency
*> for every total, posting and statistic; see 332-EXTEND-IN-ORDER-
*> CURRENCY for the rounding. Without EXCHANGE-RATE.DAT only base
*> currency lines can be priced.
    01  WS-BASE-CURRENCY        PIC X(3) VALUE "GBP".
    01  WS-RATE-FILE-SWITCH     PIC X VALUE "N".
        88  WS-RATE-FILE-OPEN   VALUE "Y".
    01  WS-RATE-FOUND-SWITCH    PIC X VALUE "N".
        88  WS-RATE-FOUND       VALUE "Y".
    01  WS-RATE-SCAN-SWITCH     PIC X VALUE "N".
        88  WS-RATE-SCAN-DONE   VALUE "Y".
    01  WS-EXCHANGE-RATE        PIC 9(5)V9(6) VALUE ZERO.
    01  WS-ORDER-UNIT-PRICE     PIC S9(5)V99 VALUE ZERO.
    01  WS-ORDER-EXTENSION      PIC S9(10)V99 VALUE ZERO.
    01  WS-CONVERTED-COUNT      PIC 9(7) VALUE ZERO.

    01  WS-CUSTOMER-OK-SWITCH   PIC X VALUE "N".
        88  WS-CUSTOMER-OK      VALUE "Y".

*> Off for an item added in maintenance whose first price is still
*> awaiting approval - see 333-CHECK-ITEM-PRICED.
    01  WS-ITEM-PRICED-SWITCH   PIC X VALUE "N".
        88  WS-ITEM-PRICED      VALUE "Y".

*> Lines met again on PRICED-EXTENSIONS.DAT under their own key - a
*> restart re-reading past its last checkpoint, or a suspense file
*> resubmitted twice - are extended and reported as before but not
*> posted a second time. Stock is relieved only alongside a first
*> posting, so the same line never comes off on-hand twice either.
    01  WS-ALREADY-POSTED-COUNT PIC 9(7) VALUE ZERO.
    01  WS-STOCK-RELIEVED-COUNT PIC 9(7) VALUE ZERO.
    01  WS-WENT-NEGATIVE-COUNT  PIC 9(7) VALUE ZERO.
    01  WS-RELIEF-OLD-QTY       PIC S9(7)V99 VALUE ZERO.

    01  WS-REJECT-REASON        PIC X(4) VALUE SPACES.
        88  WS-REJECT-OVERFLOW      VALUE "OVFL".
        88  WS-REJECT-BAD-NUMERIC   VALUE "NNUM".
        88  WS-REJECT-BAD-OP-CODE   VALUE "BDOP".
        88  WS-REJECT-NO-ITEM       VALUE "NOIT".
        88  WS-REJECT-NO-CUSTOMER   VALUE "NOCU".
        88  WS-REJECT-NO-RATE       VALUE "NOXR".

    01  WS-SUSPENSE-COUNT       PIC 9(7) VALUE ZERO.

*> Suspense ledger bookkeeping. On a resubmit run the ledger entry the
*> record came from is looked up before it is processed, so a repeat
*> reject keeps the original batch date and first-suspended date, and
*> is marked corrected or resubmitted once it has been processed.
    01  WS-LEDGER-ORIGIN-SW     PIC X VALUE "N".
        88  WS-LEDGER-ORIGIN-FOUND VALUE "Y".
    01  WS-LEDGER-ORIGIN-BATCH-DATE PIC 9(8) VALUE ZERO.
    01  WS-LEDGER-ORIGIN-FIRST-DATE PIC 9(8) VALUE ZERO.
    01  WS-LEDGER-NEW-KEY.
        05  WS-LEDGER-NEW-RUN   PIC 9(6) VALUE ZERO.
        05  WS-LEDGER-NEW-NBR   PIC 9(7) VALUE ZERO.
    01  WS-LEDGER-CLEARED-COUNT PIC 9(7) VALUE ZERO.
    01  WS-LEDGER-RESUSP-COUNT  PIC 9(7) VALUE ZERO.
    01  WS-LEDGER-UNMATCHED-COUNT PIC 9(7) VALUE ZERO.

    01  WS-DETAIL-FOUND-SWITCH  PIC X VALUE "N".
        88  WS-DETAIL-FOUND     VALUE "Y".


    01  WS-COLUMN-HEADING-CALC  PIC X(80) VALUE
        "INPUT-1        OP  INPUT-2          RESULT        REMAINDER".
*> Price and order extension are in the line's currency, base
*> extension in base currency.
    01  WS-COLUMN-HEADING-PRC.
        05  FILLER              PIC X(40) VALUE
            "ITEM CODE  QUANTITY  CUR     PRICE".
        05  FILLER              PIC X(40) VALUE
            "ORDER EXT       BASE EXT TIER".

    01  WS-END-OF-REPORT-LINE   PIC X(80) VALUE "END OF REPORT".

        05  WS-EL-REASON        PIC X(4).
        05  FILLER              PIC X(16) VALUE SPACES.

*> Both extensions have to fit on the one line, so the pricing line
*> is laid out under the column heading instead of carrying labels.
    01  WS-PRICING-PRINT-LINE.
        05  WS-PPL-ITEM-CODE    PIC X(8).
        05  FILLER              PIC X(2)  VALUE SPACES.
        05  WS-PPL-QUANTITY     PIC -ZZZZ9.99.
        05  FILLER              PIC X(2)  VALUE SPACES.
        05  WS-PPL-CURRENCY     PIC X(3).
        05  FILLER              PIC X     VALUE SPACE.
        05  WS-PPL-PRICE        PIC -ZZZZ9.99.
        05  FILLER              PIC X     VALUE SPACE.
        05  WS-PPL-ORDER-EXT    PIC -Z(9)9.99.
        05  FILLER              PIC X     VALUE SPACE.
        05  WS-PPL-EXTENSION    PIC -Z(9)9.99.
        05  FILLER              PIC X(4)  VALUE SPACES.
        05  WS-PPL-TIER         PIC X.
        05  FILLER              PIC X(11) VALUE SPACES.

    01  WS-PRICING-ERROR-LINE.
        05  FILLER              PIC X(6)  VALUE "ITEM: ".
        05  FILLER              PIC X(12) VALUE " ** REJECTED".
        05  FILLER              PIC X(9)  VALUE " REASON: ".
        05  WS-PEL-REASON       PIC X(4).
        05  FILLER              PIC X(7)  VALUE " CUST: ".
        05  WS-PEL-CUSTOMER-NO  PIC X(8).
        05  FILLER              PIC X(11) VALUE SPACES.

    01  WS-OP-SUMMARY-LINE.
        05  WS-OSL-OP-NAME      PIC X(8).
            STOP RUN
        END-IF
    END-IF.
    IF WS-BATCH-MODE AND NOT WS-RESUBMIT-MODE
        PERFORM 140-CHECK-BATCH-REGISTER
    END-IF.
    IF NOT (WS-RESTART-MODE OR WS-RESUBMIT-MODE)
        PERFORM 120-ASSIGN-RUN-NUMBER
    END-IF.
    ELSE
    IF WS-PARM-TOKEN(WS-PARM-IDX) = "EDITED  "
        SET WS-EDITED-INPUT TO TRUE
    ELSE
    IF WS-PARM-TOKEN(WS-PARM-IDX) = "OVERRIDE"
        SET WS-OVERRIDE-MODE TO TRUE
    ELSE
        MOVE FUNCTION TEST-NUMVAL(WS-PARM-TOKEN(WS-PARM-IDX))
            TO WS-NUMVAL-CHECK
*> authority; a RESUBMIT run additionally needs resubmit authority.
*> An unreadable operator master refuses everyone - failing open here
*> would put us back to any eight characters passing for an operator.
*> Every refusal is written to SECURITY-VIOLATION.DAT by
*> 960-LOG-SIGN-ON-REFUSAL, and a locked ID is refused before any
*> other check.
130-VALIDATE-OPERATOR.
    MOVE "N" TO WS-OPERATOR-OK-SWITCH.
    EVALUATE TRUE
        WHEN WS-RESUBMIT-MODE
            MOVE "RESUBMIT" TO WS-REQUESTED-FUNCTION
        WHEN WS-OVERRIDE-MODE
            MOVE "OVERRIDE" TO WS-REQUESTED-FUNCTION
        WHEN OTHER
            MOVE "CALCULATE" TO WS-REQUESTED-FUNCTION
    END-EVALUATE.
    OPEN I-O OPERATOR-MASTER-FILE.
    IF WS-OPER-MASTER-STATUS NOT = "00"
        DISPLAY "ERROR: UNABLE TO OPEN OPERATOR-MASTER.DAT - STATUS "
            WS-OPER-MASTER-STATUS
        DISPLAY "SIGN-ON CANNOT BE VERIFIED - REFUSED"
        MOVE "UNVF" TO WS-REFUSAL-REASON
        PERFORM 960-LOG-SIGN-ON-REFUSAL
    ELSE
        MOVE WS-OPERATOR-ID TO OM-OPERATOR-ID
        READ OPERATOR-MASTER-FILE
            INVALID KEY
                DISPLAY "OPERATOR " WS-OPERATOR-ID
                    " NOT ON OPERATOR MASTER - REFUSED"
                MOVE "UNKN" TO WS-REFUSAL-REASON
                PERFORM 960-LOG-SIGN-ON-REFUSAL
            NOT INVALID KEY
                EVALUATE TRUE
                    WHEN OM-LOCKED
                        DISPLAY "OPERATOR " WS-OPERATOR-ID
                            " IS LOCKED - REFUSED"
                        MOVE "LOCK" TO WS-REFUSAL-REASON
                        PERFORM 960-LOG-SIGN-ON-REFUSAL
                    WHEN NOT OM-ACTIVE
                        DISPLAY "OPERATOR " WS-OPERATOR-ID
                            " IS DEACTIVATED - REFUSED"
                        MOVE "DEAC" TO WS-REFUSAL-REASON
                        PERFORM 965-COUNT-SIGN-ON-FAILURE
                        PERFORM 960-LOG-SIGN-ON-REFUSAL
                    WHEN NOT OM-MAY-CALCULATE
                        DISPLAY "OPERATOR " WS-OPERATOR-ID
                            " NOT AUTHORIZED FOR CALCULATE - REFUSED"
                        MOVE "NAUT" TO WS-REFUSAL-REASON
                        PERFORM 965-COUNT-SIGN-ON-FAILURE
                        PERFORM 960-LOG-SIGN-ON-REFUSAL
                    WHEN WS-RESUBMIT-MODE AND NOT OM-MAY-RESUBMIT
                        DISPLAY "OPERATOR " WS-OPERATOR-ID
                            " NOT AUTHORIZED FOR RESUBMIT - REFUSED"
                        MOVE "NAUT" TO WS-REFUSAL-REASON
                        PERFORM 965-COUNT-SIGN-ON-FAILURE
                        PERFORM 960-LOG-SIGN-ON-REFUSAL
                    WHEN WS-OVERRIDE-MODE AND NOT OM-MAY-RESUBMIT
                        DISPLAY "OPERATOR " WS-OPERATOR-ID
                            " NOT AUTHORIZED FOR RE-RUN OVERRIDE "
                            "- REFUSED"
                        MOVE "NAUT" TO WS-REFUSAL-REASON
                        PERFORM 965-COUNT-SIGN-ON-FAILURE
                        PERFORM 960-LOG-SIGN-ON-REFUSAL
                    WHEN OTHER
                        SET WS-OPERATOR-OK TO TRUE
                        PERFORM 970-CLEAR-SIGN-ON-FAILURES
                END-EVALUATE
        END-READ
        CLOSE OPERATOR-MASTER-FILE
    END-IF.

*> Checked before a run number is drawn or a record posted: a batch
*> the register already shows as processed is refused outright
*> unless this run carries an authorized OVERRIDE, or the batch edit
*> already granted one. A restart is checked too - a crashed run
*> never reached the register, but a restart of a run that finished
*> would process the whole file a second time. The scan stops short
*> of judging a file with no trailer; the control-total check at end
*> of run abandons that one as it always has.
140-CHECK-BATCH-REGISTER.
    PERFORM 145-SCAN-BATCH-IDENTITY.
    IF WS-RK-TRAILER-FOUND
        OPEN INPUT BATCH-REGISTER-FILE
        EVALUATE TRUE
            WHEN WS-BATCH-REGISTER-STATUS = "35"
                CONTINUE
            WHEN WS-BATCH-REGISTER-STATUS NOT = "00"
                DISPLAY "ERROR: UNABLE TO OPEN BATCH-REGISTER.DAT "
                    "- STATUS " WS-BATCH-REGISTER-STATUS
                DISPLAY "DUPLICATE-BATCH CHECK CANNOT BE MADE - "
                    "RUN ABANDONED"
                MOVE 16 TO RETURN-CODE
                STOP RUN
            WHEN OTHER
                MOVE WS-REGISTER-KEY TO BR-BATCH-KEY
                READ BATCH-REGISTER-FILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        PERFORM 147-REFUSE-OR-OVERRIDE
                END-READ
                CLOSE BATCH-REGISTER-FILE
        END-EVALUATE
    END-IF.

145-SCAN-BATCH-IDENTITY.
    OPEN INPUT DIGIT-PAIRS-FILE.
    IF WS-DIGIT-PAIRS-STATUS = "00"
        PERFORM UNTIL WS-EOF
            READ DIGIT-PAIRS-FILE
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    EVALUATE TRUE
                        WHEN IN-HEADER-RECORD
                            MOVE HDR-SENDER-CODE TO WS-RK-SENDER-CODE
                            MOVE HDR-BATCH-DATE TO WS-RK-BATCH-DATE
                            IF HDR-SOURCE-COUNT NUMERIC
                                    AND HDR-SOURCE-HASH NUMERIC
                                SET WS-RK-FROM-HEADER TO TRUE
                                MOVE HDR-SOURCE-COUNT
                                    TO WS-RK-RECORD-COUNT
                                MOVE HDR-SOURCE-HASH
                                    TO WS-RK-HASH-TOTAL
                            END-IF
                        WHEN IN-TRAILER-RECORD
                            SET WS-RK-TRAILER-FOUND TO TRUE
                            IF NOT WS-RK-FROM-HEADER
                                MOVE TRL-RECORD-COUNT
                                    TO WS-RK-RECORD-COUNT
                                MOVE TRL-HASH-TOTAL
                                    TO WS-RK-HASH-TOTAL
                            END-IF
                    END-EVALUATE
            END-READ
        END-PERFORM
        CLOSE DIGIT-PAIRS-FILE
        MOVE "N" TO WS-EOF-SWITCH
    END-IF.

147-REFUSE-OR-OVERRIDE.
    EVALUATE TRUE
        WHEN BR-OVERRIDE-GRANTED
            DISPLAY "BATCH ALREADY ON REGISTER - RE-RUN OVERRIDE BY "
                BR-OVERRIDE-OPER-ID " ACCEPTED"
        WHEN WS-OVERRIDE-MODE
            DISPLAY "BATCH ALREADY PROCESSED IN RUN " BR-LAST-RUN-NUMBER
                " - RE-RUN OVERRIDE BY " WS-OPERATOR-ID " ACCEPTED"
        WHEN OTHER
            DISPLAY "ERROR: BATCH ALREADY PROCESSED - SENDER '"
                BR-SENDER-CODE "' BATCH DATE " BR-BATCH-DATE
            DISPLAY "       LAST RUN " BR-LAST-RUN-NUMBER " ON "
                BR-LAST-RUN-DATE " - RUN REFUSED"
            DISPLAY "       A GENUINE RE-RUN NEEDS OVERRIDE BY AN "
                "OPERATOR WITH RESUBMIT AUTHORITY"
            CLOSE BATCH-REGISTER-FILE
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

200-INTERACTIVE-PROCESS.
    PERFORM 201-GET-OPERATOR-ID.
    PERFORM 205-GET-OPERATION.
        END-IF
    END-IF.
    IF WS-PRICING-MODE
        OPEN I-O ITEM-MASTER-FILE
        IF WS-ITEM-MASTER-STATUS NOT = "00"
            DISPLAY "ERROR: UNABLE TO OPEN ITEM-MASTER.DAT - STATUS "
                WS-ITEM-MASTER-STATUS
            STOP RUN
        END-IF
        OPEN EXTEND MAINT-AUDIT-LOG
        IF WS-MAINT-AUDIT-STATUS NOT = "00"
            OPEN OUTPUT MAINT-AUDIT-LOG
            IF WS-MAINT-AUDIT-STATUS NOT = "00"
                DISPLAY "ERROR: UNABLE TO OPEN ITEM-MAINT-AUDIT.DAT "
                    "- STATUS " WS-MAINT-AUDIT-STATUS
                STOP RUN
            END-IF
        END-IF
        OPEN INPUT CUSTOMER-MASTER-FILE
        IF WS-CUST-MASTER-STATUS NOT = "00"
            DISPLAY "ERROR: UNABLE TO OPEN CUSTOMER-MASTER.DAT - STATUS "
                WS-CUST-MASTER-STATUS
            STOP RUN
        END-IF
        PERFORM 305-OPEN-PRICED-EXTENSIONS
        PERFORM 307-OPEN-EXCHANGE-RATES
    END-IF.
    PERFORM 306-OPEN-SUSPENSE-LEDGER.
    IF WS-RESTART-MODE
        OPEN EXTEND PRINT-FILE
        IF WS-PRINT-FILE-STATUS NOT = "00"
        PERFORM 310-READ-PAIR
    END-IF.
    PERFORM UNTIL WS-EOF
        IF WS-RESUBMIT-MODE
            PERFORM 313-FIND-LEDGER-ORIGIN
        END-IF
        IF WS-PRICING-MODE
            PERFORM 316-PROCESS-PRICING-RECORD
        ELSE
            PERFORM 315-PROCESS-BATCH-PAIR
        END-IF
        IF WS-RESUBMIT-MODE
            PERFORM 329-CLOSE-LEDGER-ORIGIN
        END-IF
        PERFORM 900-WRITE-AUDIT-RECORD
        ADD 1 TO WS-PAIR-COUNT
        PERFORM 370-CHECKPOINT-IF-DUE
    END-PERFORM.
    IF NOT WS-RESUBMIT-MODE
        PERFORM 345-VERIFY-CONTROL-TOTALS
        PERFORM 385-POST-BATCH-REGISTER
    END-IF.
    IF WS-RESUBMIT-MODE
        MOVE WS-LEDGER-CLEARED-COUNT TO WS-DISPLAY-COUNT
        DISPLAY "SUSPENSE LEDGER ENTRIES CORRECTED:          "
            WS-DISPLAY-COUNT
        MOVE WS-LEDGER-RESUSP-COUNT TO WS-DISPLAY-COUNT
        DISPLAY "SUSPENSE LEDGER ENTRIES RESUBMITTED AGAIN:  "
            WS-DISPLAY-COUNT
    END-IF.
    IF WS-LEDGER-UNMATCHED-COUNT > ZERO
        MOVE WS-LEDGER-UNMATCHED-COUNT TO WS-DISPLAY-COUNT
        DISPLAY "WARNING: RESUBMITTED RECORDS NOT OPEN ON THE "
            "SUSPENSE LEDGER: " WS-DISPLAY-COUNT
    END-IF.
    IF WS-ALREADY-POSTED-COUNT > ZERO
        MOVE WS-ALREADY-POSTED-COUNT TO WS-DISPLAY-COUNT
        DISPLAY "PRICED LINES ALREADY POSTED - NOT POSTED AGAIN: "
            WS-DISPLAY-COUNT
    END-IF.
    IF WS-STOCK-RELIEVED-COUNT > ZERO
        MOVE WS-STOCK-RELIEVED-COUNT TO WS-DISPLAY-COUNT
        DISPLAY "PRICED LINES RELIEVED FROM STOCK ON HAND:   "
            WS-DISPLAY-COUNT
    END-IF.
    IF WS-CONVERTED-COUNT > ZERO
        MOVE WS-CONVERTED-COUNT TO WS-DISPLAY-COUNT
        DISPLAY "PRICED LINES CONVERTED FROM ORDER CURRENCY: "
            WS-DISPLAY-COUNT
    END-IF.
    IF WS-WENT-NEGATIVE-COUNT > ZERO
        MOVE WS-WENT-NEGATIVE-COUNT TO WS-DISPLAY-COUNT
        DISPLAY "WARNING: ITEMS DRIVEN BELOW ZERO ON HAND:   "
            WS-DISPLAY-COUNT " - SEE REORDER REPORT"
    END-IF.
    MOVE "F" TO WS-CP-FINAL-SWITCH.
    PERFORM 375-WRITE-CHECKPOINT-RECORD.
    END-IF.
    IF WS-PRICING-MODE
        CLOSE ITEM-MASTER-FILE
        CLOSE MAINT-AUDIT-LOG
        CLOSE CUSTOMER-MASTER-FILE
        CLOSE PRICED-EXTENSION-FILE
        IF WS-RATE-FILE-OPEN
            CLOSE EXCHANGE-RATE-FILE
        END-IF
    END-IF.
    CLOSE PRINT-FILE.
    CLOSE CHECKPOINT-FILE.
    CLOSE SUSPENSE-FILE.
    CLOSE SUSPENSE-LEDGER-FILE.

*> The priced-extension file is created on first use, the way the
*> run-statistics file is.
305-OPEN-PRICED-EXTENSIONS.
    OPEN I-O PRICED-EXTENSION-FILE.
    IF WS-PRICED-EXT-STATUS = "35"
        OPEN OUTPUT PRICED-EXTENSION-FILE
        IF WS-PRICED-EXT-STATUS NOT = "00"
            DISPLAY "ERROR: UNABLE TO CREATE PRICED-EXTENSIONS.DAT "
                "- STATUS " WS-PRICED-EXT-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        CLOSE PRICED-EXTENSION-FILE
        OPEN I-O PRICED-EXTENSION-FILE
    END-IF.
    IF WS-PRICED-EXT-STATUS NOT = "00"
        DISPLAY "ERROR: UNABLE TO OPEN PRICED-EXTENSIONS.DAT - STATUS "
            WS-PRICED-EXT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

*> The suspense ledger is created on first use, like the priced-
*> extension file.
306-OPEN-SUSPENSE-LEDGER.
    OPEN I-O SUSPENSE-LEDGER-FILE.
    IF WS-SUSP-LEDGER-STATUS = "35"
        OPEN OUTPUT SUSPENSE-LEDGER-FILE
        IF WS-SUSP-LEDGER-STATUS NOT = "00"
            DISPLAY "ERROR: UNABLE TO CREATE SUSPENSE-LEDGER.DAT "
                "- STATUS " WS-SUSP-LEDGER-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        CLOSE SUSPENSE-LEDGER-FILE
        OPEN I-O SUSPENSE-LEDGER-FILE
    END-IF.
    IF WS-SUSP-LEDGER-STATUS NOT = "00"
        DISPLAY "ERROR: UNABLE TO OPEN SUSPENSE-LEDGER.DAT - STATUS "
            WS-SUSP-LEDGER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

*> No EXCHANGE-RATE.DAT yet means no rates have been loaded; base
*> currency lines still price, and any other currency goes to
*> suspense for want of a rate.
307-OPEN-EXCHANGE-RATES.
    OPEN INPUT EXCHANGE-RATE-FILE.
    EVALUATE WS-EXCHANGE-RATE-STATUS
        WHEN "00"
            SET WS-RATE-FILE-OPEN TO TRUE
        WHEN "35"
            CONTINUE
        WHEN OTHER
            DISPLAY "ERROR: UNABLE TO OPEN EXCHANGE-RATE.DAT - STATUS "
                WS-EXCHANGE-RATE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

310-READ-PAIR.
    IF WS-RESUBMIT-MODE
                SET WS-EOF TO TRUE
            NOT AT END
                MOVE RSB-INPUT-IMAGE TO WS-BATCH-INPUT
                MOVE RSB-CUSTOMER-NO TO WS-PR-CUSTOMER-NO
                MOVE RSB-ORDER-NO TO WS-PR-ORDER-NO
                MOVE RSB-CURRENCY-CODE TO WS-PR-CURRENCY-CODE
        END-READ
    ELSE
        MOVE "N" TO WS-DETAIL-FOUND-SWITCH
                WHEN IN-HEADER-RECORD
                    SET WS-HEADER-SEEN TO TRUE
                    MOVE HDR-BATCH-DATE TO WS-BATCH-DATE
                    PERFORM 314-CHECK-BATCH-PERIOD
                WHEN IN-TRAILER-RECORD
                    SET WS-TRAILER-SEEN TO TRUE
                    MOVE TRL-RECORD-COUNT TO WS-TRL-RECORD-COUNT
                WHEN IN-DETAIL-RECORD
                    SET WS-DETAIL-FOUND TO TRUE
                    MOVE IN-INPUT-IMAGE TO WS-BATCH-INPUT
                    IF WS-PRICING-MODE
                        MOVE IN-PR-CUSTOMER-NO TO WS-PR-CUSTOMER-NO
                        MOVE IN-PR-ORDER-NO TO WS-PR-ORDER-NO
                        MOVE IN-PR-CURRENCY-CODE TO WS-PR-CURRENCY-CODE
                    END-IF
                    ADD 1 TO WS-DETAIL-READ-COUNT
                    PERFORM 312-ACCUMULATE-HASH-TOTAL
                WHEN OTHER
            END-EVALUATE
    END-READ.

*> A batch dated in a closed accounting period is refused before any
*> detail is processed, so figures Finance has already reported from
*> the run history and the audit extract cannot move. A period with
*> no record on PERIOD-CONTROL.DAT has never been closed, and no file
*> at all means no period has been.
314-CHECK-BATCH-PERIOD.
    OPEN INPUT PERIOD-CONTROL-FILE.
    IF WS-PERIOD-CONTROL-STATUS = "35"
        CONTINUE
    ELSE
        IF WS-PERIOD-CONTROL-STATUS NOT = "00"
            DISPLAY "ERROR: UNABLE TO OPEN PERIOD-CONTROL.DAT - STATUS "
                WS-PERIOD-CONTROL-STATUS " - RUN ABANDONED"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE WS-BATCH-DATE(1:6) TO PD-PERIOD
        READ PERIOD-CONTROL-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF PD-CLOSED
                    DISPLAY "ERROR: BATCH DATE " WS-BATCH-DATE
                        " FALLS IN CLOSED PERIOD " PD-PERIOD
                        " - RUN ABANDONED"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
        END-READ
        CLOSE PERIOD-CONTROL-FILE
    END-IF.

312-ACCUMULATE-HASH-TOTAL.
    IF WS-PRICING-MODE
        IF WS-PR-QUANTITY NUMERIC
*> Pricing-extension mode: the input record carries an item code and
*> a quantity; the unit price comes from the item master, then the
*> extension runs as a MULTIPLY through the same calculation engine.
*> The customer must be on the customer master and active, or the
*> line could never be invoiced; it goes to suspense as NOCU the way
*> an unknown item goes as NOIT. An item with no approved price yet
*> goes as NOIT too, rather than extending at zero. A line in a
*> currency with no rate in effect on the batch date cannot be
*> converted and goes as NOXR.
*> Each extension that succeeds is posted to the priced-extension
*> file for the invoice run.
316-PROCESS-PRICING-RECORD.
    MOVE SPACES TO WS-REJECT-REASON.
    MOVE ZERO TO WS-ORDER-UNIT-PRICE WS-ORDER-EXTENSION.
    IF WS-PR-CURRENCY-CODE = SPACES
        MOVE WS-BASE-CURRENCY TO WS-PR-CURRENCY-CODE
    END-IF.
    SET WS-OP-MULTIPLY TO TRUE.
    MOVE 5 TO WS-OP-IDX.
    MOVE WS-OP-NAME-ENTRY(WS-OP-IDX) TO WS-OP-NAME.
                    MOVE WS-PR-QUANTITY TO Digit_1
                    MOVE ZERO TO Digit_2 Product
                NOT INVALID KEY
                    PERFORM 333-CHECK-ITEM-PRICED
                    PERFORM 319-VALIDATE-CUSTOMER
                    IF NOT WS-ITEM-PRICED OR NOT WS-CUSTOMER-OK
                        IF NOT WS-ITEM-PRICED
                            SET WS-REJECT-NO-ITEM TO TRUE
                        ELSE
                            SET WS-REJECT-NO-CUSTOMER TO TRUE
                        END-IF
                        SET WS-SIZE-ERROR TO TRUE
                        MOVE WS-PR-QUANTITY TO Digit_1
                        MOVE ZERO TO Digit_2 Product
                    ELSE
                        PERFORM 317-SELECT-EFFECTIVE-PRICE
                        PERFORM 318-SELECT-QUANTITY-BREAK
                        PERFORM 331-SELECT-EXCHANGE-RATE
                        IF NOT WS-RATE-FOUND
                            SET WS-REJECT-NO-RATE TO TRUE
                            SET WS-SIZE-ERROR TO TRUE
                            MOVE WS-PR-QUANTITY TO Digit_1
                            MOVE ZERO TO Digit_2 Product
                        ELSE
                            PERFORM 332-EXTEND-IN-ORDER-CURRENCY
                            IF WS-SIZE-ERROR
                                SET WS-REJECT-OVERFLOW TO TRUE
                            END-IF
                        END-IF
                    END-IF
            END-READ
    END-EVALUATE.
        PERFORM 327-WRITE-SUSPENSE-RECORD
    ELSE
        PERFORM 321-WRITE-PRICING-DETAIL-LINE
        PERFORM 322-POST-PRICED-EXTENSION
        PERFORM 330-ACCUMULATE-TOTALS
    END-IF.

        END-IF
    END-PERFORM.

*> The rate that converts a line is the one in effect on the batch
*> date, picked the way 317-SELECT-EFFECTIVE-PRICE picks a dated
*> price: the latest rate for the currency dated on or before the
*> pricing date it set. Rates for a currency are read forward from
*> its first. Base currency (a blank code is taken as base) always
*> converts at one. A currency with no rate on file at all, or none
*> yet in effect, leaves WS-RATE-FOUND off.
331-SELECT-EXCHANGE-RATE.
    MOVE "N" TO WS-RATE-FOUND-SWITCH.
    MOVE ZERO TO WS-EXCHANGE-RATE.
    IF WS-PR-CURRENCY-CODE = WS-BASE-CURRENCY
        MOVE 1 TO WS-EXCHANGE-RATE
        SET WS-RATE-FOUND TO TRUE
    ELSE
        IF WS-RATE-FILE-OPEN
            MOVE "N" TO WS-RATE-SCAN-SWITCH
            MOVE WS-PR-CURRENCY-CODE TO ER-CURRENCY-CODE
            MOVE ZERO TO ER-EFF-DATE
            START EXCHANGE-RATE-FILE KEY IS NOT LESS THAN ER-RATE-KEY
                INVALID KEY
                    SET WS-RATE-SCAN-DONE TO TRUE
            END-START
            PERFORM UNTIL WS-RATE-SCAN-DONE
                READ EXCHANGE-RATE-FILE NEXT RECORD
                    AT END
                        SET WS-RATE-SCAN-DONE TO TRUE
                    NOT AT END
                        IF ER-CURRENCY-CODE NOT = WS-PR-CURRENCY-CODE
                                OR ER-EFF-DATE > WS-PRICING-DATE
                            SET WS-RATE-SCAN-DONE TO TRUE
                        ELSE
                            IF ER-RATE > ZERO
                                MOVE ER-RATE TO WS-EXCHANGE-RATE
                                SET WS-RATE-FOUND TO TRUE
                            END-IF
                        END-IF
                END-READ
            END-PERFORM
        END-IF
    END-IF.

*> The branch is quoted the base price turned into its own currency
*> at the rate, rounded half-up to two places; the extension is that
*> price times the quantity through the calculation engine, as for a
*> base currency line. The order-currency extension is then divided
*> back by the rate into base currency, always rounded half-up to
*> the penny - the TRUNC parm governs DIVIDE results only - and the
*> base figure is what Product carries into the totals, statistics,
*> audit log and posting. Digit_2 goes back to the base unit price so
*> the audit record's price and product stay in the same currency.
*> A base currency line converts at one and comes out unchanged.
332-EXTEND-IN-ORDER-CURRENCY.
    MOVE WS-PR-QUANTITY TO Digit_1.
    SET WS-SIZE-ERROR TO FALSE.
    COMPUTE WS-ORDER-UNIT-PRICE ROUNDED =
            WS-EFFECTIVE-PRICE * WS-EXCHANGE-RATE
        ON SIZE ERROR
            SET WS-SIZE-ERROR TO TRUE
    END-COMPUTE.
    IF NOT WS-SIZE-ERROR
        MOVE WS-ORDER-UNIT-PRICE TO Digit_2
        PERFORM 250-PERFORM-CALCULATION
    END-IF.
    IF NOT WS-SIZE-ERROR
        MOVE Product TO WS-ORDER-EXTENSION
        DIVIDE WS-ORDER-EXTENSION BY WS-EXCHANGE-RATE
            GIVING Product ROUNDED
            ON SIZE ERROR
                SET WS-SIZE-ERROR TO TRUE
        END-DIVIDE
    END-IF.
    MOVE WS-EFFECTIVE-PRICE TO Digit_2.
    IF NOT WS-SIZE-ERROR
            AND WS-PR-CURRENCY-CODE NOT = WS-BASE-CURRENCY
        ADD 1 TO WS-CONVERTED-COUNT
    END-IF.

*> A blank customer number is as unknown as a wrong one.
319-VALIDATE-CUSTOMER.
    MOVE "N" TO WS-CUSTOMER-OK-SWITCH.
    MOVE WS-PR-CUSTOMER-NO TO CM-CUSTOMER-NO.
    READ CUSTOMER-MASTER-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF CM-ACTIVE
                SET WS-CUSTOMER-OK TO TRUE
            END-IF
    END-READ.

*> Maintenance puts a new item on file at a zero price and queues the
*> keyed price for approval, which places it in the dated table. An
*> item at zero with no dated price has therefore never had a price
*> approved, and is not priced until it has.
333-CHECK-ITEM-PRICED.
    MOVE "N" TO WS-ITEM-PRICED-SWITCH.
    IF IM-UNIT-PRICE NOT = ZERO
        SET WS-ITEM-PRICED TO TRUE
    END-IF.
    PERFORM VARYING WS-PRICE-IDX FROM 1 BY 1 UNTIL WS-PRICE-IDX > 5
        IF IM-PE-EFF-DATE(WS-PRICE-IDX) NUMERIC
                AND IM-PE-EFF-DATE(WS-PRICE-IDX) NOT = ZERO
            SET WS-ITEM-PRICED TO TRUE
        END-IF
    END-PERFORM.

345-VERIFY-CONTROL-TOTALS.
    IF NOT WS-HEADER-SEEN
        DISPLAY "ERROR: NO HEADER RECORD ON DIGIT-PAIRS.DAT - "
            FROM WS-OT-SUM(WS-OP-IDX)
            GIVING RH-OT-SUM(WS-OP-IDX)
    END-PERFORM.
    MOVE WS-REASON-COUNT(6) TO RH-NOCU-COUNT.
    MOVE WS-REASON-COUNT(7) TO RH-NOXR-COUNT.
    WRITE RUN-HISTORY-RECORD.
    CLOSE RUN-HISTORY-FILE.

*> Registers the batch once its control totals have balanced, so a
*> run abandoned on its trailer never blocks the corrected file. A
*> re-run under override tops up the existing entry and puts it back
*> to processed, which closes the override for any further attempt.
385-POST-BATCH-REGISTER.
    OPEN I-O BATCH-REGISTER-FILE.
    IF WS-BATCH-REGISTER-STATUS = "35"
        OPEN OUTPUT BATCH-REGISTER-FILE
        IF WS-BATCH-REGISTER-STATUS NOT = "00"
            DISPLAY "ERROR: UNABLE TO CREATE BATCH-REGISTER.DAT "
                "- STATUS " WS-BATCH-REGISTER-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        CLOSE BATCH-REGISTER-FILE
        OPEN I-O BATCH-REGISTER-FILE
    END-IF.
    IF WS-BATCH-REGISTER-STATUS NOT = "00"
        DISPLAY "ERROR: UNABLE TO OPEN BATCH-REGISTER.DAT - STATUS "
            WS-BATCH-REGISTER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    MOVE WS-REGISTER-KEY TO BR-BATCH-KEY.
    READ BATCH-REGISTER-FILE
        INVALID KEY
            MOVE SPACES TO BR-OVERRIDE-OPER-ID BR-FILLER
            MOVE ZERO TO BR-OVERRIDE-DATE BR-OVERRIDE-TIME
            MOVE ZERO TO BR-PROCESS-COUNT
            MOVE WS-RUN-NUMBER TO BR-FIRST-RUN-NUMBER
            MOVE WS-CDT-DATE TO BR-FIRST-RUN-DATE
            MOVE WS-CDT-TIME TO BR-FIRST-RUN-TIME
            PERFORM 387-STAMP-REGISTER-RUN
            WRITE BATCH-REGISTER-RECORD
        NOT INVALID KEY
            IF WS-OVERRIDE-MODE
                MOVE WS-OPERATOR-ID TO BR-OVERRIDE-OPER-ID
                MOVE WS-CDT-DATE TO BR-OVERRIDE-DATE
                MOVE WS-CDT-TIME TO BR-OVERRIDE-TIME
            END-IF
            PERFORM 387-STAMP-REGISTER-RUN
            REWRITE BATCH-REGISTER-RECORD
    END-READ.
    IF WS-BATCH-REGISTER-STATUS NOT = "00"
        DISPLAY "ERROR: UNABLE TO POST BATCH-REGISTER.DAT - STATUS "
            WS-BATCH-REGISTER-STATUS
        MOVE 16 TO RETURN-CODE
    END-IF.
    CLOSE BATCH-REGISTER-FILE.

387-STAMP-REGISTER-RUN.
    MOVE "P" TO BR-STATUS.
    MOVE WS-RUN-NUMBER TO BR-LAST-RUN-NUMBER.
    MOVE WS-CDT-DATE TO BR-LAST-RUN-DATE.
    MOVE WS-CDT-TIME TO BR-LAST-RUN-TIME.
    ADD 1 TO BR-PROCESS-COUNT.

320-WRITE-DETAIL-LINE.
    MOVE Digit_1 TO WS-PL-DIGIT-1.
    MOVE WS-OP-NAME(1:1) TO WS-PL-OP-CODE.
321-WRITE-PRICING-DETAIL-LINE.
    MOVE WS-PR-ITEM-CODE TO WS-PPL-ITEM-CODE.
    MOVE Digit_1 TO WS-PPL-QUANTITY.
    MOVE WS-PR-CURRENCY-CODE TO WS-PPL-CURRENCY.
    MOVE WS-ORDER-UNIT-PRICE TO WS-PPL-PRICE.
    MOVE WS-ORDER-EXTENSION TO WS-PPL-ORDER-EXT.
    MOVE Product TO WS-PPL-EXTENSION.
    IF WS-TIER-USED = ZERO
        MOVE "-" TO WS-PPL-TIER
    MOVE WS-PRICING-PRINT-LINE TO WS-REPORT-LINE.
    PERFORM 390-WRITE-REPORT-LINE.

*> The line is keyed on where it entered the input stream (see
*> PRICEXT.CPY). The resubmit record is still in its buffer here, so
*> a resubmitted line keeps the run and record number it was
*> suspended under.
322-POST-PRICED-EXTENSION.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    MOVE SPACES TO PRICED-EXTENSION-RECORD.
    IF WS-RESUBMIT-MODE
        MOVE RSB-RUN-NUMBER TO PX-ORIGIN-RUN-NUMBER
        MOVE RSB-RECORD-NBR TO PX-ORIGIN-RECORD-NBR
    ELSE
        MOVE WS-RUN-NUMBER TO PX-ORIGIN-RUN-NUMBER
        ADD 1 WS-PAIR-COUNT GIVING PX-ORIGIN-RECORD-NBR
    END-IF.
    MOVE WS-RUN-NUMBER TO PX-RUN-NUMBER.
    MOVE WS-BATCH-DATE TO PX-BATCH-DATE.
    MOVE WS-PR-CUSTOMER-NO TO PX-CUSTOMER-NO.
    MOVE WS-PR-ORDER-NO TO PX-ORDER-NO.
    MOVE WS-PR-ITEM-CODE TO PX-ITEM-CODE.
    MOVE Digit_1 TO PX-QUANTITY.
    MOVE Digit_2 TO PX-UNIT-PRICE.
    MOVE Product TO PX-EXTENSION.
    MOVE WS-TIER-USED TO PX-TIER-USED.
    MOVE WS-PR-CURRENCY-CODE TO PX-CURRENCY-CODE.
    MOVE WS-EXCHANGE-RATE TO PX-EXCHANGE-RATE.
    MOVE WS-ORDER-UNIT-PRICE TO PX-ORDER-UNIT-PRICE.
    MOVE WS-ORDER-EXTENSION TO PX-ORDER-EXTENSION.
    MOVE WS-CDT-DATE TO PX-POSTED-DATE.
    MOVE WS-CDT-TIME TO PX-POSTED-TIME.
    MOVE WS-OPERATOR-ID TO PX-OPERATOR-ID.
    MOVE ZERO TO PX-INVOICE-NO.
    MOVE ZERO TO PX-INVOICED-DATE.
    WRITE PRICED-EXTENSION-RECORD
        INVALID KEY
            IF WS-PRICED-EXT-STATUS = "22"
                ADD 1 TO WS-ALREADY-POSTED-COUNT
            ELSE
                DISPLAY "ERROR: UNABLE TO POST PRICED-EXTENSIONS.DAT "
                    "- STATUS " WS-PRICED-EXT-STATUS
                MOVE 16 TO RETURN-CODE
            END-IF
        NOT INVALID KEY
            PERFORM 323-RELIEVE-STOCK-ON-HAND
    END-WRITE.

*> The item record read for the price is still in the buffer. The
*> shipped quantity comes off on-hand; an item not yet stock-tracked
*> (spaces) is left alone. The first line that takes on-hand below
*> zero stamps this run on the item for the reorder report.
323-RELIEVE-STOCK-ON-HAND.
    IF IM-ON-HAND-QTY NUMERIC
        MOVE IM-ON-HAND-QTY TO WS-RELIEF-OLD-QTY
        SUBTRACT WS-PR-QUANTITY FROM IM-ON-HAND-QTY
            ON SIZE ERROR
                DISPLAY "WARNING: ON-HAND OUT OF RANGE FOR ITEM "
                    IM-ITEM-CODE " - NOT RELIEVED"
            NOT ON SIZE ERROR
                IF IM-ON-HAND-QTY < ZERO
                        AND (IM-NEGATIVE-RUN-NUMBER NOT NUMERIC
                        OR IM-NEGATIVE-RUN-NUMBER = ZERO)
                    MOVE WS-RUN-NUMBER TO IM-NEGATIVE-RUN-NUMBER
                    ADD 1 TO WS-WENT-NEGATIVE-COUNT
                END-IF
                REWRITE ITEM-MASTER-RECORD
                    INVALID KEY
                        DISPLAY "ERROR: UNABLE TO RELIEVE STOCK FOR "
                            IM-ITEM-CODE " - STATUS "
                            WS-ITEM-MASTER-STATUS
                        MOVE 16 TO RETURN-CODE
                    NOT INVALID KEY
                        ADD 1 TO WS-STOCK-RELIEVED-COUNT
                        PERFORM 324-WRITE-RELIEF-AUDIT
                END-REWRITE
        END-SUBTRACT
    END-IF.

324-WRITE-RELIEF-AUDIT.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    MOVE "RELIEVE" TO MA-ACTION.
    MOVE IM-ITEM-CODE TO MA-ITEM-CODE.
    MOVE IM-UNIT-PRICE TO MA-OLD-PRICE.
    MOVE IM-UNIT-PRICE TO MA-NEW-PRICE.
    MOVE WS-CDT-DATE TO MA-RUN-DATE.
    MOVE WS-CDT-TIME TO MA-RUN-TIME.
    MOVE WS-OPERATOR-ID TO MA-OPERATOR-ID.
    MOVE WS-RELIEF-OLD-QTY TO MA-OLD-QTY.
    MOVE IM-ON-HAND-QTY TO MA-NEW-QTY.
    MOVE SPACES TO MA-APPROVED-BY.
    MOVE SPACES TO MA-FILLER.
    MOVE ITEM-MASTER-RECORD TO MA-AFTER-IMAGE.
    WRITE MAINT-AUDIT-RECORD.

325-WRITE-ERROR-LINE.
    MOVE Digit_1 TO WS-EL-DIGIT-1.
    MOVE WS-OP-NAME(1:1) TO WS-EL-OP-CODE.
    MOVE WS-PR-ITEM-CODE TO WS-PEL-ITEM-CODE.
    MOVE Digit_1 TO WS-PEL-QUANTITY.
    MOVE WS-REJECT-REASON TO WS-PEL-REASON.
    MOVE WS-PR-CUSTOMER-NO TO WS-PEL-CUSTOMER-NO.
    MOVE WS-PRICING-ERROR-LINE TO WS-REPORT-LINE.
    PERFORM 390-WRITE-REPORT-LINE.

    MOVE WS-BATCH-INPUT TO SUSP-INPUT-IMAGE.
    MOVE WS-REJECT-REASON TO SUSP-REASON-CODE.
    MOVE WS-RUN-NUMBER TO SUSP-RUN-NUMBER.
    IF WS-PRICING-MODE
        MOVE WS-PR-CUSTOMER-NO TO SUSP-CUSTOMER-NO
        MOVE WS-PR-ORDER-NO TO SUSP-ORDER-NO
        MOVE WS-PR-CURRENCY-CODE TO SUSP-CURRENCY-CODE
    END-IF.
    WRITE SUSPENSE-RECORD.
    PERFORM 328-POST-SUSPENSE-LEDGER.
    ADD 1 TO WS-SUSPENSE-COUNT.
    EVALUATE TRUE
        WHEN WS-REJECT-BAD-NUMERIC
            ADD 1 TO WS-REASON-COUNT(4)
        WHEN WS-REJECT-NO-ITEM
            ADD 1 TO WS-REASON-COUNT(5)
        WHEN WS-REJECT-NO-CUSTOMER
            ADD 1 TO WS-REASON-COUNT(6)
        WHEN WS-REJECT-NO-RATE
            ADD 1 TO WS-REASON-COUNT(7)
    END-EVALUATE.

*> Look up the ledger entry a resubmitted record came from, keyed by
*> the run and record number it was suspended under.
313-FIND-LEDGER-ORIGIN.
    MOVE "N" TO WS-LEDGER-ORIGIN-SW.
    MOVE ZERO TO WS-LEDGER-ORIGIN-BATCH-DATE.
    MOVE ZERO TO WS-LEDGER-ORIGIN-FIRST-DATE.
    MOVE ZERO TO WS-LEDGER-NEW-KEY.
    MOVE RSB-RUN-NUMBER TO SL-RUN-NUMBER.
    MOVE RSB-RECORD-NBR TO SL-RECORD-NBR.
    READ SUSPENSE-LEDGER-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET WS-LEDGER-ORIGIN-FOUND TO TRUE
            MOVE SL-BATCH-DATE TO WS-LEDGER-ORIGIN-BATCH-DATE
            MOVE SL-FIRST-SUSPENDED-DATE TO WS-LEDGER-ORIGIN-FIRST-DATE
    END-READ.

*> Post the reject just written to the run's suspense file to the
*> ledger as an open item. A restart re-reads the records processed
*> after its last checkpoint, so an entry already on file is left
*> as it is.
328-POST-SUSPENSE-LEDGER.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    MOVE SPACES TO SUSPENSE-LEDGER-RECORD.
    MOVE SUSP-RUN-NUMBER TO SL-RUN-NUMBER.
    MOVE SUSP-RECORD-NBR TO SL-RECORD-NBR.
    MOVE SUSP-INPUT-IMAGE TO SL-INPUT-IMAGE.
    MOVE SUSP-REASON-CODE TO SL-REASON-CODE.
    MOVE SUSP-CUSTOMER-NO TO SL-CUSTOMER-NO.
    MOVE SUSP-ORDER-NO TO SL-ORDER-NO.
    MOVE SUSP-CURRENCY-CODE TO SL-CURRENCY-CODE.
    IF WS-PRICING-MODE
        SET SL-PRICING-ENTRY TO TRUE
    ELSE
        MOVE "N" TO SL-PRICING-FLAG
    END-IF.
    MOVE WS-CDT-DATE TO SL-SUSPENDED-DATE.
    MOVE WS-CDT-TIME TO SL-SUSPENDED-TIME.
    MOVE WS-OPERATOR-ID TO SL-SUSPENDED-BY.
    IF WS-RESUBMIT-MODE AND WS-LEDGER-ORIGIN-FOUND
        MOVE WS-LEDGER-ORIGIN-BATCH-DATE TO SL-BATCH-DATE
        MOVE WS-LEDGER-ORIGIN-FIRST-DATE TO SL-FIRST-SUSPENDED-DATE
    ELSE
        MOVE WS-BATCH-DATE TO SL-BATCH-DATE
        MOVE WS-CDT-DATE TO SL-FIRST-SUSPENDED-DATE
    END-IF.
    SET SL-OPEN TO TRUE.
    MOVE ZERO TO SL-CLOSED-DATE.
    MOVE ZERO TO SL-CLOSED-TIME.
    MOVE ZERO TO SL-CLOSED-RUN-NUMBER.
    MOVE ZERO TO SL-NEXT-ENTRY-KEY.
    MOVE SL-ENTRY-KEY TO WS-LEDGER-NEW-KEY.
    WRITE SUSPENSE-LEDGER-RECORD
        INVALID KEY
            IF WS-SUSP-LEDGER-STATUS NOT = "22"
                DISPLAY "ERROR: UNABLE TO POST SUSPENSE-LEDGER.DAT "
                    SL-ENTRY-KEY " - STATUS " WS-SUSP-LEDGER-STATUS
                MOVE ZERO TO WS-LEDGER-NEW-KEY
                MOVE 16 TO RETURN-CODE
            END-IF
    END-WRITE.

*> Once a resubmitted record has been processed, close off the ledger
*> entry it came from: corrected if it went through, resubmitted (and
*> pointing at its new entry) if it was rejected again.
329-CLOSE-LEDGER-ORIGIN.
    IF NOT WS-LEDGER-ORIGIN-FOUND
        ADD 1 TO WS-LEDGER-UNMATCHED-COUNT
    ELSE
        MOVE RSB-RUN-NUMBER TO SL-RUN-NUMBER
        MOVE RSB-RECORD-NBR TO SL-RECORD-NBR
        READ SUSPENSE-LEDGER-FILE
            INVALID KEY
                ADD 1 TO WS-LEDGER-UNMATCHED-COUNT
            NOT INVALID KEY
                IF NOT SL-OPEN
                    ADD 1 TO WS-LEDGER-UNMATCHED-COUNT
                ELSE
                    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
                    IF WS-REJECT-REASON = SPACES
                        SET SL-CORRECTED TO TRUE
                    ELSE
                        SET SL-RESUBMITTED TO TRUE
                        MOVE WS-LEDGER-NEW-KEY TO SL-NEXT-ENTRY-KEY
                    END-IF
                    MOVE WS-OPERATOR-ID TO SL-CLOSED-BY
                    MOVE WS-CDT-DATE TO SL-CLOSED-DATE
                    MOVE WS-CDT-TIME TO SL-CLOSED-TIME
                    MOVE WS-RUN-NUMBER TO SL-CLOSED-RUN-NUMBER
                    REWRITE SUSPENSE-LEDGER-RECORD
                        INVALID KEY
                            DISPLAY "ERROR: UNABLE TO CLOSE "
                                "SUSPENSE-LEDGER.DAT " SL-ENTRY-KEY
                                " - STATUS " WS-SUSP-LEDGER-STATUS
                            MOVE 16 TO RETURN-CODE
                        NOT INVALID KEY
                            IF WS-REJECT-REASON = SPACES
                                ADD 1 TO WS-LEDGER-CLEARED-COUNT
                            ELSE
                                ADD 1 TO WS-LEDGER-RESUSP-COUNT
                            END-IF
                    END-REWRITE
                END-IF
        END-READ
    END-IF.

330-ACCUMULATE-TOTALS.
    ADD Product TO WS-PRODUCT-SUM.
    ADD 1 TO WS-OT-COUNT(WS-OP-IDX).
    END-IF.
    MOVE WS-OP-NAME TO AL-OPERATION.
    MOVE WS-RUN-NUMBER TO AL-RUN-NUMBER.
    IF WS-PRICING-MODE
        MOVE WS-PR-CURRENCY-CODE TO AL-CURRENCY-CODE
        MOVE WS-ORDER-EXTENSION TO AL-ORDER-PRODUCT
    ELSE
        MOVE SPACES TO AL-CURRENCY-CODE
        MOVE ZERO TO AL-ORDER-PRODUCT
    END-IF.
    MOVE SPACES TO AL-FILLER.
    WRITE MULT-AUDIT-LOG-RECORD.
    PERFORM 910-ACCUMULATE-RUN-STATS.
    MOVE ZERO TO WS-ST-COUNT(WS-ST-IDX).
    MOVE ZERO TO WS-ST-ERR-COUNT(WS-ST-IDX).
    MOVE ZERO TO WS-ST-SUM(WS-ST-IDX).

*> Every refusal is written to SECURITY-VIOLATION.DAT so it outlives
*> the console. A log that cannot be opened is reported but does not
*> change the refusal itself.
960-LOG-SIGN-ON-REFUSAL.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    OPEN EXTEND SECURITY-VIOLATION-LOG.
    IF WS-SEC-VIOL-STATUS NOT = "00"
        OPEN OUTPUT SECURITY-VIOLATION-LOG
    END-IF.
    IF WS-SEC-VIOL-STATUS NOT = "00"
        DISPLAY "WARNING: UNABLE TO OPEN SECURITY-VIOLATION.DAT "
            "- STATUS " WS-SEC-VIOL-STATUS
    ELSE
        MOVE SPACES TO SECURITY-VIOLATION-RECORD
        MOVE WS-OPERATOR-ID TO SV-OPERATOR-ID
        MOVE "Multiplication_two_digits" TO SV-PROGRAM
        MOVE WS-REQUESTED-FUNCTION TO SV-FUNCTION
        MOVE WS-REFUSAL-REASON TO SV-REASON
        MOVE WS-CDT-DATE TO SV-DATE
        MOVE WS-CDT-TIME TO SV-TIME
        MOVE WS-FAILURE-COUNT TO SV-FAIL-COUNT
        IF WS-LOCKED-NOW
            SET SV-LOCKED-NOW TO TRUE
        ELSE
            MOVE "N" TO SV-LOCKED-FLAG
        END-IF
        WRITE SECURITY-VIOLATION-RECORD
        CLOSE SECURITY-VIOLATION-LOG
    END-IF.
    MOVE ZERO TO WS-FAILURE-COUNT.
    MOVE "N" TO WS-LOCKED-NOW-SWITCH.

*> A refusal of an ID that is on file counts toward its consecutive
*> failures for the day, and reaching the limit locks the ID. Entered
*> with the operator record just read and the master open I-O.
965-COUNT-SIGN-ON-FAILURE.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    PERFORM 967-READ-SIGN-ON-LIMIT.
    IF OM-FAIL-DATE NOT NUMERIC OR OM-FAIL-COUNT NOT NUMERIC
        MOVE ZERO TO OM-FAIL-DATE
    END-IF.
    IF OM-FAIL-DATE NOT = WS-CDT-DATE
        MOVE WS-CDT-DATE TO OM-FAIL-DATE
        MOVE ZERO TO OM-FAIL-COUNT
    END-IF.
    IF OM-FAIL-COUNT < 999
        ADD 1 TO OM-FAIL-COUNT
    END-IF.
    MOVE OM-FAIL-COUNT TO WS-FAILURE-COUNT.
    IF OM-FAIL-COUNT >= WS-SIGN-ON-LIMIT
        SET OM-LOCKED TO TRUE
        MOVE WS-CDT-DATE TO OM-LOCKED-DATE
        MOVE WS-CDT-TIME TO OM-LOCKED-TIME
        SET WS-LOCKED-NOW TO TRUE
        DISPLAY "OPERATOR " OM-OPERATOR-ID " LOCKED AFTER "
            WS-FAILURE-COUNT " REFUSED SIGN-ONS TODAY"
    END-IF.
    REWRITE OPERATOR-MASTER-RECORD
        INVALID KEY
            DISPLAY "WARNING: UNABLE TO UPDATE SIGN-ON FAILURES FOR "
                OM-OPERATOR-ID " - STATUS " WS-OPER-MASTER-STATUS
    END-REWRITE.

967-READ-SIGN-ON-LIMIT.
    MOVE 3 TO WS-SIGN-ON-LIMIT.
    OPEN INPUT SECURITY-CONTROL-FILE.
    IF WS-SEC-CONTROL-STATUS = "00"
        READ SECURITY-CONTROL-FILE
            NOT AT END
                IF SC-MAX-FAILURES NUMERIC
                        AND SC-MAX-FAILURES > ZERO
                    MOVE SC-MAX-FAILURES TO WS-SIGN-ON-LIMIT
                END-IF
        END-READ
        CLOSE SECURITY-CONTROL-FILE
    END-IF.

*> A good sign-on ends the run of failures, so only consecutive
*> refusals lock an ID.
970-CLEAR-SIGN-ON-FAILURES.
    IF OM-FAIL-COUNT NUMERIC AND OM-FAIL-COUNT > ZERO
        MOVE ZERO TO OM-FAIL-COUNT
        REWRITE OPERATOR-MASTER-RECORD
            INVALID KEY
                DISPLAY "WARNING: UNABLE TO CLEAR SIGN-ON FAILURES "
                    "FOR " OM-OPERATOR-ID " - STATUS "
                    WS-OPER-MASTER-STATUS
        END-REWRITE
    END-IF.
