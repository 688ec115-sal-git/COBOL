IDENTIFICATION DIVISION.
PROGRAM-ID. Stock_receipts_load.
AUTHOR. Stephen.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT STOCK-RECEIPTS-FILE ASSIGN TO "STOCK-RECEIPTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RECEIPTS-STATUS.

    SELECT ITEM-MASTER-FILE ASSIGN TO "ITEM-MASTER.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS IM-ITEM-CODE
        FILE STATUS IS WS-ITEM-MASTER-STATUS.

    SELECT REJECT-FILE ASSIGN TO "STOCK-RECEIPT-REJECTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REJECT-STATUS.

    SELECT LOAD-PRINT-FILE ASSIGN TO "STOCK-RECEIPTS.PRT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOAD-PRINT-STATUS.

    SELECT MAINT-AUDIT-LOG ASSIGN TO "ITEM-MAINT-AUDIT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MAINT-AUDIT-STATUS.

    SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERATOR-MASTER.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS OM-OPERATOR-ID
        FILE STATUS IS WS-OPER-MASTER-STATUS.

    SELECT SECURITY-VIOLATION-LOG ASSIGN TO "SECURITY-VIOLATION.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SEC-VIOL-STATUS.

    SELECT SECURITY-CONTROL-FILE ASSIGN TO "SECURITY-CONTROL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SEC-CONTROL-STATUS.

DATA DIVISION.
FILE SECTION.
*> Goods-in from the warehouse: one receipt per record, carrying the
*> delivery reference so a disputed quantity can be traced back to
*> the paperwork it was keyed from.
FD  STOCK-RECEIPTS-FILE.
01  STOCK-RECEIPT-RECORD.
    05  SRC-ITEM-CODE       PIC X(8).
    05  SRC-RECEIPT-DATE    PIC 9(8).
    05  SRC-QUANTITY        PIC S9(5)V99 SIGN IS TRAILING SEPARATE
                                          CHARACTER.
    05  SRC-REFERENCE       PIC X(12).
    05  FILLER              PIC X(44).

FD  ITEM-MASTER-FILE.
01  ITEM-MASTER-RECORD.
    COPY ITEMMAST.

FD  REJECT-FILE.
01  REJECT-RECORD.
    05  REJ-ITEM-CODE       PIC X(8).
    05  REJ-RECEIPT-DATE    PIC X(8).
    05  REJ-QUANTITY        PIC X(8).
    05  REJ-REASON-CODE     PIC X(4).
    05  REJ-REFERENCE       PIC X(12).
    05  FILLER              PIC X(40).

FD  LOAD-PRINT-FILE.
01  LOAD-PRINT-RECORD       PIC X(80).

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
*> The whole item record as the action left it (for a DELETE, the
*> record as it stood when removed), so a master reloaded from backup
*> can be rolled forward from this journal.
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

WORKING-STORAGE SECTION.
    01  WS-RECEIPTS-STATUS      PIC XX VALUE SPACES.
    01  WS-ITEM-MASTER-STATUS   PIC XX VALUE SPACES.
    01  WS-REJECT-STATUS        PIC XX VALUE SPACES.
    01  WS-LOAD-PRINT-STATUS    PIC XX VALUE SPACES.
    01  WS-MAINT-AUDIT-STATUS   PIC XX VALUE SPACES.
    01  WS-OPER-MASTER-STATUS   PIC XX VALUE SPACES.
    01  WS-SEC-VIOL-STATUS      PIC XX VALUE SPACES.
    01  WS-SEC-CONTROL-STATUS   PIC XX VALUE SPACES.

*> A refused sign-on goes to SECURITY-VIOLATION.DAT with the function
*> asked for, the reason, and the failure count and lock it left on
*> the operator master - see 960-LOG-SIGN-ON-REFUSAL.
    01  WS-REQUESTED-FUNCTION   PIC X(10) VALUE "RECEIPTS".
    01  WS-REFUSAL-REASON       PIC X(4) VALUE SPACES.
    01  WS-FAILURE-COUNT        PIC 9(3) VALUE ZERO.
    01  WS-SIGN-ON-LIMIT        PIC 9(2) VALUE 3.
    01  WS-LOCKED-NOW-SWITCH    PIC X VALUE "N".
        88  WS-LOCKED-NOW       VALUE "Y".

    01  WS-EOF-SWITCH           PIC X VALUE "N".
        88  WS-EOF              VALUE "Y".

    01  WS-CURRENT-DATE-TIME.
        05  WS-CDT-DATE         PIC 9(8).
        05  WS-CDT-TIME         PIC 9(8).
        05  FILLER              PIC X(5).

*> The operator ID arrives as the only command-line token and
*> defaults to BATCH for the scheduled load; either way it must pass
*> sign-on validation and carry item-maintenance authority, since
*> this program changes the item master the same as the maintenance
*> screens.
    01  WS-RUN-PARM             PIC X(40) VALUE SPACES.
    01  WS-OPERATOR-ID          PIC X(8)  VALUE SPACES.

    01  WS-OPERATOR-OK-SWITCH   PIC X VALUE "N".
        88  WS-OPERATOR-OK      VALUE "Y".

    01  WS-REJECT-REASON        PIC X(4) VALUE SPACES.
        88  WS-REJECT-BAD-NUMERIC   VALUE "NNUM".
        88  WS-REJECT-BAD-DATE      VALUE "BDDT".
        88  WS-REJECT-NO-ITEM       VALUE "NOIT".
        88  WS-REJECT-BAD-QUANTITY  VALUE "BQTY".
        88  WS-REJECT-OVERFLOW      VALUE "OVFL".

    01  WS-RECEIPT-DATE-SPLIT.
        05  WS-RD-YEAR          PIC 9(4).
        05  WS-RD-MONTH         PIC 9(2).
        05  WS-RD-DAY           PIC 9(2).

    01  WS-OLD-ON-HAND          PIC S9(7)V99 VALUE ZERO.
    01  WS-NEW-ON-HAND          PIC S9(7)V99 VALUE ZERO.
    01  WS-CLEARED-SWITCH       PIC X VALUE "N".
        88  WS-NEGATIVE-CLEARED VALUE "Y".

    01  WS-READ-COUNT           PIC 9(7) VALUE ZERO.
    01  WS-APPLIED-COUNT        PIC 9(7) VALUE ZERO.
    01  WS-REJECT-COUNT         PIC 9(7) VALUE ZERO.
    01  WS-CLEARED-COUNT        PIC 9(7) VALUE ZERO.

*> Report pagination: every report line goes out through
*> 500-WRITE-REPORT-LINE, which repaints the page heading block at
*> the standard depth so a burst continuation page still identifies
*> the run. The line count starts past the depth so the first line
*> opens a page.
    01  WS-REPORT-LINE          PIC X(80) VALUE SPACES.
    01  WS-LINE-COUNT           PIC 9(3) VALUE 999.
    01  WS-PAGE-NUMBER          PIC 9(4) VALUE ZERO.
    01  WS-PAGE-DEPTH           PIC 9(3) VALUE 55.

    01  WS-PAGE-HEADING-1.
        05  FILLER              PIC X(26)
            VALUE "STOCK RECEIPTS LOAD REPORT".
        05  FILLER              PIC X(20)
            VALUE "Stock_receipts_load ".
        05  FILLER              PIC X(6)  VALUE "PAGE: ".
        05  WS-PH1-PAGE         PIC ZZZ9.
        05  FILLER              PIC X(24) VALUE SPACES.

    01  WS-PAGE-HEADING-2.
        05  FILLER              PIC X(10) VALUE "RUN DATE: ".
        05  WS-PH2-DATE         PIC 9(8).
        05  FILLER              PIC X(8)  VALUE "  TIME: ".
        05  WS-PH2-TIME         PIC 9(8).
        05  FILLER              PIC X(8)  VALUE "  OPER: ".
        05  WS-PH2-OPER         PIC X(8).
        05  FILLER              PIC X(30) VALUE SPACES.

    01  WS-COLUMN-HEADING       PIC X(80) VALUE
        "ITEM           REFERENCE         QUANTITY  RESULTING ON HAND".

    01  WS-END-OF-REPORT-LINE   PIC X(80) VALUE "END OF REPORT".

    01  WS-APPLIED-LINE.
        05  FILLER              PIC X(6)  VALUE "ITEM: ".
        05  WS-AL-ITEM-CODE     PIC X(8).
        05  FILLER              PIC X(6)  VALUE " REF: ".
        05  WS-AL-REFERENCE     PIC X(12).
        05  FILLER              PIC X(6)  VALUE " QTY: ".
        05  WS-AL-QUANTITY      PIC -ZZZZ9.99.
        05  FILLER              PIC X(10) VALUE " ON HAND: ".
        05  WS-AL-ON-HAND       PIC -ZZZZZZ9.99.
        05  WS-AL-NOTE          PIC X(12).

    01  WS-REJECT-LINE.
        05  FILLER              PIC X(6)  VALUE "ITEM: ".
        05  WS-RL-ITEM-CODE     PIC X(8).
        05  FILLER              PIC X(6)  VALUE " REF: ".
        05  WS-RL-REFERENCE     PIC X(12).
        05  FILLER              PIC X(12) VALUE " ** REJECTED".
        05  FILLER              PIC X(9)  VALUE " REASON: ".
        05  WS-RL-REASON        PIC X(4).
        05  FILLER              PIC X(23) VALUE SPACES.

    01  WS-TOTAL-LINE.
        05  WS-TL-LABEL         PIC X(23).
        05  WS-TL-COUNT         PIC ZZZZZZ9.
        05  FILLER              PIC X(50) VALUE SPACES.

PROCEDURE DIVISION.
000-MAIN-CONTROL.
    PERFORM 100-PARSE-PARMS.
    PERFORM 110-VALIDATE-OPERATOR.
    IF NOT WS-OPERATOR-OK
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 150-OPEN-FILES.
    PERFORM 210-READ-RECEIPT.
    PERFORM UNTIL WS-EOF
        ADD 1 TO WS-READ-COUNT
        PERFORM 300-PROCESS-RECEIPT
        PERFORM 210-READ-RECEIPT
    END-PERFORM.
    PERFORM 400-WRITE-LOAD-TOTALS.
    CLOSE STOCK-RECEIPTS-FILE.
    CLOSE ITEM-MASTER-FILE.
    CLOSE REJECT-FILE.
    CLOSE LOAD-PRINT-FILE.
    CLOSE MAINT-AUDIT-LOG.
    STOP RUN.

100-PARSE-PARMS.
    ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
    IF WS-RUN-PARM NOT = SPACES
        MOVE WS-RUN-PARM TO WS-OPERATOR-ID
    ELSE
        MOVE "BATCH" TO WS-OPERATOR-ID
    END-IF.

*> Same fail-closed sign-on rule as the calculation and maintenance
*> programs: an unreadable operator master refuses everyone.
*> Every refusal is written to SECURITY-VIOLATION.DAT by
*> 960-LOG-SIGN-ON-REFUSAL, and a locked ID is refused before any
*> other check.
110-VALIDATE-OPERATOR.
    MOVE "N" TO WS-OPERATOR-OK-SWITCH.
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
                    WHEN NOT OM-MAY-ITEM-MAINT
                        DISPLAY "OPERATOR " WS-OPERATOR-ID
                            " NOT AUTHORIZED FOR ITEM MAINTENANCE "
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

150-OPEN-FILES.
    OPEN INPUT STOCK-RECEIPTS-FILE.
    IF WS-RECEIPTS-STATUS NOT = "00"
        DISPLAY "ERROR: UNABLE TO OPEN STOCK-RECEIPTS.DAT - STATUS "
            WS-RECEIPTS-STATUS
        STOP RUN
    END-IF.
    OPEN I-O ITEM-MASTER-FILE.
    IF WS-ITEM-MASTER-STATUS NOT = "00"
        DISPLAY "ERROR: UNABLE TO OPEN ITEM-MASTER.DAT - STATUS "
            WS-ITEM-MASTER-STATUS
        STOP RUN
    END-IF.
    OPEN OUTPUT REJECT-FILE.
    IF WS-REJECT-STATUS NOT = "00"
        DISPLAY "ERROR: UNABLE TO OPEN STOCK-RECEIPT-REJECTS.DAT "
            "- STATUS " WS-REJECT-STATUS
        STOP RUN
    END-IF.
    OPEN OUTPUT LOAD-PRINT-FILE.
    IF WS-LOAD-PRINT-STATUS NOT = "00"
        DISPLAY "ERROR: UNABLE TO OPEN STOCK-RECEIPTS.PRT - STATUS "
            WS-LOAD-PRINT-STATUS
        STOP RUN
    END-IF.
    OPEN EXTEND MAINT-AUDIT-LOG.
    IF WS-MAINT-AUDIT-STATUS NOT = "00"
        OPEN OUTPUT MAINT-AUDIT-LOG
        IF WS-MAINT-AUDIT-STATUS NOT = "00"
            DISPLAY "ERROR: UNABLE TO OPEN ITEM-MAINT-AUDIT.DAT "
                "- STATUS " WS-MAINT-AUDIT-STATUS
            STOP RUN
        END-IF
    END-IF.

210-READ-RECEIPT.
    READ STOCK-RECEIPTS-FILE
        AT END
            SET WS-EOF TO TRUE
    END-READ.

*> Only positive receipts are taken here; returns to the supplier and
*> count adjustments are not goods in and must not be netted into
*> this load where nobody would see them.
300-PROCESS-RECEIPT.
    MOVE SPACES TO WS-REJECT-REASON.
    EVALUATE TRUE
        WHEN SRC-QUANTITY NOT NUMERIC
            SET WS-REJECT-BAD-NUMERIC TO TRUE
        WHEN SRC-QUANTITY NOT > ZERO
            SET WS-REJECT-BAD-QUANTITY TO TRUE
        WHEN SRC-RECEIPT-DATE NOT NUMERIC
            SET WS-REJECT-BAD-DATE TO TRUE
        WHEN OTHER
            MOVE SRC-RECEIPT-DATE TO WS-RECEIPT-DATE-SPLIT
            IF WS-RD-MONTH < 1 OR WS-RD-MONTH > 12
                    OR WS-RD-DAY < 1 OR WS-RD-DAY > 31
                SET WS-REJECT-BAD-DATE TO TRUE
            END-IF
    END-EVALUATE.
    IF WS-REJECT-REASON = SPACES
        MOVE SRC-ITEM-CODE TO IM-ITEM-CODE
        READ ITEM-MASTER-FILE
            INVALID KEY
                SET WS-REJECT-NO-ITEM TO TRUE
            NOT INVALID KEY
                PERFORM 310-APPLY-RECEIPT
        END-READ
    END-IF.
    IF WS-REJECT-REASON NOT = SPACES
        PERFORM 330-WRITE-REJECT
    END-IF.

*> A receipt for an item not yet stock-tracked starts tracking it
*> from zero. A receipt that brings a negative item back to zero or
*> above clears the run that drove it negative, which takes it off
*> the negative section of the reorder report.
310-APPLY-RECEIPT.
    IF IM-ON-HAND-QTY NOT NUMERIC
        MOVE ZERO TO IM-ON-HAND-QTY IM-REORDER-POINT IM-REORDER-QTY
            IM-NEGATIVE-RUN-NUMBER
    END-IF.
    MOVE IM-ON-HAND-QTY TO WS-OLD-ON-HAND.
    MOVE "N" TO WS-CLEARED-SWITCH.
    ADD SRC-QUANTITY TO WS-OLD-ON-HAND GIVING WS-NEW-ON-HAND
        ON SIZE ERROR
            SET WS-REJECT-OVERFLOW TO TRUE
    END-ADD.
    IF WS-REJECT-REASON = SPACES
        MOVE WS-NEW-ON-HAND TO IM-ON-HAND-QTY
        IF IM-ON-HAND-QTY NOT < ZERO
                AND IM-NEGATIVE-RUN-NUMBER NUMERIC
                AND IM-NEGATIVE-RUN-NUMBER NOT = ZERO
            MOVE ZERO TO IM-NEGATIVE-RUN-NUMBER
            SET WS-NEGATIVE-CLEARED TO TRUE
            ADD 1 TO WS-CLEARED-COUNT
        END-IF
        REWRITE ITEM-MASTER-RECORD
            INVALID KEY
                DISPLAY "ERROR: REWRITE FAILED FOR " SRC-ITEM-CODE
                    " - STATUS " WS-ITEM-MASTER-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            NOT INVALID KEY
                ADD 1 TO WS-APPLIED-COUNT
                PERFORM 320-WRITE-APPLIED-LINE
                PERFORM 900-WRITE-MAINT-AUDIT
        END-REWRITE
    END-IF.

320-WRITE-APPLIED-LINE.
    MOVE SRC-ITEM-CODE TO WS-AL-ITEM-CODE.
    MOVE SRC-REFERENCE TO WS-AL-REFERENCE.
    MOVE SRC-QUANTITY TO WS-AL-QUANTITY.
    MOVE WS-NEW-ON-HAND TO WS-AL-ON-HAND.
    IF WS-NEGATIVE-CLEARED
        MOVE " NEG CLEARED" TO WS-AL-NOTE
    ELSE
        MOVE SPACES TO WS-AL-NOTE
    END-IF.
    MOVE WS-APPLIED-LINE TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.

330-WRITE-REJECT.
    ADD 1 TO WS-REJECT-COUNT.
    MOVE SPACES TO REJECT-RECORD.
    MOVE SRC-ITEM-CODE TO REJ-ITEM-CODE.
    MOVE STOCK-RECEIPT-RECORD(9:8) TO REJ-RECEIPT-DATE.
    MOVE STOCK-RECEIPT-RECORD(17:8) TO REJ-QUANTITY.
    MOVE WS-REJECT-REASON TO REJ-REASON-CODE.
    MOVE SRC-REFERENCE TO REJ-REFERENCE.
    WRITE REJECT-RECORD.
    MOVE SRC-ITEM-CODE TO WS-RL-ITEM-CODE.
    MOVE SRC-REFERENCE TO WS-RL-REFERENCE.
    MOVE WS-REJECT-REASON TO WS-RL-REASON.
    MOVE WS-REJECT-LINE TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.

400-WRITE-LOAD-TOTALS.
    MOVE "RECEIPTS READ:         " TO WS-TL-LABEL.
    MOVE WS-READ-COUNT TO WS-TL-COUNT.
    PERFORM 405-WRITE-TOTAL-LINE.
    MOVE "RECEIPTS APPLIED:      " TO WS-TL-LABEL.
    MOVE WS-APPLIED-COUNT TO WS-TL-COUNT.
    PERFORM 405-WRITE-TOTAL-LINE.
    MOVE "RECEIPTS REJECTED:     " TO WS-TL-LABEL.
    MOVE WS-REJECT-COUNT TO WS-TL-COUNT.
    PERFORM 405-WRITE-TOTAL-LINE.
    MOVE "NEGATIVE ITEMS CLEARED:" TO WS-TL-LABEL.
    MOVE WS-CLEARED-COUNT TO WS-TL-COUNT.
    PERFORM 405-WRITE-TOTAL-LINE.
    MOVE WS-END-OF-REPORT-LINE TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.
    DISPLAY "STOCK RECEIPTS LOAD COMPLETE - SEE STOCK-RECEIPTS.PRT".
    IF WS-REJECT-COUNT > ZERO
        DISPLAY "  REJECTS WRITTEN TO STOCK-RECEIPT-REJECTS.DAT"
        MOVE 4 TO RETURN-CODE
    END-IF.

405-WRITE-TOTAL-LINE.
    MOVE WS-TOTAL-LINE TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.

500-WRITE-REPORT-LINE.
    IF WS-LINE-COUNT >= WS-PAGE-DEPTH
        PERFORM 510-WRITE-PAGE-HEADINGS
    END-IF.
    WRITE LOAD-PRINT-RECORD FROM WS-REPORT-LINE.
    ADD 1 TO WS-LINE-COUNT.

510-WRITE-PAGE-HEADINGS.
    ADD 1 TO WS-PAGE-NUMBER.
    IF WS-PAGE-NUMBER > 1
        MOVE SPACES TO LOAD-PRINT-RECORD
        WRITE LOAD-PRINT-RECORD
    END-IF.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    MOVE WS-PAGE-NUMBER TO WS-PH1-PAGE.
    WRITE LOAD-PRINT-RECORD FROM WS-PAGE-HEADING-1.
    MOVE WS-CDT-DATE TO WS-PH2-DATE.
    MOVE WS-CDT-TIME TO WS-PH2-TIME.
    MOVE WS-OPERATOR-ID TO WS-PH2-OPER.
    WRITE LOAD-PRINT-RECORD FROM WS-PAGE-HEADING-2.
    WRITE LOAD-PRINT-RECORD FROM WS-COLUMN-HEADING.
    MOVE 4 TO WS-LINE-COUNT.

900-WRITE-MAINT-AUDIT.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    MOVE "RECEIPT" TO MA-ACTION.
    MOVE SRC-ITEM-CODE TO MA-ITEM-CODE.
    MOVE IM-UNIT-PRICE TO MA-OLD-PRICE.
    MOVE IM-UNIT-PRICE TO MA-NEW-PRICE.
    MOVE WS-CDT-DATE TO MA-RUN-DATE.
    MOVE WS-CDT-TIME TO MA-RUN-TIME.
    MOVE WS-OPERATOR-ID TO MA-OPERATOR-ID.
    MOVE WS-OLD-ON-HAND TO MA-OLD-QTY.
    MOVE WS-NEW-ON-HAND TO MA-NEW-QTY.
    MOVE SPACES TO MA-APPROVED-BY.
    MOVE SPACES TO MA-FILLER.
    MOVE ITEM-MASTER-RECORD TO MA-AFTER-IMAGE.
    WRITE MAINT-AUDIT-RECORD.

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
        MOVE "Stock_receipts_load" TO SV-PROGRAM
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
