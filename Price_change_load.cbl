        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOAD-PRINT-STATUS.

    SELECT PRICE-PENDING-FILE ASSIGN TO "PRICE-PENDING.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PP-CHANGE-KEY
        FILE STATUS IS WS-PRICE-PENDING-STATUS.

    SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERIOD-CONTROL.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PD-PERIOD
        FILE STATUS IS WS-PERIOD-CONTROL-STATUS.

    SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERATOR-MASTER.DAT"
        ORGANIZATION IS INDEXED
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
*> Staged price list from merchandising: one dated change per record,
FD  LOAD-PRINT-FILE.
01  LOAD-PRINT-RECORD       PIC X(80).

*> Each accepted change is queued here for a second operator to
*> approve; Price_change_approval applies it to the item master and
*> writes the ITEM-MAINT-AUDIT.DAT entry when it is approved.
FD  PRICE-PENDING-FILE.
01  PRICE-PENDING-RECORD.
    COPY PRICPEND.

FD  PERIOD-CONTROL-FILE.
01  PERIOD-CONTROL-RECORD.
    COPY PERCTL.

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
    01  WS-PRICE-CHANGES-STATUS PIC XX VALUE SPACES.
    01  WS-ITEM-MASTER-STATUS   PIC XX VALUE SPACES.
    01  WS-REJECT-STATUS        PIC XX VALUE SPACES.
    01  WS-LOAD-PRINT-STATUS    PIC XX VALUE SPACES.
    01  WS-PRICE-PENDING-STATUS PIC XX VALUE SPACES.
    01  WS-PERIOD-CONTROL-STATUS PIC XX VALUE SPACES.
    01  WS-OPER-MASTER-STATUS   PIC XX VALUE SPACES.
    01  WS-SEC-VIOL-STATUS      PIC XX VALUE SPACES.
    01  WS-SEC-CONTROL-STATUS   PIC XX VALUE SPACES.

*> A refused sign-on goes to SECURITY-VIOLATION.DAT with the function
*> asked for, the reason, and the failure count and lock it left on
*> the operator master - see 960-LOG-SIGN-ON-REFUSAL.
    01  WS-REQUESTED-FUNCTION   PIC X(10) VALUE "PRCLOAD".
    01  WS-REFUSAL-REASON       PIC X(4) VALUE SPACES.
    01  WS-FAILURE-COUNT        PIC 9(3) VALUE ZERO.
    01  WS-SIGN-ON-LIMIT        PIC 9(2) VALUE 3.
    01  WS-LOCKED-NOW-SWITCH    PIC X VALUE "N".
        88  WS-LOCKED-NOW       VALUE "Y".

    01  WS-EOF-SWITCH           PIC X VALUE "N".
        88  WS-EOF              VALUE "Y".
*> The operator ID arrives as the only command-line token and
*> defaults to BATCH for the scheduled load; either way it must pass
*> sign-on validation and carry item-maintenance authority, since
*> this program raises price changes the same as the maintenance
*> screens. The operator is recorded as the requester, so the same ID
*> cannot then approve the load's changes.
    01  WS-RUN-PARM             PIC X(40) VALUE SPACES.
    01  WS-OPERATOR-ID          PIC X(8)  VALUE SPACES.

        88  WS-REJECT-BAD-NUMERIC   VALUE "NNUM".
        88  WS-REJECT-BAD-DATE      VALUE "BDDT".
        88  WS-REJECT-NO-ITEM       VALUE "NOIT".
        88  WS-REJECT-PERIOD-CLOSED VALUE "PCLS".

*> A change effective in an accounting period that has been closed
*> is rejected. No PERIOD-CONTROL.DAT at all means no period has been
*> closed, and the file is then not read.
    01  WS-PERIOD-FILE-SWITCH   PIC X VALUE "N".
        88  WS-PERIOD-FILE-OPEN VALUE "Y".

    01  WS-EFF-DATE-SPLIT.
        05  WS-ED-YEAR          PIC 9(4).
        05  WS-ED-MONTH         PIC 9(2).
        05  WS-ED-DAY           PIC 9(2).

*> Every change queued by one load shares the load's start time in
*> its key, with the input record number as the sequence.
    01  WS-LOAD-DATE            PIC 9(8) VALUE ZERO.
    01  WS-LOAD-TIME            PIC 9(8) VALUE ZERO.

    01  WS-READ-COUNT           PIC 9(7) VALUE ZERO.
    01  WS-QUEUED-COUNT         PIC 9(7) VALUE ZERO.
    01  WS-REJECT-COUNT         PIC 9(7) VALUE ZERO.

*> Report pagination: every report line goes out through

    01  WS-END-OF-REPORT-LINE   PIC X(80) VALUE "END OF REPORT".

    01  WS-QUEUED-LINE.
        05  FILLER              PIC X(6)  VALUE "ITEM: ".
        05  WS-AL-ITEM-CODE     PIC X(8).
        05  FILLER              PIC X(12) VALUE " EFFECTIVE: ".
        05  WS-AL-EFF-DATE      PIC 9(8).
        05  FILLER              PIC X(8)  VALUE " PRICE: ".
        05  WS-AL-NEW-PRICE     PIC -ZZZZ9.99.
        05  FILLER              PIC X(8)  VALUE " QUEUED ".
        05  FILLER              PIC X(21) VALUE SPACES.

    01  WS-REJECT-LINE.
    CLOSE ITEM-MASTER-FILE.
    CLOSE REJECT-FILE.
    CLOSE LOAD-PRINT-FILE.
    CLOSE PRICE-PENDING-FILE.
    IF WS-PERIOD-FILE-OPEN
        CLOSE PERIOD-CONTROL-FILE
    END-IF.
    STOP RUN.

100-PARSE-PARMS.

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
            WS-PRICE-CHANGES-STATUS
        STOP RUN
    END-IF.
    OPEN INPUT ITEM-MASTER-FILE.
    IF WS-ITEM-MASTER-STATUS NOT = "00"
        DISPLAY "ERROR: UNABLE TO OPEN ITEM-MASTER.DAT - STATUS "
            WS-ITEM-MASTER-STATUS
            WS-LOAD-PRINT-STATUS
        STOP RUN
    END-IF.
    OPEN I-O PRICE-PENDING-FILE.
    IF WS-PRICE-PENDING-STATUS = "35"
        OPEN OUTPUT PRICE-PENDING-FILE
        IF WS-PRICE-PENDING-STATUS NOT = "00"
            DISPLAY "ERROR: UNABLE TO CREATE PRICE-PENDING.DAT "
                "- STATUS " WS-PRICE-PENDING-STATUS
            STOP RUN
        END-IF
        CLOSE PRICE-PENDING-FILE
        OPEN I-O PRICE-PENDING-FILE
    END-IF.
    IF WS-PRICE-PENDING-STATUS NOT = "00"
        DISPLAY "ERROR: UNABLE TO OPEN PRICE-PENDING.DAT - STATUS "
            WS-PRICE-PENDING-STATUS
        STOP RUN
    END-IF.
    OPEN INPUT PERIOD-CONTROL-FILE.
    EVALUATE WS-PERIOD-CONTROL-STATUS
        WHEN "00"
            SET WS-PERIOD-FILE-OPEN TO TRUE
        WHEN "35"
            CONTINUE
        WHEN OTHER
            DISPLAY "ERROR: UNABLE TO OPEN PERIOD-CONTROL.DAT - STATUS "
                WS-PERIOD-CONTROL-STATUS
            STOP RUN
    END-EVALUATE.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    MOVE WS-CDT-DATE TO WS-LOAD-DATE.
    MOVE WS-CDT-TIME TO WS-LOAD-TIME.

210-READ-PRICE-CHANGE.
    READ PRICE-CHANGES-FILE
            IF WS-ED-MONTH < 1 OR WS-ED-MONTH > 12
                    OR WS-ED-DAY < 1 OR WS-ED-DAY > 31
                SET WS-REJECT-BAD-DATE TO TRUE
            ELSE
                PERFORM 305-CHECK-EFFECTIVE-PERIOD
            END-IF
    END-EVALUATE.
    IF WS-REJECT-REASON = SPACES
            INVALID KEY
                SET WS-REJECT-NO-ITEM TO TRUE
            NOT INVALID KEY
                PERFORM 310-QUEUE-PRICE-CHANGE
        END-READ
    END-IF.
    IF WS-REJECT-REASON NOT = SPACES
        PERFORM 330-WRITE-REJECT
    END-IF.

305-CHECK-EFFECTIVE-PERIOD.
    IF WS-PERIOD-FILE-OPEN
        MOVE PC-EFF-DATE(1:6) TO PD-PERIOD
        READ PERIOD-CONTROL-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF PD-CLOSED
                    SET WS-REJECT-PERIOD-CLOSED TO TRUE
                END-IF
        END-READ
    END-IF.

*> Where the change lands in the dated price table is settled when it
*> is approved, against the table as it stands then; the load only
*> checks that the item exists and the change is well formed.
310-QUEUE-PRICE-CHANGE.
    MOVE SPACES TO PRICE-PENDING-RECORD.
    MOVE WS-LOAD-DATE TO PP-REQUEST-DATE.
    MOVE WS-LOAD-TIME TO PP-REQUEST-TIME.
    MOVE WS-READ-COUNT TO PP-REQUEST-SEQ.
    MOVE PC-ITEM-CODE TO PP-ITEM-CODE.
    MOVE "PRCLOAD" TO PP-SOURCE.
    MOVE PC-EFF-DATE TO PP-EFF-DATE.
    MOVE PC-NEW-PRICE TO PP-PROPOSED-PRICE.
    MOVE IM-UNIT-PRICE TO PP-PRICE-AT-REQUEST.
    MOVE WS-OPERATOR-ID TO PP-REQUESTED-BY.
    SET PP-PENDING TO TRUE.
    MOVE ZERO TO PP-DECIDED-DATE PP-DECIDED-TIME PP-BREAK-QUANTITY.
    WRITE PRICE-PENDING-RECORD
        INVALID KEY
            DISPLAY "ERROR: UNABLE TO QUEUE CHANGE FOR " PC-ITEM-CODE
                " - STATUS " WS-PRICE-PENDING-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        NOT INVALID KEY
            ADD 1 TO WS-QUEUED-COUNT
            PERFORM 320-WRITE-QUEUED-LINE
    END-WRITE.

320-WRITE-QUEUED-LINE.
    MOVE PC-ITEM-CODE TO WS-AL-ITEM-CODE.
    MOVE PC-EFF-DATE TO WS-AL-EFF-DATE.
    MOVE PC-NEW-PRICE TO WS-AL-NEW-PRICE.
    MOVE WS-QUEUED-LINE TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.

330-WRITE-REJECT.
    MOVE "CHANGES READ:          " TO WS-TL-LABEL.
    MOVE WS-READ-COUNT TO WS-TL-COUNT.
    PERFORM 405-WRITE-TOTAL-LINE.
    MOVE "CHANGES QUEUED:        " TO WS-TL-LABEL.
    MOVE WS-QUEUED-COUNT TO WS-TL-COUNT.
    PERFORM 405-WRITE-TOTAL-LINE.
    MOVE "CHANGES REJECTED:      " TO WS-TL-LABEL.
    MOVE WS-REJECT-COUNT TO WS-TL-COUNT.
    MOVE WS-END-OF-REPORT-LINE TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.
    DISPLAY "PRICE CHANGE LOAD COMPLETE - SEE PRICE-LOAD.PRT".
    IF WS-QUEUED-COUNT > ZERO
        DISPLAY "  CHANGES AWAITING APPROVAL ON PRICE-PENDING.DAT"
    END-IF.
    IF WS-REJECT-COUNT > ZERO
        DISPLAY "  REJECTS WRITTEN TO PRICE-LOAD-REJECTS.DAT"
        MOVE 4 TO RETURN-CODE
    WRITE LOAD-PRINT-RECORD FROM WS-COLUMN-HEADING.
    MOVE 4 TO WS-LINE-COUNT.

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
        MOVE "Price_change_load" TO SV-PROGRAM
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
