        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EDIT-RESULTS-STATUS.

    SELECT BATCH-REGISTER-FILE ASSIGN TO "BATCH-REGISTER.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS BR-BATCH-KEY
        FILE STATUS IS WS-BATCH-REGISTER-STATUS.

    SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERIOD-CONTROL.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PD-PERIOD
        FILE STATUS IS WS-PERIOD-CONTROL-STATUS.

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
FD  RAW-INPUT-FILE.
01  RAW-HEADER-VIEW.
    05  FILLER              PIC X.
    05  RAW-BATCH-DATE      PIC 9(8).
    05  RAW-SENDER-CODE     PIC X(6).
    05  FILLER              PIC X(65).
01  RAW-TRAILER-VIEW.
    05  FILLER              PIC X.
    05  RAW-RECORD-COUNT    PIC 9(7).
    05  FILLER              PIC X.
    05  ED-INPUT-IMAGE      PIC X(18).
    05  FILLER              PIC X(61).
*> The edited header carries the sender's own trailer count and hash
*> forward beside the sender code, since the edited file's trailer is
*> rebuilt over the accepted records only - the calculation run needs
*> the original figures to register the batch under the same identity
*> the edit checked it under.
01  EDITED-HEADER-RECORD.
    05  FILLER              PIC X.
    05  ED-BATCH-DATE       PIC 9(8).
    05  ED-SENDER-CODE      PIC X(6).
    05  ED-SOURCE-COUNT     PIC 9(7).
    05  ED-SOURCE-HASH      PIC S9(12)V99 SIGN IS TRAILING SEPARATE
                                           CHARACTER.
    05  FILLER              PIC X(43).
01  EDITED-TRAILER-RECORD.
    05  FILLER              PIC X.
    05  ED-RECORD-COUNT     PIC 9(7).
    05  ERS-DROP-DUPLICATE  PIC 9(7).
    05  FILLER              PIC X(33).

FD  BATCH-REGISTER-FILE.
01  BATCH-REGISTER-RECORD.
    COPY BATCHREG.

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
    01  WS-RAW-INPUT-STATUS     PIC XX VALUE SPACES.
    01  WS-EDITED-STATUS        PIC XX VALUE SPACES.
    01  WS-EDIT-PRINT-STATUS    PIC XX VALUE SPACES.
    01  WS-EDIT-RESULTS-STATUS  PIC XX VALUE SPACES.
    01  WS-BATCH-REGISTER-STATUS PIC XX VALUE SPACES.
    01  WS-PERIOD-CONTROL-STATUS PIC XX VALUE SPACES.
    01  WS-OPER-MASTER-STATUS   PIC XX VALUE SPACES.
    01  WS-SEC-VIOL-STATUS      PIC XX VALUE SPACES.
    01  WS-SEC-CONTROL-STATUS   PIC XX VALUE SPACES.

*> A refused sign-on goes to SECURITY-VIOLATION.DAT with the function
*> asked for, the reason, and the failure count and lock it left on
*> the operator master - see 960-LOG-SIGN-ON-REFUSAL.
    01  WS-REQUESTED-FUNCTION   PIC X(10) VALUE "OVERRIDE".
    01  WS-REFUSAL-REASON       PIC X(4) VALUE SPACES.
    01  WS-FAILURE-COUNT        PIC 9(3) VALUE ZERO.
    01  WS-SIGN-ON-LIMIT        PIC 9(2) VALUE 3.
    01  WS-LOCKED-NOW-SWITCH    PIC X VALUE "N".
        88  WS-LOCKED-NOW       VALUE "Y".

*> The edit normally runs unattended under the job stream and takes
*> no parameters. A genuine re-run of a batch already on the
*> duplicate-batch register is requested as OVERRIDE followed by the
*> operator ID, and that operator must hold resubmit authority.
    01  WS-RUN-PARM             PIC X(40) VALUE SPACES.
    01  WS-PARM-TOKENS.
        05  WS-PARM-TOKEN       PIC X(8) OCCURS 2 TIMES VALUE SPACES.
    01  WS-PARM-IDX             PIC 9 VALUE 1.
    01  WS-OPERATOR-ID          PIC X(8)  VALUE "BATCH".

    01  WS-OVERRIDE-SWITCH      PIC X VALUE "N".
        88  WS-OVERRIDE-REQUESTED VALUE "Y".

    01  WS-OPERATOR-OK-SWITCH   PIC X VALUE "N".
        88  WS-OPERATOR-OK      VALUE "Y".

    01  WS-EOF-SWITCH           PIC X VALUE "N".
        88  WS-EOF              VALUE "Y".
        88  WS-FIRST-RETURN     VALUE "Y".

    01  WS-BATCH-DATE           PIC 9(8)   VALUE ZERO.
    01  WS-SENDER-CODE          PIC X(6)   VALUE SPACES.
    01  WS-PREV-IMAGE           PIC X(18)  VALUE SPACES.

    01  WS-TRAILER-SEEN-SWITCH  PIC X VALUE "N".
        05  FILLER              PIC X(8)  VALUE "  TIME: ".
        05  WS-PH2-TIME         PIC 9(8).
        05  FILLER              PIC X(8)  VALUE "  OPER: ".
        05  WS-PH2-OPER         PIC X(8).
        05  FILLER              PIC X(9)  VALUE "  BATCH: ".
        05  WS-PH2-BATCH        PIC 9(8).
        05  FILLER              PIC X(13) VALUE SPACES.

PROCEDURE DIVISION.
000-MAIN-CONTROL.
    PERFORM 050-PARSE-PARMS.
    IF WS-OVERRIDE-REQUESTED
        PERFORM 060-VALIDATE-OPERATOR
        IF NOT WS-OPERATOR-OK
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
    OPEN OUTPUT EDIT-PRINT-FILE.
    IF WS-EDIT-PRINT-STATUS NOT = "00"
        DISPLAY "ERROR: UNABLE TO OPEN EDIT-INPUT.PRT - STATUS "
    CLOSE EDIT-RESULTS-FILE.
    STOP RUN.

050-PARSE-PARMS.
    ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
    UNSTRING WS-RUN-PARM DELIMITED BY ALL SPACE
        INTO WS-PARM-TOKEN(1) WS-PARM-TOKEN(2)
    END-UNSTRING.
    PERFORM VARYING WS-PARM-IDX FROM 1 BY 1 UNTIL WS-PARM-IDX > 2
        IF WS-PARM-TOKEN(WS-PARM-IDX) = "OVERRIDE"
            SET WS-OVERRIDE-REQUESTED TO TRUE
        ELSE
            IF WS-PARM-TOKEN(WS-PARM-IDX) NOT = SPACES
                MOVE WS-PARM-TOKEN(WS-PARM-IDX) TO WS-OPERATOR-ID
            END-IF
        END-IF
    END-PERFORM.

*> Only asked for when an override is requested - the routine edit
*> changes nothing an operator has to answer for. Same fail-closed
*> rule as every other sign-on: an unreadable operator master refuses.
*> Every refusal is written to SECURITY-VIOLATION.DAT by
*> 960-LOG-SIGN-ON-REFUSAL, and a locked ID is refused before any
*> other check.
060-VALIDATE-OPERATOR.
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
                    WHEN NOT OM-MAY-RESUBMIT
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

100-SELECT-RAW-INPUT.
    OPEN INPUT RAW-INPUT-FILE.
    IF WS-RAW-INPUT-STATUS NOT = "00"
            WHEN RAW-HEADER-RECORD
                SET WS-HEADER-SEEN TO TRUE
                MOVE RAW-BATCH-DATE TO WS-BATCH-DATE
                MOVE RAW-SENDER-CODE TO WS-SENDER-CODE
            WHEN RAW-TRAILER-RECORD
                SET WS-TRAILER-SEEN TO TRUE
                MOVE RAW-RECORD-COUNT TO WS-TRL-RECORD-COUNT
    END-PERFORM.
    CLOSE RAW-INPUT-FILE.
    PERFORM 117-VERIFY-RAW-CONTROLS.
    PERFORM 116-CHECK-BATCH-PERIOD.
    PERFORM 118-CHECK-BATCH-REGISTER.

110-READ-RAW-RECORD.
    READ RAW-INPUT-FILE
        STOP RUN
    END-IF.

*> A batch dated in an accounting period Finance has closed would
*> change figures already reported, so it is refused before a clean
*> copy of it can reach the calculation run. A period with no record
*> on PERIOD-CONTROL.DAT has never been closed, and no file at all
*> means no period has been; any other open failure refuses the
*> batch, since the check cannot be made.
116-CHECK-BATCH-PERIOD.
    OPEN INPUT PERIOD-CONTROL-FILE.
    IF WS-PERIOD-CONTROL-STATUS = "35"
        CONTINUE
    ELSE
        IF WS-PERIOD-CONTROL-STATUS NOT = "00"
            DISPLAY "ERROR: UNABLE TO OPEN PERIOD-CONTROL.DAT - STATUS "
                WS-PERIOD-CONTROL-STATUS
            DISPLAY "CLOSED-PERIOD CHECK CANNOT BE MADE - "
                "EDIT ABANDONED"
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
                        " - EDIT ABANDONED"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
        END-READ
        CLOSE PERIOD-CONTROL-FILE
    END-IF.

*> A batch is identified by what the sender put on it - sender code,
*> batch date, trailer count and trailer hash - so a second
*> transmission of the same file is caught here before a clean copy
*> of it can reach the calculation run. The register is written by
*> the calculation run when a batch completes; no register at all
*> just means nothing has been processed under it yet.
118-CHECK-BATCH-REGISTER.
    OPEN I-O BATCH-REGISTER-FILE.
    IF WS-BATCH-REGISTER-STATUS = "35"
        CONTINUE
    ELSE
        IF WS-BATCH-REGISTER-STATUS NOT = "00"
            DISPLAY "ERROR: UNABLE TO OPEN BATCH-REGISTER.DAT - STATUS "
                WS-BATCH-REGISTER-STATUS
            DISPLAY "DUPLICATE-BATCH CHECK CANNOT BE MADE - "
                "EDIT ABANDONED"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE WS-SENDER-CODE TO BR-SENDER-CODE
        MOVE WS-BATCH-DATE TO BR-BATCH-DATE
        MOVE WS-TRL-RECORD-COUNT TO BR-RECORD-COUNT
        MOVE WS-TRL-HASH-TOTAL TO BR-HASH-TOTAL
        READ BATCH-REGISTER-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                PERFORM 119-REFUSE-OR-OVERRIDE
        END-READ
        CLOSE BATCH-REGISTER-FILE
    END-IF.

*> An entry already at "O" is an override granted earlier that the
*> calculation run has not yet used, so the edit may be repeated
*> under it. Otherwise the batch is refused unless this run carries
*> an authorized override, which is stamped on the entry for the
*> register listing.
119-REFUSE-OR-OVERRIDE.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    EVALUATE TRUE
        WHEN BR-OVERRIDE-GRANTED
            DISPLAY "BATCH ALREADY ON REGISTER - RE-RUN OVERRIDE BY "
                BR-OVERRIDE-OPER-ID " STILL OPEN - ACCEPTED"
        WHEN WS-OVERRIDE-REQUESTED
            MOVE "O" TO BR-STATUS
            MOVE WS-OPERATOR-ID TO BR-OVERRIDE-OPER-ID
            MOVE WS-CDT-DATE TO BR-OVERRIDE-DATE
            MOVE WS-CDT-TIME TO BR-OVERRIDE-TIME
            REWRITE BATCH-REGISTER-RECORD
                INVALID KEY
                    DISPLAY "ERROR: REWRITE FAILED ON BATCH-REGISTER.DAT "
                        "- STATUS " WS-BATCH-REGISTER-STATUS
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-REWRITE
            DISPLAY "BATCH ALREADY PROCESSED IN RUN " BR-LAST-RUN-NUMBER
                " - RE-RUN OVERRIDE BY " WS-OPERATOR-ID " ACCEPTED"
        WHEN OTHER
            DISPLAY "ERROR: BATCH ALREADY PROCESSED - SENDER '"
                BR-SENDER-CODE "' BATCH DATE " BR-BATCH-DATE
            DISPLAY "       LAST RUN " BR-LAST-RUN-NUMBER " ON "
                BR-LAST-RUN-DATE " - EDIT ABANDONED"
            DISPLAY "       A GENUINE RE-RUN NEEDS OVERRIDE BY AN "
                "OPERATOR WITH RESUBMIT AUTHORITY"
            CLOSE BATCH-REGISTER-FILE
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

120-EDIT-DETAIL-RECORD.
    MOVE RAW-INPUT-IMAGE TO WS-EDIT-INPUT.
    EVALUATE TRUE
    MOVE SPACES TO EDITED-RECORD.
    MOVE "H" TO ED-RECORD-TYPE.
    MOVE WS-BATCH-DATE TO ED-BATCH-DATE.
    MOVE WS-SENDER-CODE TO ED-SENDER-CODE.
    MOVE WS-TRL-RECORD-COUNT TO ED-SOURCE-COUNT.
    MOVE WS-TRL-HASH-TOTAL TO ED-SOURCE-HASH.
    WRITE EDITED-RECORD.
    PERFORM 310-RETURN-SORTED-RECORD.
    PERFORM UNTIL WS-SORT-EOF
    WRITE EDIT-PRINT-RECORD FROM WS-PAGE-HEADING-1.
    MOVE WS-CDT-DATE TO WS-PH2-DATE.
    MOVE WS-CDT-TIME TO WS-PH2-TIME.
    MOVE WS-OPERATOR-ID TO WS-PH2-OPER.
    MOVE WS-BATCH-DATE TO WS-PH2-BATCH.
    WRITE EDIT-PRINT-RECORD FROM WS-PAGE-HEADING-2.
    WRITE EDIT-PRINT-RECORD FROM WS-COLUMN-HEADING.
    MOVE WS-DROPPED-INVALID TO ERS-DROP-INVALID.
    MOVE WS-DROPPED-DUPLICATE TO ERS-DROP-DUPLICATE.
    WRITE EDIT-CONTROL-RECORD.

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
        MOVE "Batch_input_edit" TO SV-PROGRAM
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
