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
FD  MULT-AUDIT-LOG.
    COPY AUDITLOG.

FD  ARCHIVE-FILE.
01  ARCHIVE-RECORD           PIC X(100).

FD  NEW-LOG-FILE.
01  NEW-LOG-RECORD           PIC X(100).

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
    01  WS-AUDIT-LOG-STATUS     PIC XX VALUE SPACES.
    01  WS-ARCHIVE-STATUS       PIC XX VALUE SPACES.
    01  WS-NEW-LOG-STATUS       PIC XX VALUE SPACES.
    01  WS-OPER-MASTER-STATUS   PIC XX VALUE SPACES.
    01  WS-SEC-VIOL-STATUS      PIC XX VALUE SPACES.
    01  WS-SEC-CONTROL-STATUS   PIC XX VALUE SPACES.

*> A refused sign-on goes to SECURITY-VIOLATION.DAT with the function
*> asked for, the reason, and the failure count and lock it left on
*> the operator master - see 960-LOG-SIGN-ON-REFUSAL.
    01  WS-REQUESTED-FUNCTION   PIC X(10) VALUE "ARCHIVE".
    01  WS-REFUSAL-REASON       PIC X(4) VALUE SPACES.
    01  WS-FAILURE-COUNT        PIC 9(3) VALUE ZERO.
    01  WS-SIGN-ON-LIMIT        PIC 9(2) VALUE 3.
    01  WS-LOCKED-NOW-SWITCH    PIC X VALUE "N".
        88  WS-LOCKED-NOW       VALUE "Y".

    01  WS-OPERATOR-ID          PIC X(8) VALUE SPACES.
    01  WS-OPERATOR-OK-SWITCH   PIC X VALUE "N".
*> programs: an unreadable operator master refuses everyone. Cutting
*> the audit log off to a generation file is one of the controlled
*> functions, so the operator must carry the archive authority.
*> Every refusal is written to SECURITY-VIOLATION.DAT by
*> 960-LOG-SIGN-ON-REFUSAL, and a locked ID is refused before any
*> other check.
105-VALIDATE-OPERATOR.
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
                    WHEN NOT OM-MAY-ARCHIVE
                        DISPLAY "OPERATOR " WS-OPERATOR-ID
                            " NOT AUTHORIZED FOR ARCHIVE - REFUSED"
                        MOVE "NAUT" TO WS-REFUSAL-REASON
                        PERFORM 965-COUNT-SIGN-ON-FAILURE
                        PERFORM 960-LOG-SIGN-ON-REFUSAL
                    WHEN OTHER
                        SET WS-OPERATOR-OK TO TRUE
                        PERFORM 970-CLEAR-SIGN-ON-FAILURES
                END-EVALUATE
        END-READ
        CLOSE OPERATOR-MASTER-FILE
        AT END
            SET WS-EOF TO TRUE
    END-READ.

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
        MOVE "Audit_log_archive" TO SV-PROGRAM
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
