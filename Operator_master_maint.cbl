        RECORD KEY IS OM-OPERATOR-ID
        FILE STATUS IS WS-OPER-MASTER-STATUS.

    SELECT SECURITY-VIOLATION-LOG ASSIGN TO "SECURITY-VIOLATION.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SEC-VIOL-STATUS.

    SELECT SECURITY-CONTROL-FILE ASSIGN TO "SECURITY-CONTROL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SEC-CONTROL-STATUS.

    SELECT MAINT-AUDIT-LOG ASSIGN TO "OPER-MAINT-AUDIT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MAINT-AUDIT-STATUS.
01  OPERATOR-MASTER-RECORD.
    COPY OPERMAST.

FD  SECURITY-VIOLATION-LOG.
01  SECURITY-VIOLATION-RECORD.
    COPY SECVIOL.

FD  SECURITY-CONTROL-FILE.
01  SECURITY-CONTROL-RECORD.
    COPY SECCTL.

FD  MAINT-AUDIT-LOG.
01  MAINT-AUDIT-RECORD.
    05  MA-ACTION           PIC X(10).
    05  MA-OPERATOR-ID      PIC X(8).
    05  MA-OLD-FLAGS        PIC X(8).
    05  MA-NEW-FLAGS        PIC X(8).
    05  MA-RUN-DATE         PIC 9(8).
    05  MA-RUN-TIME         PIC 9(8).
    05  MA-SIGNED-ON-ID     PIC X(8).
    05  MA-FILLER           PIC X(22).
*> The whole operator record as the action left it, so a master
*> reloaded from backup can be rolled forward from this journal.
*> Spaces for FAILLIMIT, which changes no operator record.
    05  MA-AFTER-IMAGE      PIC X(80).

WORKING-STORAGE SECTION.
    01  WS-OPER-MASTER-STATUS   PIC XX VALUE SPACES.
    01  WS-SEC-VIOL-STATUS      PIC XX VALUE SPACES.
    01  WS-SEC-CONTROL-STATUS   PIC XX VALUE SPACES.
    01  WS-MAINT-AUDIT-STATUS   PIC XX VALUE SPACES.

*> A refused sign-on goes to SECURITY-VIOLATION.DAT with the function
*> asked for, the reason, and the failure count and lock it left on
*> the operator master - see 960-LOG-SIGN-ON-REFUSAL.
    01  WS-REQUESTED-FUNCTION   PIC X(10) VALUE "OPERMAINT".
    01  WS-REFUSAL-REASON       PIC X(4) VALUE SPACES.
    01  WS-FAILURE-COUNT        PIC 9(3) VALUE ZERO.
    01  WS-SIGN-ON-LIMIT        PIC 9(2) VALUE 3.
    01  WS-LOCKED-NOW-SWITCH    PIC X VALUE "N".
        88  WS-LOCKED-NOW       VALUE "Y".

    01  WS-CURRENT-DATE-TIME.
        05  WS-CDT-DATE         PIC 9(8).
        05  WS-CDT-TIME         PIC 9(8).
        88  WS-ACTION-DEACT     VALUE "3".
        88  WS-ACTION-REACT     VALUE "4".
        88  WS-ACTION-INQUIRE   VALUE "5".
        88  WS-ACTION-UNLOCK    VALUE "6".
        88  WS-ACTION-LIMIT     VALUE "7".
        88  WS-ACTION-QUIT      VALUE "8".

    01  WS-OPERATOR-ID-INPUT    PIC X(8)  VALUE SPACES.
    01  WS-OPERATOR-NAME-INPUT  PIC X(30) VALUE SPACES.
    01  WS-FLAG-PROMPT          PIC X(30) VALUE SPACES.
    01  WS-FLAG-INPUT           PIC X VALUE SPACE.

*> Work copy of the authority flags plus the active flag so the
*> before and after images can both go to the maintenance audit log.
    01  WS-OLD-FLAGS.
        05  WS-OF-ACTIVE        PIC X.
        05  WS-OF-ITEM-MAINT    PIC X.
        05  WS-OF-RESUBMIT      PIC X.
        05  WS-OF-ARCHIVE       PIC X.
        05  WS-OF-APPROVE-PRICE PIC X.
        05  WS-OF-WRITE-OFF     PIC X.
        05  WS-OF-PERIOD-CLOSE  PIC X.
    01  WS-NEW-FLAGS.
        05  WS-NF-ACTIVE        PIC X.
        05  WS-NF-CALCULATE     PIC X.
        05  WS-NF-ITEM-MAINT    PIC X.
        05  WS-NF-RESUBMIT      PIC X.
        05  WS-NF-ARCHIVE       PIC X.
        05  WS-NF-APPROVE-PRICE PIC X.
        05  WS-NF-WRITE-OFF     PIC X.
        05  WS-NF-PERIOD-CLOSE  PIC X.

    01  WS-RECORD-FOUND-SWITCH  PIC X VALUE "N".
        88  WS-RECORD-FOUND     VALUE "Y".

    01  WS-LIMIT-INPUT          PIC X(5) VALUE SPACES.
    01  WS-NEW-LIMIT            PIC 9(2) VALUE ZERO.
    01  WS-NUMVAL-CHECK         PIC 9(4) VALUE ZERO.
    01  WS-LIMIT-OK-SWITCH      PIC X VALUE "N".
        88  WS-LIMIT-OK         VALUE "Y".

PROCEDURE DIVISION.
000-MAIN-CONTROL.
    PERFORM 100-OPEN-FILES.
*> Security maintenance itself rides on the active flag: any known,
*> active operator may maintain the file. Tightening that to its own
*> authority flag would need a layout change agreed with the auditors.
*> Refusals are logged and counted here as at every other sign-on
*> point, so a locked security administrator needs a second active
*> operator to reset the lock.
110-SIGN-ON.
    IF WS-FILE-EMPTY
        DISPLAY "OPERATOR MASTER IS EMPTY - FIRST SESSION RUNS "
                INVALID KEY
                    DISPLAY "OPERATOR " WS-SIGNED-ON-ID
                        " NOT ON OPERATOR MASTER - REFUSED"
                    MOVE "UNKN" TO WS-REFUSAL-REASON
                    PERFORM 960-LOG-SIGN-ON-REFUSAL
                NOT INVALID KEY
                    EVALUATE TRUE
                        WHEN OM-LOCKED
                            DISPLAY "OPERATOR " WS-SIGNED-ON-ID
                                " IS LOCKED - REFUSED"
                            MOVE "LOCK" TO WS-REFUSAL-REASON
                            PERFORM 960-LOG-SIGN-ON-REFUSAL
                        WHEN NOT OM-ACTIVE
                            DISPLAY "OPERATOR " WS-SIGNED-ON-ID
                                " IS DEACTIVATED - REFUSED"
                            MOVE "DEAC" TO WS-REFUSAL-REASON
                            PERFORM 965-COUNT-SIGN-ON-FAILURE
                            PERFORM 960-LOG-SIGN-ON-REFUSAL
                        WHEN OTHER
                            SET WS-SIGN-ON-OK TO TRUE
                            PERFORM 970-CLEAR-SIGN-ON-FAILURES
                    END-EVALUATE
            END-READ
        END-IF
    END-PERFORM.
    MOVE SPACE TO WS-MENU-CHOICE.
    PERFORM UNTIL WS-ACTION-ADD OR WS-ACTION-CHANGE
            OR WS-ACTION-DEACT OR WS-ACTION-REACT
            OR WS-ACTION-INQUIRE OR WS-ACTION-UNLOCK
            OR WS-ACTION-LIMIT OR WS-ACTION-QUIT
        DISPLAY "1. Add operator"
        DISPLAY "2. Change name and authorities"
        DISPLAY "3. Deactivate operator"
        DISPLAY "4. Reactivate operator"
        DISPLAY "5. Inquire on operator"
        DISPLAY "6. Reset sign-on lockout"
        DISPLAY "7. Set sign-on failure limit"
        DISPLAY "8. Quit"
        DISPLAY "Choose an action (1-8): " WITH NO ADVANCING
        ACCEPT WS-MENU-CHOICE
        IF NOT (WS-ACTION-ADD OR WS-ACTION-CHANGE OR WS-ACTION-DEACT
                OR WS-ACTION-REACT OR WS-ACTION-INQUIRE
                OR WS-ACTION-UNLOCK OR WS-ACTION-LIMIT
                OR WS-ACTION-QUIT)
            DISPLAY "Invalid choice - please enter 1 through 8."
        END-IF
    END-PERFORM.
    EVALUATE TRUE
            PERFORM 510-REACTIVATE-OPERATOR
        WHEN WS-ACTION-INQUIRE
            PERFORM 600-INQUIRE-OPERATOR
        WHEN WS-ACTION-UNLOCK
            PERFORM 520-RESET-LOCKOUT
        WHEN WS-ACTION-LIMIT
            PERFORM 530-SET-FAILURE-LIMIT
    END-EVALUATE.

210-GET-OPERATOR-ID.
    MOVE "Archive authority" TO WS-FLAG-PROMPT.
    PERFORM 225-GET-ONE-FLAG.
    MOVE WS-FLAG-INPUT TO WS-NF-ARCHIVE.
    MOVE "Price approval authority" TO WS-FLAG-PROMPT.
    PERFORM 225-GET-ONE-FLAG.
    MOVE WS-FLAG-INPUT TO WS-NF-APPROVE-PRICE.
    MOVE "Suspense write-off authority" TO WS-FLAG-PROMPT.
    PERFORM 225-GET-ONE-FLAG.
    MOVE WS-FLAG-INPUT TO WS-NF-WRITE-OFF.
    MOVE "Period close authority" TO WS-FLAG-PROMPT.
    PERFORM 225-GET-ONE-FLAG.
    MOVE WS-FLAG-INPUT TO WS-NF-PERIOD-CLOSE.

225-GET-ONE-FLAG.
    MOVE SPACE TO WS-FLAG-INPUT.
    MOVE OM-AUTH-ITEM-MAINT TO WS-OF-ITEM-MAINT.
    MOVE OM-AUTH-RESUBMIT TO WS-OF-RESUBMIT.
    MOVE OM-AUTH-ARCHIVE TO WS-OF-ARCHIVE.
    MOVE OM-AUTH-APPROVE-PRICE TO WS-OF-APPROVE-PRICE.
    MOVE OM-AUTH-WRITE-OFF TO WS-OF-WRITE-OFF.
    MOVE OM-AUTH-PERIOD-CLOSE TO WS-OF-PERIOD-CLOSE.

250-SHOW-OPERATOR-RECORD.
    DISPLAY "OPERATOR " OM-OPERATOR-ID " " OM-OPERATOR-NAME.
        "  CALCULATE: " OM-AUTH-CALCULATE
        "  ITEM MAINT: " OM-AUTH-ITEM-MAINT
        "  RESUBMIT: " OM-AUTH-RESUBMIT
        "  ARCHIVE: " OM-AUTH-ARCHIVE
        "  APPROVE: " OM-AUTH-APPROVE-PRICE.
    DISPLAY "  WRITE-OFF: " OM-AUTH-WRITE-OFF
        "  PERIOD CLOSE: " OM-AUTH-PERIOD-CLOSE.
    IF OM-LOCKED
        DISPLAY "  LOCKED ON " OM-LOCKED-DATE " AT " OM-LOCKED-TIME
            " AFTER " OM-FAIL-COUNT " REFUSED SIGN-ONS"
    ELSE
        IF OM-FAIL-COUNT NUMERIC AND OM-FAIL-COUNT > ZERO
            DISPLAY "  REFUSED SIGN-ONS ON " OM-FAIL-DATE ": "
                OM-FAIL-COUNT
        END-IF
    END-IF.

300-ADD-OPERATOR.
    PERFORM 210-GET-OPERATOR-ID.
        MOVE WS-NF-ITEM-MAINT TO OM-AUTH-ITEM-MAINT
        MOVE WS-NF-RESUBMIT TO OM-AUTH-RESUBMIT
        MOVE WS-NF-ARCHIVE TO OM-AUTH-ARCHIVE
        MOVE WS-NF-APPROVE-PRICE TO OM-AUTH-APPROVE-PRICE
        MOVE WS-NF-WRITE-OFF TO OM-AUTH-WRITE-OFF
        MOVE WS-NF-PERIOD-CLOSE TO OM-AUTH-PERIOD-CLOSE
        MOVE ZERO TO OM-FAIL-DATE OM-FAIL-COUNT
        MOVE "N" TO OM-LOCKED-FLAG
        MOVE ZERO TO OM-LOCKED-DATE OM-LOCKED-TIME
        MOVE SPACES TO OM-FILLER
        WRITE OPERATOR-MASTER-RECORD
            INVALID KEY
        MOVE WS-NF-ITEM-MAINT TO OM-AUTH-ITEM-MAINT
        MOVE WS-NF-RESUBMIT TO OM-AUTH-RESUBMIT
        MOVE WS-NF-ARCHIVE TO OM-AUTH-ARCHIVE
        MOVE WS-NF-APPROVE-PRICE TO OM-AUTH-APPROVE-PRICE
        MOVE WS-NF-WRITE-OFF TO OM-AUTH-WRITE-OFF
        MOVE WS-NF-PERIOD-CLOSE TO OM-AUTH-PERIOD-CLOSE
        MOVE OM-ACTIVE-FLAG TO WS-NF-ACTIVE
        REWRITE OPERATOR-MASTER-RECORD
            INVALID KEY
        END-REWRITE
    END-IF.

*> The only way a locked ID is freed. The lock and the day's failure
*> count are cleared together; the authority flags are untouched, so
*> the audit entry carries the same flags on both sides.
520-RESET-LOCKOUT.
    PERFORM 210-GET-OPERATOR-ID.
    PERFORM 230-READ-OPERATOR-RECORD.
    IF NOT WS-RECORD-FOUND
        DISPLAY "OPERATOR " WS-OPERATOR-ID-INPUT " NOT ON FILE"
    ELSE
        IF NOT OM-LOCKED
            DISPLAY "OPERATOR " WS-OPERATOR-ID-INPUT " IS NOT LOCKED"
        ELSE
            PERFORM 250-SHOW-OPERATOR-RECORD
            PERFORM 240-SAVE-OLD-FLAGS
            MOVE WS-OLD-FLAGS TO WS-NEW-FLAGS
            MOVE ZERO TO OM-FAIL-COUNT
            MOVE "N" TO OM-LOCKED-FLAG
            MOVE ZERO TO OM-LOCKED-DATE OM-LOCKED-TIME
            REWRITE OPERATOR-MASTER-RECORD
                INVALID KEY
                    DISPLAY "ERROR: RESET FAILED FOR "
                        WS-OPERATOR-ID-INPUT " - STATUS "
                        WS-OPER-MASTER-STATUS
                NOT INVALID KEY
                    MOVE "UNLOCK" TO MA-ACTION
                    PERFORM 900-WRITE-MAINT-AUDIT
                    DISPLAY "OPERATOR " WS-OPERATOR-ID-INPUT
                        " LOCKOUT RESET"
            END-REWRITE
        END-IF
    END-IF.

*> The failure limit lives on SECURITY-CONTROL.DAT, read by every
*> sign-on point at each refusal. The audit entry carries the old and
*> new limit in the flag positions, with no operator ID.
530-SET-FAILURE-LIMIT.
    PERFORM 967-READ-SIGN-ON-LIMIT.
    DISPLAY "CURRENT LIMIT: " WS-SIGN-ON-LIMIT
        " CONSECUTIVE REFUSED SIGN-ONS IN A DAY".
    MOVE "N" TO WS-LIMIT-OK-SWITCH.
    PERFORM UNTIL WS-LIMIT-OK
        DISPLAY "Enter new limit (1-99): " WITH NO ADVANCING
        ACCEPT WS-LIMIT-INPUT
        MOVE FUNCTION TEST-NUMVAL(WS-LIMIT-INPUT) TO WS-NUMVAL-CHECK
        IF WS-NUMVAL-CHECK = 0
                AND FUNCTION NUMVAL(WS-LIMIT-INPUT) >= 1
                AND FUNCTION NUMVAL(WS-LIMIT-INPUT) <= 99
            COMPUTE WS-NEW-LIMIT = FUNCTION NUMVAL(WS-LIMIT-INPUT)
            SET WS-LIMIT-OK TO TRUE
        ELSE
            DISPLAY "Invalid entry - please enter a whole number "
                "from 1 to 99."
        END-IF
    END-PERFORM.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    OPEN OUTPUT SECURITY-CONTROL-FILE.
    IF WS-SEC-CONTROL-STATUS NOT = "00"
        DISPLAY "ERROR: UNABLE TO OPEN SECURITY-CONTROL.DAT - STATUS "
            WS-SEC-CONTROL-STATUS
    ELSE
        MOVE SPACES TO SECURITY-CONTROL-RECORD
        MOVE WS-NEW-LIMIT TO SC-MAX-FAILURES
        MOVE WS-SIGNED-ON-ID TO SC-CHANGED-BY
        MOVE WS-CDT-DATE TO SC-CHANGED-DATE
        MOVE WS-CDT-TIME TO SC-CHANGED-TIME
        WRITE SECURITY-CONTROL-RECORD
        CLOSE SECURITY-CONTROL-FILE
        MOVE SPACES TO WS-OPERATOR-ID-INPUT
        MOVE WS-SIGN-ON-LIMIT TO WS-OLD-FLAGS
        MOVE WS-NEW-LIMIT TO WS-NEW-FLAGS
        MOVE "FAILLIMIT" TO MA-ACTION
        PERFORM 900-WRITE-MAINT-AUDIT
        DISPLAY "SIGN-ON FAILURE LIMIT SET TO " WS-NEW-LIMIT
    END-IF.

600-INQUIRE-OPERATOR.
    PERFORM 210-GET-OPERATOR-ID.
    PERFORM 230-READ-OPERATOR-RECORD.
    MOVE WS-CDT-TIME TO MA-RUN-TIME.
    MOVE WS-SIGNED-ON-ID TO MA-SIGNED-ON-ID.
    MOVE SPACES TO MA-FILLER.
    IF WS-OPERATOR-ID-INPUT = SPACES
        MOVE SPACES TO MA-AFTER-IMAGE
    ELSE
        MOVE OPERATOR-MASTER-RECORD TO MA-AFTER-IMAGE
    END-IF.
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
        MOVE WS-SIGNED-ON-ID TO SV-OPERATOR-ID
        MOVE "Operator_master_maint" TO SV-PROGRAM
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
