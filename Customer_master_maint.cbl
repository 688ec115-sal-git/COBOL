IDENTIFICATION DIVISION.
PROGRAM-ID. Customer_master_maint.
AUTHOR. Stephen.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTOMER-MASTER.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CM-CUSTOMER-NO
        FILE STATUS IS WS-CUST-MASTER-STATUS.

    SELECT MAINT-AUDIT-LOG ASSIGN TO "CUST-MAINT-AUDIT.DAT"
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
FD  CUSTOMER-MASTER-FILE.
01  CUSTOMER-MASTER-RECORD.
    COPY CUSTMAST.

*> Before and after images of the fields that change what a customer
*> is billed - the tax rate, the terms, and whether pricing records
*> are accepted at all - so a disputed invoice can be traced back to
*> the maintenance that set it up.
FD  MAINT-AUDIT-LOG.
01  MAINT-AUDIT-RECORD.
    05  MA-ACTION           PIC X(10).
    05  MA-CUSTOMER-NO      PIC X(8).
    05  MA-OLD-ACTIVE       PIC X.
    05  MA-NEW-ACTIVE       PIC X.
    05  MA-OLD-TAX-RATE     PIC 9(2)V9(3).
    05  MA-NEW-TAX-RATE     PIC 9(2)V9(3).
    05  MA-OLD-TERMS-DAYS   PIC 9(3).
    05  MA-NEW-TERMS-DAYS   PIC 9(3).
    05  MA-RUN-DATE         PIC 9(8).
    05  MA-RUN-TIME         PIC 9(8).
    05  MA-OPERATOR-ID      PIC X(8).
    05  MA-FILLER           PIC X(20).

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
    01  WS-CUST-MASTER-STATUS   PIC XX VALUE SPACES.
    01  WS-MAINT-AUDIT-STATUS   PIC XX VALUE SPACES.
    01  WS-OPER-MASTER-STATUS   PIC XX VALUE SPACES.
    01  WS-SEC-VIOL-STATUS      PIC XX VALUE SPACES.
    01  WS-SEC-CONTROL-STATUS   PIC XX VALUE SPACES.

*> A refused sign-on goes to SECURITY-VIOLATION.DAT with the function
*> asked for, the reason, and the failure count and lock it left on
*> the operator master - see 960-LOG-SIGN-ON-REFUSAL.
    01  WS-REQUESTED-FUNCTION   PIC X(10) VALUE "CUSTMAINT".
    01  WS-REFUSAL-REASON       PIC X(4) VALUE SPACES.
    01  WS-FAILURE-COUNT        PIC 9(3) VALUE ZERO.
    01  WS-SIGN-ON-LIMIT        PIC 9(2) VALUE 3.
    01  WS-LOCKED-NOW-SWITCH    PIC X VALUE "N".
        88  WS-LOCKED-NOW       VALUE "Y".

    01  WS-OPERATOR-OK-SWITCH   PIC X VALUE "N".
        88  WS-OPERATOR-OK      VALUE "Y".

*> Set at sign-on from the operator's item-maintenance authority, the
*> same authority that governs the prices these customers are billed
*> at; an operator without it may still inquire.
    01  WS-MAINT-AUTH-SWITCH    PIC X VALUE "N".
        88  WS-MAINT-ALLOWED    VALUE "Y".

    01  WS-CURRENT-DATE-TIME.
        05  WS-CDT-DATE         PIC 9(8).
        05  WS-CDT-TIME         PIC 9(8).
        05  FILLER              PIC X(5).

    01  WS-OPERATOR-ID          PIC X(8) VALUE SPACES.

    01  WS-MENU-CHOICE          PIC X VALUE SPACE.
        88  WS-ACTION-ADD       VALUE "1".
        88  WS-ACTION-CHANGE    VALUE "2".
        88  WS-ACTION-DEACT     VALUE "3".
        88  WS-ACTION-REACT     VALUE "4".
        88  WS-ACTION-INQUIRE   VALUE "5".
        88  WS-ACTION-QUIT      VALUE "6".

    01  WS-CUSTOMER-NO-INPUT    PIC X(8)  VALUE SPACES.
    01  WS-CUSTOMER-NAME-INPUT  PIC X(30) VALUE SPACES.
    01  WS-ADDRESS-INPUT.
        05  WS-AI-LINE-1        PIC X(30) VALUE SPACES.
        05  WS-AI-LINE-2        PIC X(30) VALUE SPACES.
        05  WS-AI-CITY          PIC X(20) VALUE SPACES.
        05  WS-AI-STATE         PIC X(2)  VALUE SPACES.
        05  WS-AI-POSTCODE      PIC X(10) VALUE SPACES.
    01  WS-TAX-RATE-INPUT       PIC X(7)  VALUE SPACES.
    01  WS-TERMS-CODE-INPUT     PIC X(8)  VALUE SPACES.
    01  WS-TERMS-DAYS-INPUT     PIC X(3)  VALUE SPACES.
    01  WS-NEW-TAX-RATE         PIC S9(2)V9(3) VALUE ZERO.
    01  WS-NEW-TERMS-DAYS       PIC S9(3) VALUE ZERO.
    01  WS-NUMVAL-CHECK         PIC S9(4) VALUE ZERO.

    01  WS-NUMERIC-OK-SWITCH    PIC X VALUE "N".
        88  WS-NUMERIC-OK       VALUE "Y".

    01  WS-RECORD-FOUND-SWITCH  PIC X VALUE "N".
        88  WS-RECORD-FOUND     VALUE "Y".

*> Before image of the billing fields for the maintenance audit log.
    01  WS-OLD-ACTIVE           PIC X VALUE SPACE.
    01  WS-OLD-TAX-RATE         PIC 9(2)V9(3) VALUE ZERO.
    01  WS-OLD-TERMS-DAYS       PIC 9(3) VALUE ZERO.

    01  WS-DISPLAY-TAX-RATE     PIC Z9.999.
    01  WS-DISPLAY-TERMS-DAYS   PIC ZZ9.

PROCEDURE DIVISION.
000-MAIN-CONTROL.
    PERFORM 100-OPEN-FILES.
    PERFORM 110-GET-OPERATOR-ID.
    PERFORM 200-PROCESS-ONE-ACTION
        UNTIL WS-ACTION-QUIT.
    CLOSE CUSTOMER-MASTER-FILE.
    CLOSE MAINT-AUDIT-LOG.
    STOP RUN.

100-OPEN-FILES.
    OPEN I-O CUSTOMER-MASTER-FILE.
    IF WS-CUST-MASTER-STATUS = "35"
        OPEN OUTPUT CUSTOMER-MASTER-FILE
        IF WS-CUST-MASTER-STATUS NOT = "00"
            DISPLAY "ERROR: UNABLE TO CREATE CUSTOMER-MASTER.DAT "
                "- STATUS " WS-CUST-MASTER-STATUS
            STOP RUN
        END-IF
        CLOSE CUSTOMER-MASTER-FILE
        OPEN I-O CUSTOMER-MASTER-FILE
    END-IF.
    IF WS-CUST-MASTER-STATUS NOT = "00"
        DISPLAY "ERROR: UNABLE TO OPEN CUSTOMER-MASTER.DAT - STATUS "
            WS-CUST-MASTER-STATUS
        STOP RUN
    END-IF.
    OPEN EXTEND MAINT-AUDIT-LOG.
    IF WS-MAINT-AUDIT-STATUS NOT = "00"
        OPEN OUTPUT MAINT-AUDIT-LOG
        IF WS-MAINT-AUDIT-STATUS NOT = "00"
            DISPLAY "ERROR: UNABLE TO OPEN CUST-MAINT-AUDIT.DAT "
                "- STATUS " WS-MAINT-AUDIT-STATUS
            STOP RUN
        END-IF
    END-IF.

110-GET-OPERATOR-ID.
    MOVE "N" TO WS-OPERATOR-OK-SWITCH.
    PERFORM UNTIL WS-OPERATOR-OK
        MOVE SPACES TO WS-OPERATOR-ID
        PERFORM UNTIL WS-OPERATOR-ID NOT = SPACES
            DISPLAY "Enter operator ID: " WITH NO ADVANCING
            ACCEPT WS-OPERATOR-ID
        END-PERFORM
        PERFORM 120-VALIDATE-OPERATOR
    END-PERFORM.

*> Sign-on validation against the operator security master, the same
*> rules as item maintenance: an unknown or deactivated ID is refused
*> outright; a known operator without item-maintenance authority
*> signs on inquiry-only. An unreadable operator master refuses
*> everyone.
*> Every refusal is written to SECURITY-VIOLATION.DAT by
*> 960-LOG-SIGN-ON-REFUSAL, and a locked ID is refused before any
*> other check.
120-VALIDATE-OPERATOR.
    MOVE "N" TO WS-OPERATOR-OK-SWITCH.
    MOVE "N" TO WS-MAINT-AUTH-SWITCH.
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
                    WHEN OTHER
                        SET WS-OPERATOR-OK TO TRUE
                        PERFORM 970-CLEAR-SIGN-ON-FAILURES
                        IF OM-MAY-ITEM-MAINT
                            SET WS-MAINT-ALLOWED TO TRUE
                        ELSE
                            DISPLAY "OPERATOR " WS-OPERATOR-ID
                                " HAS INQUIRY AUTHORITY ONLY"
                        END-IF
                END-EVALUATE
        END-READ
        CLOSE OPERATOR-MASTER-FILE
    END-IF.

200-PROCESS-ONE-ACTION.
    MOVE SPACE TO WS-MENU-CHOICE.
    PERFORM UNTIL WS-ACTION-ADD OR WS-ACTION-CHANGE
            OR WS-ACTION-DEACT OR WS-ACTION-REACT
            OR WS-ACTION-INQUIRE OR WS-ACTION-QUIT
        DISPLAY "1. Add customer"
        DISPLAY "2. Change name, address, tax rate, and terms"
        DISPLAY "3. Deactivate customer"
        DISPLAY "4. Reactivate customer"
        DISPLAY "5. Inquire on customer"
        DISPLAY "6. Quit"
        DISPLAY "Choose an action (1-6): " WITH NO ADVANCING
        ACCEPT WS-MENU-CHOICE
        IF NOT (WS-ACTION-ADD OR WS-ACTION-CHANGE OR WS-ACTION-DEACT
                OR WS-ACTION-REACT OR WS-ACTION-INQUIRE
                OR WS-ACTION-QUIT)
            DISPLAY "Invalid choice - please enter 1 through 6."
        END-IF
    END-PERFORM.
    EVALUATE TRUE
        WHEN (WS-ACTION-ADD OR WS-ACTION-CHANGE OR WS-ACTION-DEACT
                OR WS-ACTION-REACT)
                AND NOT WS-MAINT-ALLOWED
            DISPLAY "OPERATOR " WS-OPERATOR-ID " NOT AUTHORIZED FOR "
                "CUSTOMER MAINTENANCE - INQUIRY ONLY"
            MOVE "NAUT" TO WS-REFUSAL-REASON
            PERFORM 960-LOG-SIGN-ON-REFUSAL
        WHEN WS-ACTION-ADD
            PERFORM 300-ADD-CUSTOMER
        WHEN WS-ACTION-CHANGE
            PERFORM 400-CHANGE-CUSTOMER
        WHEN WS-ACTION-DEACT
            PERFORM 500-DEACTIVATE-CUSTOMER
        WHEN WS-ACTION-REACT
            PERFORM 510-REACTIVATE-CUSTOMER
        WHEN WS-ACTION-INQUIRE
            PERFORM 600-INQUIRE-CUSTOMER
    END-EVALUATE.

210-GET-CUSTOMER-NO.
    MOVE SPACES TO WS-CUSTOMER-NO-INPUT.
    PERFORM UNTIL WS-CUSTOMER-NO-INPUT NOT = SPACES
        DISPLAY "Enter customer number (up to 8 characters): "
            WITH NO ADVANCING
        ACCEPT WS-CUSTOMER-NO-INPUT
    END-PERFORM.

*> Name, first address line, and city are required - an invoice
*> cannot go out without them. The second address line, state, and
*> postcode may be left blank.
220-GET-CUSTOMER-DETAILS.
    MOVE SPACES TO WS-CUSTOMER-NAME-INPUT.
    PERFORM UNTIL WS-CUSTOMER-NAME-INPUT NOT = SPACES
        DISPLAY "Enter customer name: " WITH NO ADVANCING
        ACCEPT WS-CUSTOMER-NAME-INPUT
    END-PERFORM.
    MOVE SPACES TO WS-ADDRESS-INPUT.
    PERFORM UNTIL WS-AI-LINE-1 NOT = SPACES
        DISPLAY "Enter bill-to address line 1: " WITH NO ADVANCING
        ACCEPT WS-AI-LINE-1
    END-PERFORM.
    DISPLAY "Enter bill-to address line 2 (optional): "
        WITH NO ADVANCING.
    ACCEPT WS-AI-LINE-2.
    PERFORM UNTIL WS-AI-CITY NOT = SPACES
        DISPLAY "Enter bill-to city: " WITH NO ADVANCING
        ACCEPT WS-AI-CITY
    END-PERFORM.
    DISPLAY "Enter bill-to state (2 characters): " WITH NO ADVANCING.
    ACCEPT WS-AI-STATE.
    DISPLAY "Enter bill-to postcode: " WITH NO ADVANCING.
    ACCEPT WS-AI-POSTCODE.
    PERFORM 230-GET-TAX-RATE.
    PERFORM 240-GET-TERMS.

230-GET-TAX-RATE.
    MOVE SPACES TO WS-TAX-RATE-INPUT.
    MOVE "N" TO WS-NUMERIC-OK-SWITCH.
    PERFORM UNTIL WS-NUMERIC-OK
        DISPLAY "Enter tax rate percent (0 to 99.999): "
            WITH NO ADVANCING
        ACCEPT WS-TAX-RATE-INPUT
        MOVE FUNCTION TEST-NUMVAL(WS-TAX-RATE-INPUT)
            TO WS-NUMVAL-CHECK
        IF WS-NUMVAL-CHECK = 0
            COMPUTE WS-NEW-TAX-RATE =
                    FUNCTION NUMVAL(WS-TAX-RATE-INPUT)
                ON SIZE ERROR
                    DISPLAY "Invalid entry - out of range, "
                        "please re-enter."
                    MOVE SPACES TO WS-TAX-RATE-INPUT
                NOT ON SIZE ERROR
                    IF WS-NEW-TAX-RATE < ZERO
                        DISPLAY "Invalid entry - rate cannot be "
                            "negative, please re-enter."
                        MOVE SPACES TO WS-TAX-RATE-INPUT
                    ELSE
                        SET WS-NUMERIC-OK TO TRUE
                    END-IF
            END-COMPUTE
        ELSE
            DISPLAY "Invalid entry - numeric only, please re-enter."
            MOVE SPACES TO WS-TAX-RATE-INPUT
        END-IF
    END-PERFORM.

240-GET-TERMS.
    MOVE SPACES TO WS-TERMS-CODE-INPUT.
    PERFORM UNTIL WS-TERMS-CODE-INPUT NOT = SPACES
        DISPLAY "Enter payment terms code (e.g. NET30): "
            WITH NO ADVANCING
        ACCEPT WS-TERMS-CODE-INPUT
    END-PERFORM.
    MOVE SPACES TO WS-TERMS-DAYS-INPUT.
    MOVE "N" TO WS-NUMERIC-OK-SWITCH.
    PERFORM UNTIL WS-NUMERIC-OK
        DISPLAY "Enter days until payment is due (0 to 999): "
            WITH NO ADVANCING
        ACCEPT WS-TERMS-DAYS-INPUT
        MOVE FUNCTION TEST-NUMVAL(WS-TERMS-DAYS-INPUT)
            TO WS-NUMVAL-CHECK
        IF WS-NUMVAL-CHECK = 0
            COMPUTE WS-NEW-TERMS-DAYS =
                    FUNCTION NUMVAL(WS-TERMS-DAYS-INPUT)
                ON SIZE ERROR
                    DISPLAY "Invalid entry - out of range, "
                        "please re-enter."
                    MOVE SPACES TO WS-TERMS-DAYS-INPUT
                NOT ON SIZE ERROR
                    IF WS-NEW-TERMS-DAYS < ZERO
                        DISPLAY "Invalid entry - days cannot be "
                            "negative, please re-enter."
                        MOVE SPACES TO WS-TERMS-DAYS-INPUT
                    ELSE
                        SET WS-NUMERIC-OK TO TRUE
                    END-IF
            END-COMPUTE
        ELSE
            DISPLAY "Invalid entry - numeric only, please re-enter."
            MOVE SPACES TO WS-TERMS-DAYS-INPUT
        END-IF
    END-PERFORM.

250-READ-CUSTOMER-RECORD.
    MOVE "N" TO WS-RECORD-FOUND-SWITCH.
    MOVE WS-CUSTOMER-NO-INPUT TO CM-CUSTOMER-NO.
    READ CUSTOMER-MASTER-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET WS-RECORD-FOUND TO TRUE
    END-READ.

260-SAVE-OLD-VALUES.
    MOVE CM-ACTIVE-FLAG TO WS-OLD-ACTIVE.
    MOVE CM-TAX-RATE TO WS-OLD-TAX-RATE.
    MOVE CM-TERMS-DAYS TO WS-OLD-TERMS-DAYS.

270-SHOW-CUSTOMER-RECORD.
    MOVE CM-TAX-RATE TO WS-DISPLAY-TAX-RATE.
    MOVE CM-TERMS-DAYS TO WS-DISPLAY-TERMS-DAYS.
    DISPLAY "CUSTOMER " CM-CUSTOMER-NO " " CM-CUSTOMER-NAME.
    DISPLAY "  BILL TO: " CM-BILL-TO-LINE-1.
    IF CM-BILL-TO-LINE-2 NOT = SPACES
        DISPLAY "           " CM-BILL-TO-LINE-2
    END-IF.
    DISPLAY "           " CM-BILL-TO-CITY " " CM-BILL-TO-STATE " "
        CM-BILL-TO-POSTCODE.
    DISPLAY "  TAX RATE: " WS-DISPLAY-TAX-RATE
        "%  TERMS: " CM-TERMS-CODE " (" WS-DISPLAY-TERMS-DAYS
        " DAYS)  ACTIVE: " CM-ACTIVE-FLAG.

280-MOVE-DETAILS-TO-RECORD.
    MOVE WS-CUSTOMER-NAME-INPUT TO CM-CUSTOMER-NAME.
    MOVE WS-AI-LINE-1 TO CM-BILL-TO-LINE-1.
    MOVE WS-AI-LINE-2 TO CM-BILL-TO-LINE-2.
    MOVE WS-AI-CITY TO CM-BILL-TO-CITY.
    MOVE WS-AI-STATE TO CM-BILL-TO-STATE.
    MOVE WS-AI-POSTCODE TO CM-BILL-TO-POSTCODE.
    MOVE WS-NEW-TAX-RATE TO CM-TAX-RATE.
    MOVE WS-TERMS-CODE-INPUT TO CM-TERMS-CODE.
    MOVE WS-NEW-TERMS-DAYS TO CM-TERMS-DAYS.

300-ADD-CUSTOMER.
    PERFORM 210-GET-CUSTOMER-NO.
    PERFORM 250-READ-CUSTOMER-RECORD.
    IF WS-RECORD-FOUND
        DISPLAY "CUSTOMER " WS-CUSTOMER-NO-INPUT " ALREADY ON FILE "
            "- USE CHANGE INSTEAD"
    ELSE
        PERFORM 220-GET-CUSTOMER-DETAILS
        MOVE SPACES TO CUSTOMER-MASTER-RECORD
        MOVE WS-CUSTOMER-NO-INPUT TO CM-CUSTOMER-NO
        PERFORM 280-MOVE-DETAILS-TO-RECORD
        MOVE "Y" TO CM-ACTIVE-FLAG
        WRITE CUSTOMER-MASTER-RECORD
            INVALID KEY
                DISPLAY "ERROR: ADD FAILED FOR " WS-CUSTOMER-NO-INPUT
                    " - STATUS " WS-CUST-MASTER-STATUS
            NOT INVALID KEY
                MOVE SPACE TO WS-OLD-ACTIVE
                MOVE ZERO TO WS-OLD-TAX-RATE WS-OLD-TERMS-DAYS
                MOVE "ADD" TO MA-ACTION
                PERFORM 900-WRITE-MAINT-AUDIT
                DISPLAY "CUSTOMER " WS-CUSTOMER-NO-INPUT " ADDED"
        END-WRITE
    END-IF.

400-CHANGE-CUSTOMER.
    PERFORM 210-GET-CUSTOMER-NO.
    PERFORM 250-READ-CUSTOMER-RECORD.
    IF NOT WS-RECORD-FOUND
        DISPLAY "CUSTOMER " WS-CUSTOMER-NO-INPUT " NOT ON FILE"
    ELSE
        PERFORM 260-SAVE-OLD-VALUES
        PERFORM 270-SHOW-CUSTOMER-RECORD
        PERFORM 220-GET-CUSTOMER-DETAILS
        PERFORM 280-MOVE-DETAILS-TO-RECORD
        REWRITE CUSTOMER-MASTER-RECORD
            INVALID KEY
                DISPLAY "ERROR: CHANGE FAILED FOR "
                    WS-CUSTOMER-NO-INPUT " - STATUS "
                    WS-CUST-MASTER-STATUS
            NOT INVALID KEY
                MOVE "CHANGE" TO MA-ACTION
                PERFORM 900-WRITE-MAINT-AUDIT
                DISPLAY "CUSTOMER " WS-CUSTOMER-NO-INPUT " CHANGED"
        END-REWRITE
    END-IF.

500-DEACTIVATE-CUSTOMER.
    PERFORM 210-GET-CUSTOMER-NO.
    PERFORM 250-READ-CUSTOMER-RECORD.
    IF NOT WS-RECORD-FOUND
        DISPLAY "CUSTOMER " WS-CUSTOMER-NO-INPUT " NOT ON FILE"
    ELSE
        PERFORM 260-SAVE-OLD-VALUES
        MOVE "N" TO CM-ACTIVE-FLAG
        REWRITE CUSTOMER-MASTER-RECORD
            INVALID KEY
                DISPLAY "ERROR: DEACTIVATE FAILED FOR "
                    WS-CUSTOMER-NO-INPUT " - STATUS "
                    WS-CUST-MASTER-STATUS
            NOT INVALID KEY
                MOVE "DEACTIVATE" TO MA-ACTION
                PERFORM 900-WRITE-MAINT-AUDIT
                DISPLAY "CUSTOMER " WS-CUSTOMER-NO-INPUT
                    " DEACTIVATED"
        END-REWRITE
    END-IF.

510-REACTIVATE-CUSTOMER.
    PERFORM 210-GET-CUSTOMER-NO.
    PERFORM 250-READ-CUSTOMER-RECORD.
    IF NOT WS-RECORD-FOUND
        DISPLAY "CUSTOMER " WS-CUSTOMER-NO-INPUT " NOT ON FILE"
    ELSE
        PERFORM 260-SAVE-OLD-VALUES
        MOVE "Y" TO CM-ACTIVE-FLAG
        REWRITE CUSTOMER-MASTER-RECORD
            INVALID KEY
                DISPLAY "ERROR: REACTIVATE FAILED FOR "
                    WS-CUSTOMER-NO-INPUT " - STATUS "
                    WS-CUST-MASTER-STATUS
            NOT INVALID KEY
                MOVE "REACTIVATE" TO MA-ACTION
                PERFORM 900-WRITE-MAINT-AUDIT
                DISPLAY "CUSTOMER " WS-CUSTOMER-NO-INPUT
                    " REACTIVATED"
        END-REWRITE
    END-IF.

600-INQUIRE-CUSTOMER.
    PERFORM 210-GET-CUSTOMER-NO.
    PERFORM 250-READ-CUSTOMER-RECORD.
    IF NOT WS-RECORD-FOUND
        DISPLAY "CUSTOMER " WS-CUSTOMER-NO-INPUT " NOT ON FILE"
    ELSE
        PERFORM 270-SHOW-CUSTOMER-RECORD
    END-IF.

900-WRITE-MAINT-AUDIT.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    MOVE WS-CUSTOMER-NO-INPUT TO MA-CUSTOMER-NO.
    MOVE WS-OLD-ACTIVE TO MA-OLD-ACTIVE.
    MOVE CM-ACTIVE-FLAG TO MA-NEW-ACTIVE.
    MOVE WS-OLD-TAX-RATE TO MA-OLD-TAX-RATE.
    MOVE CM-TAX-RATE TO MA-NEW-TAX-RATE.
    MOVE WS-OLD-TERMS-DAYS TO MA-OLD-TERMS-DAYS.
    MOVE CM-TERMS-DAYS TO MA-NEW-TERMS-DAYS.
    MOVE WS-CDT-DATE TO MA-RUN-DATE.
    MOVE WS-CDT-TIME TO MA-RUN-TIME.
    MOVE WS-OPERATOR-ID TO MA-OPERATOR-ID.
    MOVE SPACES TO MA-FILLER.
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
        MOVE "Customer_master_maint" TO SV-PROGRAM
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
