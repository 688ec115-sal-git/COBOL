IDENTIFICATION DIVISION.
PROGRAM-ID. Standing_instruction_maint.
AUTHOR. Stephen.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT STANDING-INSTRUCTION-FILE ASSIGN TO "STANDING-INSTRUCTION.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS SI-INSTRUCTION-ID
        FILE STATUS IS WS-STANDING-STATUS.

    SELECT MAINT-AUDIT-LOG ASSIGN TO "STANDING-MAINT-AUDIT.DAT"
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
FD  STANDING-INSTRUCTION-FILE.
01  STANDING-INSTRUCTION-RECORD.
    COPY STANDINS.

*> Before and after images of the whole instruction, since every
*> field of it ends up in a batch: who set up, changed, stopped or
*> released a piece of recurring work, and what it was before.
FD  MAINT-AUDIT-LOG.
01  MAINT-AUDIT-RECORD.
    05  MA-ACTION           PIC X(10).
    05  MA-INSTRUCTION-ID   PIC X(8).
    05  MA-RUN-DATE         PIC 9(8).
    05  MA-RUN-TIME         PIC 9(8).
    05  MA-OPERATOR-ID      PIC X(8).
    05  MA-BEFORE-IMAGE     PIC X(180).
    05  MA-AFTER-IMAGE      PIC X(180).

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
    01  WS-STANDING-STATUS      PIC XX VALUE SPACES.
    01  WS-MAINT-AUDIT-STATUS   PIC XX VALUE SPACES.
    01  WS-OPER-MASTER-STATUS   PIC XX VALUE SPACES.
    01  WS-SEC-VIOL-STATUS      PIC XX VALUE SPACES.
    01  WS-SEC-CONTROL-STATUS   PIC XX VALUE SPACES.

*> A refused sign-on goes to SECURITY-VIOLATION.DAT with the function
*> asked for, the reason, and the failure count and lock it left on
*> the operator master - see 960-LOG-SIGN-ON-REFUSAL.
    01  WS-REQUESTED-FUNCTION   PIC X(10) VALUE "STANDMAINT".
    01  WS-REFUSAL-REASON       PIC X(4) VALUE SPACES.
    01  WS-FAILURE-COUNT        PIC 9(3) VALUE ZERO.
    01  WS-SIGN-ON-LIMIT        PIC 9(2) VALUE 3.
    01  WS-LOCKED-NOW-SWITCH    PIC X VALUE "N".
        88  WS-LOCKED-NOW       VALUE "Y".

    01  WS-OPERATOR-OK-SWITCH   PIC X VALUE "N".
        88  WS-OPERATOR-OK      VALUE "Y".

*> Set at sign-on from the operator's item-maintenance authority, the
*> same authority that governs the customer and item masters the
*> generated work is priced and billed from; an operator without it
*> may still inquire.
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
        88  WS-ACTION-RELEASE   VALUE "5".
        88  WS-ACTION-INQUIRE   VALUE "6".
        88  WS-ACTION-QUIT      VALUE "7".

    01  WS-INSTRUCTION-ID-INPUT PIC X(8)  VALUE SPACES.
    01  WS-DESCRIPTION-INPUT    PIC X(30) VALUE SPACES.
    01  WS-TYPE-INPUT           PIC X     VALUE SPACE.
        88  WS-TYPE-ARITHMETIC  VALUE "A".
        88  WS-TYPE-PRICING     VALUE "P".
    01  WS-OP-CODE-INPUT        PIC X     VALUE SPACE.
        88  WS-OP-CODE-VALID    VALUE "A" "S" "M" "D".
    01  WS-ITEM-CODE-INPUT      PIC X(8)  VALUE SPACES.
    01  WS-CUSTOMER-NO-INPUT    PIC X(8)  VALUE SPACES.
    01  WS-ORDER-NO-INPUT       PIC X(8)  VALUE SPACES.
    01  WS-CURRENCY-INPUT       PIC X(3)  VALUE SPACES.
    01  WS-FREQUENCY-INPUT      PIC X     VALUE SPACE.
        88  WS-FREQUENCY-VALID  VALUE "D" "W" "M" "Q".
    01  WS-DEPARTMENT-INPUT     PIC X(6)  VALUE SPACES.
    01  WS-AMOUNT-INPUT         PIC X(10) VALUE SPACES.
    01  WS-DATE-INPUT           PIC X(8)  VALUE SPACES.
    01  WS-DATE-INPUT-NUM REDEFINES WS-DATE-INPUT PIC 9(8).
    01  WS-CONFIRM-INPUT        PIC X     VALUE SPACE.
    01  WS-NUMVAL-CHECK         PIC S9(4) VALUE ZERO.

*> Amount prompts share one entry routine; the prompt is set before
*> 230-GET-AMOUNT and the edited figure comes back in WS-NEW-AMOUNT.
    01  WS-AMOUNT-PROMPT        PIC X(40) VALUE SPACES.
    01  WS-NEW-AMOUNT           PIC S9(5)V99 VALUE ZERO.
    01  WS-NEW-DIGIT-1          PIC S9(5)V99 VALUE ZERO.
    01  WS-NEW-DIGIT-2          PIC S9(5)V99 VALUE ZERO.
    01  WS-NEW-QUANTITY         PIC S9(5)V99 VALUE ZERO.
    01  WS-NEW-START-DATE       PIC 9(8) VALUE ZERO.
    01  WS-NEW-END-DATE         PIC 9(8) VALUE ZERO.

    01  WS-NUMERIC-OK-SWITCH    PIC X VALUE "N".
        88  WS-NUMERIC-OK       VALUE "Y".

    01  WS-RECORD-FOUND-SWITCH  PIC X VALUE "N".
        88  WS-RECORD-FOUND     VALUE "Y".

*> Before image of the instruction for the maintenance audit log.
    01  WS-BEFORE-IMAGE         PIC X(180) VALUE SPACES.

    01  WS-DISPLAY-AMOUNT-1     PIC -ZZZZ9.99.
    01  WS-DISPLAY-AMOUNT-2     PIC -ZZZZ9.99.

PROCEDURE DIVISION.
000-MAIN-CONTROL.
    PERFORM 100-OPEN-FILES.
    PERFORM 110-GET-OPERATOR-ID.
    PERFORM 200-PROCESS-ONE-ACTION
        UNTIL WS-ACTION-QUIT.
    CLOSE STANDING-INSTRUCTION-FILE.
    CLOSE MAINT-AUDIT-LOG.
    STOP RUN.

100-OPEN-FILES.
    OPEN I-O STANDING-INSTRUCTION-FILE.
    IF WS-STANDING-STATUS = "35"
        OPEN OUTPUT STANDING-INSTRUCTION-FILE
        IF WS-STANDING-STATUS NOT = "00"
            DISPLAY "ERROR: UNABLE TO CREATE STANDING-INSTRUCTION.DAT "
                "- STATUS " WS-STANDING-STATUS
            STOP RUN
        END-IF
        CLOSE STANDING-INSTRUCTION-FILE
        OPEN I-O STANDING-INSTRUCTION-FILE
    END-IF.
    IF WS-STANDING-STATUS NOT = "00"
        DISPLAY "ERROR: UNABLE TO OPEN STANDING-INSTRUCTION.DAT "
            "- STATUS " WS-STANDING-STATUS
        STOP RUN
    END-IF.
    OPEN EXTEND MAINT-AUDIT-LOG.
    IF WS-MAINT-AUDIT-STATUS NOT = "00"
        OPEN OUTPUT MAINT-AUDIT-LOG
        IF WS-MAINT-AUDIT-STATUS NOT = "00"
            DISPLAY "ERROR: UNABLE TO OPEN STANDING-MAINT-AUDIT.DAT "
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
*> rules as item and customer maintenance: an unknown or deactivated
*> ID is refused outright; a known operator without item-maintenance
*> authority signs on inquiry-only. An unreadable operator master
*> refuses everyone.
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
            OR WS-ACTION-RELEASE OR WS-ACTION-INQUIRE
            OR WS-ACTION-QUIT
        DISPLAY "1. Add standing instruction"
        DISPLAY "2. Change instruction details and schedule"
        DISPLAY "3. Deactivate instruction"
        DISPLAY "4. Reactivate instruction"
        DISPLAY "5. Release instruction to be generated again"
        DISPLAY "6. Inquire on instruction"
        DISPLAY "7. Quit"
        DISPLAY "Choose an action (1-7): " WITH NO ADVANCING
        ACCEPT WS-MENU-CHOICE
        IF NOT (WS-ACTION-ADD OR WS-ACTION-CHANGE OR WS-ACTION-DEACT
                OR WS-ACTION-REACT OR WS-ACTION-RELEASE
                OR WS-ACTION-INQUIRE OR WS-ACTION-QUIT)
            DISPLAY "Invalid choice - please enter 1 through 7."
        END-IF
    END-PERFORM.
    EVALUATE TRUE
        WHEN (WS-ACTION-ADD OR WS-ACTION-CHANGE OR WS-ACTION-DEACT
                OR WS-ACTION-REACT OR WS-ACTION-RELEASE)
                AND NOT WS-MAINT-ALLOWED
            DISPLAY "OPERATOR " WS-OPERATOR-ID " NOT AUTHORIZED FOR "
                "STANDING INSTRUCTIONS - INQUIRY ONLY"
            MOVE "NAUT" TO WS-REFUSAL-REASON
            PERFORM 960-LOG-SIGN-ON-REFUSAL
        WHEN WS-ACTION-ADD
            PERFORM 300-ADD-INSTRUCTION
        WHEN WS-ACTION-CHANGE
            PERFORM 400-CHANGE-INSTRUCTION
        WHEN WS-ACTION-DEACT
            PERFORM 500-DEACTIVATE-INSTRUCTION
        WHEN WS-ACTION-REACT
            PERFORM 510-REACTIVATE-INSTRUCTION
        WHEN WS-ACTION-RELEASE
            PERFORM 520-RELEASE-INSTRUCTION
        WHEN WS-ACTION-INQUIRE
            PERFORM 600-INQUIRE-INSTRUCTION
    END-EVALUATE.

210-GET-INSTRUCTION-ID.
    MOVE SPACES TO WS-INSTRUCTION-ID-INPUT.
    PERFORM UNTIL WS-INSTRUCTION-ID-INPUT NOT = SPACES
        DISPLAY "Enter instruction ID (up to 8 characters): "
            WITH NO ADVANCING
        ACCEPT WS-INSTRUCTION-ID-INPUT
    END-PERFORM.

*> Everything a generated detail record needs must be present: the
*> operation and both factors for arithmetic work, or the item,
*> quantity, customer and order for a standing order. The order
*> currency may be left blank for base currency.
220-GET-INSTRUCTION-DETAILS.
    MOVE SPACES TO WS-DESCRIPTION-INPUT.
    PERFORM UNTIL WS-DESCRIPTION-INPUT NOT = SPACES
        DISPLAY "Enter description: " WITH NO ADVANCING
        ACCEPT WS-DESCRIPTION-INPUT
    END-PERFORM.
    MOVE SPACE TO WS-TYPE-INPUT.
    PERFORM UNTIL WS-TYPE-ARITHMETIC OR WS-TYPE-PRICING
        DISPLAY "Enter type (A = arithmetic, P = pricing): "
            WITH NO ADVANCING
        ACCEPT WS-TYPE-INPUT
    END-PERFORM.
    IF WS-TYPE-ARITHMETIC
        PERFORM 222-GET-ARITHMETIC-DETAILS
    ELSE
        PERFORM 224-GET-PRICING-DETAILS
    END-IF.
    PERFORM 240-GET-SCHEDULE.

222-GET-ARITHMETIC-DETAILS.
    MOVE SPACE TO WS-OP-CODE-INPUT.
    PERFORM UNTIL WS-OP-CODE-VALID
        DISPLAY "Enter operation (A, S, M or D): " WITH NO ADVANCING
        ACCEPT WS-OP-CODE-INPUT
    END-PERFORM.
    MOVE "Enter first factor: " TO WS-AMOUNT-PROMPT.
    PERFORM 230-GET-AMOUNT.
    MOVE WS-NEW-AMOUNT TO WS-NEW-DIGIT-1.
*> The second factor is the divisor on a divide, and a standing
*> instruction that could only ever go to suspense is refused here.
    MOVE "Enter second factor: " TO WS-AMOUNT-PROMPT.
    PERFORM 230-GET-AMOUNT.
    PERFORM UNTIL WS-OP-CODE-INPUT NOT = "D" OR WS-NEW-AMOUNT NOT = ZERO
        DISPLAY "Invalid entry - cannot divide by zero, "
            "please re-enter."
        PERFORM 230-GET-AMOUNT
    END-PERFORM.
    MOVE WS-NEW-AMOUNT TO WS-NEW-DIGIT-2.

224-GET-PRICING-DETAILS.
    MOVE SPACES TO WS-ITEM-CODE-INPUT.
    PERFORM UNTIL WS-ITEM-CODE-INPUT NOT = SPACES
        DISPLAY "Enter item code: " WITH NO ADVANCING
        ACCEPT WS-ITEM-CODE-INPUT
    END-PERFORM.
    MOVE ZERO TO WS-NEW-QUANTITY.
    PERFORM UNTIL WS-NEW-QUANTITY > ZERO
        MOVE "Enter quantity: " TO WS-AMOUNT-PROMPT
        PERFORM 230-GET-AMOUNT
        MOVE WS-NEW-AMOUNT TO WS-NEW-QUANTITY
        IF WS-NEW-QUANTITY NOT > ZERO
            DISPLAY "Invalid entry - quantity must be greater than "
                "zero, please re-enter."
        END-IF
    END-PERFORM.
    MOVE SPACES TO WS-CUSTOMER-NO-INPUT.
    PERFORM UNTIL WS-CUSTOMER-NO-INPUT NOT = SPACES
        DISPLAY "Enter customer number: " WITH NO ADVANCING
        ACCEPT WS-CUSTOMER-NO-INPUT
    END-PERFORM.
    MOVE SPACES TO WS-ORDER-NO-INPUT.
    PERFORM UNTIL WS-ORDER-NO-INPUT NOT = SPACES
        DISPLAY "Enter order number: " WITH NO ADVANCING
        ACCEPT WS-ORDER-NO-INPUT
    END-PERFORM.
    DISPLAY "Enter order currency (blank for base currency): "
        WITH NO ADVANCING.
    ACCEPT WS-CURRENCY-INPUT.

230-GET-AMOUNT.
    MOVE SPACES TO WS-AMOUNT-INPUT.
    MOVE "N" TO WS-NUMERIC-OK-SWITCH.
    PERFORM UNTIL WS-NUMERIC-OK
        DISPLAY WS-AMOUNT-PROMPT WITH NO ADVANCING
        ACCEPT WS-AMOUNT-INPUT
        MOVE FUNCTION TEST-NUMVAL(WS-AMOUNT-INPUT) TO WS-NUMVAL-CHECK
        IF WS-NUMVAL-CHECK = 0
            COMPUTE WS-NEW-AMOUNT = FUNCTION NUMVAL(WS-AMOUNT-INPUT)
                ON SIZE ERROR
                    DISPLAY "Invalid entry - out of range, "
                        "please re-enter."
                    MOVE SPACES TO WS-AMOUNT-INPUT
                NOT ON SIZE ERROR
                    SET WS-NUMERIC-OK TO TRUE
            END-COMPUTE
        ELSE
            DISPLAY "Invalid entry - numeric only, please re-enter."
            MOVE SPACES TO WS-AMOUNT-INPUT
        END-IF
    END-PERFORM.

*> The start date is required; the end date may be left blank for an
*> instruction that runs until it is deactivated.
240-GET-SCHEDULE.
    MOVE SPACE TO WS-FREQUENCY-INPUT.
    PERFORM UNTIL WS-FREQUENCY-VALID
        DISPLAY "Enter frequency (D = daily, W = weekly, "
            "M = monthly, Q = quarterly): " WITH NO ADVANCING
        ACCEPT WS-FREQUENCY-INPUT
    END-PERFORM.
    MOVE ZERO TO WS-NEW-START-DATE.
    PERFORM UNTIL WS-NEW-START-DATE NOT = ZERO
        DISPLAY "Enter start date (YYYYMMDD): " WITH NO ADVANCING
        ACCEPT WS-DATE-INPUT
        PERFORM 245-EDIT-DATE-INPUT
        IF WS-NUMERIC-OK
            MOVE WS-DATE-INPUT TO WS-NEW-START-DATE
        END-IF
    END-PERFORM.
    MOVE "N" TO WS-NUMERIC-OK-SWITCH.
    PERFORM UNTIL WS-NUMERIC-OK
        DISPLAY "Enter end date (YYYYMMDD, blank for none): "
            WITH NO ADVANCING
        MOVE SPACES TO WS-DATE-INPUT
        ACCEPT WS-DATE-INPUT
        IF WS-DATE-INPUT = SPACES
            MOVE ZERO TO WS-NEW-END-DATE
            SET WS-NUMERIC-OK TO TRUE
        ELSE
            PERFORM 245-EDIT-DATE-INPUT
            IF WS-NUMERIC-OK
                MOVE WS-DATE-INPUT TO WS-NEW-END-DATE
                IF WS-NEW-END-DATE < WS-NEW-START-DATE
                    DISPLAY "Invalid entry - end date is before the "
                        "start date, please re-enter."
                    MOVE "N" TO WS-NUMERIC-OK-SWITCH
                END-IF
            END-IF
        END-IF
    END-PERFORM.
    MOVE SPACES TO WS-DEPARTMENT-INPUT.
    PERFORM UNTIL WS-DEPARTMENT-INPUT NOT = SPACES
        DISPLAY "Enter owning department (up to 6 characters): "
            WITH NO ADVANCING
        ACCEPT WS-DEPARTMENT-INPUT
    END-PERFORM.

245-EDIT-DATE-INPUT.
    MOVE "N" TO WS-NUMERIC-OK-SWITCH.
    IF WS-DATE-INPUT IS NUMERIC
        IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-INPUT-NUM) = 0
            SET WS-NUMERIC-OK TO TRUE
        END-IF
    END-IF.
    IF NOT WS-NUMERIC-OK
        DISPLAY "Invalid entry - not a date, please re-enter."
    END-IF.

250-READ-INSTRUCTION-RECORD.
    MOVE "N" TO WS-RECORD-FOUND-SWITCH.
    MOVE WS-INSTRUCTION-ID-INPUT TO SI-INSTRUCTION-ID.
    READ STANDING-INSTRUCTION-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET WS-RECORD-FOUND TO TRUE
    END-READ.

270-SHOW-INSTRUCTION-RECORD.
    DISPLAY "INSTRUCTION " SI-INSTRUCTION-ID " " SI-DESCRIPTION.
    IF SI-PRICING
        MOVE SI-QUANTITY TO WS-DISPLAY-AMOUNT-1
        DISPLAY "  PRICING   ITEM: " SI-ITEM-CODE " QTY: "
            WS-DISPLAY-AMOUNT-1 " CUSTOMER: " SI-CUSTOMER-NO
            " ORDER: " SI-ORDER-NO " CCY: " SI-CURRENCY-CODE
    ELSE
        MOVE SI-DIGIT-1 TO WS-DISPLAY-AMOUNT-1
        MOVE SI-DIGIT-2 TO WS-DISPLAY-AMOUNT-2
        DISPLAY "  ARITHMETIC   OP: " SI-OP-CODE "  FACTORS: "
            WS-DISPLAY-AMOUNT-1 " " WS-DISPLAY-AMOUNT-2
    END-IF.
    DISPLAY "  FREQUENCY: " SI-FREQUENCY "  START: " SI-START-DATE
        "  END: " SI-END-DATE "  DEPT: " SI-DEPARTMENT
        "  ACTIVE: " SI-ACTIVE-FLAG.
    IF SI-LAST-DUE-DATE = ZERO
        DISPLAY "  NOT GENERATED SINCE SET UP OR LAST RELEASED"
    ELSE
        DISPLAY "  LAST GENERATED FOR DUE DATE " SI-LAST-DUE-DATE
            " ON " SI-LAST-GENERATED-DATE " BY " SI-LAST-GENERATED-BY
    END-IF.

280-MOVE-DETAILS-TO-RECORD.
    MOVE WS-DESCRIPTION-INPUT TO SI-DESCRIPTION.
    MOVE WS-TYPE-INPUT TO SI-INSTRUCTION-TYPE.
    MOVE SPACES TO SI-ARITHMETIC-DATA.
    IF WS-TYPE-ARITHMETIC
        MOVE WS-OP-CODE-INPUT TO SI-OP-CODE
        MOVE WS-NEW-DIGIT-1 TO SI-DIGIT-1
        MOVE WS-NEW-DIGIT-2 TO SI-DIGIT-2
    ELSE
        MOVE WS-ITEM-CODE-INPUT TO SI-ITEM-CODE
        MOVE WS-NEW-QUANTITY TO SI-QUANTITY
        MOVE WS-CUSTOMER-NO-INPUT TO SI-CUSTOMER-NO
        MOVE WS-ORDER-NO-INPUT TO SI-ORDER-NO
        MOVE WS-CURRENCY-INPUT TO SI-CURRENCY-CODE
    END-IF.
    MOVE WS-FREQUENCY-INPUT TO SI-FREQUENCY.
    MOVE WS-NEW-START-DATE TO SI-START-DATE.
    MOVE WS-NEW-END-DATE TO SI-END-DATE.
    MOVE WS-DEPARTMENT-INPUT TO SI-DEPARTMENT.

290-STAMP-CHANGE.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    MOVE WS-OPERATOR-ID TO SI-CHANGED-BY.
    MOVE WS-CDT-DATE TO SI-CHANGED-DATE.

300-ADD-INSTRUCTION.
    PERFORM 210-GET-INSTRUCTION-ID.
    PERFORM 250-READ-INSTRUCTION-RECORD.
    IF WS-RECORD-FOUND
        DISPLAY "INSTRUCTION " WS-INSTRUCTION-ID-INPUT
            " ALREADY ON FILE - USE CHANGE INSTEAD"
    ELSE
        PERFORM 220-GET-INSTRUCTION-DETAILS
        MOVE SPACES TO STANDING-INSTRUCTION-RECORD
        MOVE WS-INSTRUCTION-ID-INPUT TO SI-INSTRUCTION-ID
        PERFORM 280-MOVE-DETAILS-TO-RECORD
        MOVE "Y" TO SI-ACTIVE-FLAG
        MOVE ZERO TO SI-LAST-DUE-DATE SI-LAST-GENERATED-DATE
            SI-LAST-GENERATED-TIME
        PERFORM 290-STAMP-CHANGE
        MOVE SPACES TO WS-BEFORE-IMAGE
        WRITE STANDING-INSTRUCTION-RECORD
            INVALID KEY
                DISPLAY "ERROR: ADD FAILED FOR "
                    WS-INSTRUCTION-ID-INPUT " - STATUS "
                    WS-STANDING-STATUS
            NOT INVALID KEY
                MOVE "ADD" TO MA-ACTION
                PERFORM 900-WRITE-MAINT-AUDIT
                DISPLAY "INSTRUCTION " WS-INSTRUCTION-ID-INPUT
                    " ADDED"
        END-WRITE
    END-IF.

*> A change to the schedule leaves the last generated period alone,
*> so moving an instruction's day cannot generate it twice in the
*> period it has already gone out for.
400-CHANGE-INSTRUCTION.
    PERFORM 210-GET-INSTRUCTION-ID.
    PERFORM 250-READ-INSTRUCTION-RECORD.
    IF NOT WS-RECORD-FOUND
        DISPLAY "INSTRUCTION " WS-INSTRUCTION-ID-INPUT " NOT ON FILE"
    ELSE
        MOVE STANDING-INSTRUCTION-RECORD TO WS-BEFORE-IMAGE
        PERFORM 270-SHOW-INSTRUCTION-RECORD
        PERFORM 220-GET-INSTRUCTION-DETAILS
        PERFORM 280-MOVE-DETAILS-TO-RECORD
        PERFORM 290-STAMP-CHANGE
        REWRITE STANDING-INSTRUCTION-RECORD
            INVALID KEY
                DISPLAY "ERROR: CHANGE FAILED FOR "
                    WS-INSTRUCTION-ID-INPUT " - STATUS "
                    WS-STANDING-STATUS
            NOT INVALID KEY
                MOVE "CHANGE" TO MA-ACTION
                PERFORM 900-WRITE-MAINT-AUDIT
                DISPLAY "INSTRUCTION " WS-INSTRUCTION-ID-INPUT
                    " CHANGED"
        END-REWRITE
    END-IF.

500-DEACTIVATE-INSTRUCTION.
    PERFORM 210-GET-INSTRUCTION-ID.
    PERFORM 250-READ-INSTRUCTION-RECORD.
    IF NOT WS-RECORD-FOUND
        DISPLAY "INSTRUCTION " WS-INSTRUCTION-ID-INPUT " NOT ON FILE"
    ELSE
        MOVE STANDING-INSTRUCTION-RECORD TO WS-BEFORE-IMAGE
        MOVE "N" TO SI-ACTIVE-FLAG
        PERFORM 290-STAMP-CHANGE
        REWRITE STANDING-INSTRUCTION-RECORD
            INVALID KEY
                DISPLAY "ERROR: DEACTIVATE FAILED FOR "
                    WS-INSTRUCTION-ID-INPUT " - STATUS "
                    WS-STANDING-STATUS
            NOT INVALID KEY
                MOVE "DEACTIVATE" TO MA-ACTION
                PERFORM 900-WRITE-MAINT-AUDIT
                DISPLAY "INSTRUCTION " WS-INSTRUCTION-ID-INPUT
                    " DEACTIVATED"
        END-REWRITE
    END-IF.

510-REACTIVATE-INSTRUCTION.
    PERFORM 210-GET-INSTRUCTION-ID.
    PERFORM 250-READ-INSTRUCTION-RECORD.
    IF NOT WS-RECORD-FOUND
        DISPLAY "INSTRUCTION " WS-INSTRUCTION-ID-INPUT " NOT ON FILE"
    ELSE
        MOVE STANDING-INSTRUCTION-RECORD TO WS-BEFORE-IMAGE
        MOVE "Y" TO SI-ACTIVE-FLAG
        PERFORM 290-STAMP-CHANGE
        REWRITE STANDING-INSTRUCTION-RECORD
            INVALID KEY
                DISPLAY "ERROR: REACTIVATE FAILED FOR "
                    WS-INSTRUCTION-ID-INPUT " - STATUS "
                    WS-STANDING-STATUS
            NOT INVALID KEY
                MOVE "REACTIVATE" TO MA-ACTION
                PERFORM 900-WRITE-MAINT-AUDIT
                DISPLAY "INSTRUCTION " WS-INSTRUCTION-ID-INPUT
                    " REACTIVATED"
        END-REWRITE
    END-IF.

*> The way back when a generated batch was lost before it reached
*> the edit: clearing the last generated period lets the generator
*> put the instruction out once more for the period it is in. Asked
*> to be confirmed, since releasing an instruction whose batch did go
*> through bills or posts it twice.
520-RELEASE-INSTRUCTION.
    PERFORM 210-GET-INSTRUCTION-ID.
    PERFORM 250-READ-INSTRUCTION-RECORD.
    EVALUATE TRUE
        WHEN NOT WS-RECORD-FOUND
            DISPLAY "INSTRUCTION " WS-INSTRUCTION-ID-INPUT
                " NOT ON FILE"
        WHEN SI-LAST-DUE-DATE = ZERO
            DISPLAY "INSTRUCTION " WS-INSTRUCTION-ID-INPUT
                " HAS NOT BEEN GENERATED - NOTHING TO RELEASE"
        WHEN OTHER
            PERFORM 270-SHOW-INSTRUCTION-RECORD
            DISPLAY "Release for generation again (Y/N): "
                WITH NO ADVANCING
            MOVE SPACE TO WS-CONFIRM-INPUT
            ACCEPT WS-CONFIRM-INPUT
            IF WS-CONFIRM-INPUT = "Y" OR WS-CONFIRM-INPUT = "y"
                MOVE STANDING-INSTRUCTION-RECORD TO WS-BEFORE-IMAGE
                MOVE ZERO TO SI-LAST-DUE-DATE
                PERFORM 290-STAMP-CHANGE
                REWRITE STANDING-INSTRUCTION-RECORD
                    INVALID KEY
                        DISPLAY "ERROR: RELEASE FAILED FOR "
                            WS-INSTRUCTION-ID-INPUT " - STATUS "
                            WS-STANDING-STATUS
                    NOT INVALID KEY
                        MOVE "RELEASE" TO MA-ACTION
                        PERFORM 900-WRITE-MAINT-AUDIT
                        DISPLAY "INSTRUCTION " WS-INSTRUCTION-ID-INPUT
                            " RELEASED"
                END-REWRITE
            ELSE
                DISPLAY "INSTRUCTION " WS-INSTRUCTION-ID-INPUT
                    " NOT RELEASED"
            END-IF
    END-EVALUATE.

600-INQUIRE-INSTRUCTION.
    PERFORM 210-GET-INSTRUCTION-ID.
    PERFORM 250-READ-INSTRUCTION-RECORD.
    IF NOT WS-RECORD-FOUND
        DISPLAY "INSTRUCTION " WS-INSTRUCTION-ID-INPUT " NOT ON FILE"
    ELSE
        PERFORM 270-SHOW-INSTRUCTION-RECORD
    END-IF.

900-WRITE-MAINT-AUDIT.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    MOVE WS-INSTRUCTION-ID-INPUT TO MA-INSTRUCTION-ID.
    MOVE WS-CDT-DATE TO MA-RUN-DATE.
    MOVE WS-CDT-TIME TO MA-RUN-TIME.
    MOVE WS-OPERATOR-ID TO MA-OPERATOR-ID.
    MOVE WS-BEFORE-IMAGE TO MA-BEFORE-IMAGE.
    MOVE STANDING-INSTRUCTION-RECORD TO MA-AFTER-IMAGE.
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
        MOVE "Standing_instruction_maint" TO SV-PROGRAM
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
