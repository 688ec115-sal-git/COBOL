        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MAINT-AUDIT-STATUS.

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
FD  ITEM-MASTER-FILE.
    05  MA-RUN-DATE         PIC 9(8).
    05  MA-RUN-TIME         PIC 9(8).
    05  MA-OPERATOR-ID      PIC X(8).
*> Old and new quantity for the stock actions (REORDPT, REORDQTY
*> here, RECEIPT from the receipts load, RELIEVE from a pricing run);
*> the break quantity for an approved QTYBRK or QTYDEL (new quantity
*> zero for a removed tier); spaces for other price actions.
    05  MA-STOCK-CHANGE.
        10  MA-OLD-QTY      PIC S9(7)V99 SIGN IS TRAILING SEPARATE
                                          CHARACTER.
        10  MA-NEW-QTY      PIC S9(7)V99 SIGN IS TRAILING SEPARATE
                                          CHARACTER.
*> The second operator on an approved price change (MA-OPERATOR-ID is
*> the one who requested it); spaces for actions needing no approval.
    05  MA-APPROVED-BY      PIC X(8).
    05  MA-FILLER           PIC X(4).
*> The whole item record as the action left it (for a DELETE, the
*> record as it stood when removed), so a master reloaded from backup
*> can be rolled forward from this journal.
    05  MA-AFTER-IMAGE      PIC X(225).

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
    01  WS-ITEM-MASTER-STATUS   PIC XX VALUE SPACES.
    01  WS-MAINT-AUDIT-STATUS   PIC XX VALUE SPACES.
    01  WS-OPER-MASTER-STATUS   PIC XX VALUE SPACES.
    01  WS-SEC-VIOL-STATUS      PIC XX VALUE SPACES.
    01  WS-SEC-CONTROL-STATUS   PIC XX VALUE SPACES.
    01  WS-PRICE-PENDING-STATUS PIC XX VALUE SPACES.
    01  WS-PERIOD-CONTROL-STATUS PIC XX VALUE SPACES.

*> A refused sign-on goes to SECURITY-VIOLATION.DAT with the function
*> asked for, the reason, and the failure count and lock it left on
*> the operator master - see 960-LOG-SIGN-ON-REFUSAL.
    01  WS-REQUESTED-FUNCTION   PIC X(10) VALUE "ITEMMAINT".
    01  WS-REFUSAL-REASON       PIC X(4) VALUE SPACES.
    01  WS-FAILURE-COUNT        PIC 9(3) VALUE ZERO.
    01  WS-SIGN-ON-LIMIT        PIC 9(2) VALUE 3.
    01  WS-LOCKED-NOW-SWITCH    PIC X VALUE "N".
        88  WS-LOCKED-NOW       VALUE "Y".

    01  WS-OPERATOR-OK-SWITCH   PIC X VALUE "N".
        88  WS-OPERATOR-OK      VALUE "Y".
        88  WS-ACTION-DELETE    VALUE "3".
        88  WS-ACTION-INQUIRE   VALUE "4".
        88  WS-ACTION-BREAKS    VALUE "5".
        88  WS-ACTION-REORDER   VALUE "6".
        88  WS-ACTION-QUIT      VALUE "7".

    01  WS-ITEM-CODE-INPUT      PIC X(8)  VALUE SPACES.
    01  WS-ITEM-DESC-INPUT      PIC X(30) VALUE SPACES.
    01  WS-PRICE-INPUT          PIC X(9)  VALUE SPACES.
    01  WS-NEW-PRICE            PIC S9(5)V99 VALUE ZERO.
    01  WS-OLD-PRICE            PIC S9(5)V99 VALUE ZERO.
    01  WS-KEYED-PRICE          PIC S9(5)V99 VALUE ZERO.
    01  WS-NUMVAL-CHECK         PIC S9(4) VALUE ZERO.

    01  WS-NUMERIC-OK-SWITCH    PIC X VALUE "N".

    01  WS-DISPLAY-PRICE        PIC -ZZZZ9.99.
    01  WS-PRICE-IDX            PIC 99 VALUE ZERO.

*> Set by 260-CHECK-PRICE-PERIOD when today falls in a closed
*> accounting period, so no price keyed here could take effect.
    01  WS-PRICE-PERIOD-SWITCH  PIC X VALUE "N".
        88  WS-PRICE-PERIOD-CLOSED VALUE "Y".

    01  WS-QUEUE-DONE-SWITCH    PIC X VALUE "N".
        88  WS-QUEUE-DONE       VALUE "Y".

*> What a queued change asks for, carried to PP-SOURCE, and the tier
*> it applies to when it is a break change.
    01  WS-PENDING-SOURCE       PIC X(8) VALUE SPACES.
    01  WS-PENDING-BREAK-QTY    PIC 9(5) VALUE ZERO.

    01  WS-TIER-IDX             PIC 9 VALUE ZERO.
    01  WS-BREAK-QTY-INPUT      PIC X(5) VALUE SPACES.
    01  WS-NEW-BREAK-QTY        PIC 9(5) VALUE ZERO.
    01  WS-BREAKS-DONE-SWITCH   PIC X VALUE "N".
        88  WS-BREAKS-DONE      VALUE "Y".
    01  WS-FOUND-TIER-IDX       PIC 9 VALUE ZERO.
    01  WS-EMPTY-TIER-IDX       PIC 9 VALUE ZERO.
    01  WS-BREAK-ACTION         PIC X VALUE SPACE.
        88  WS-BREAK-CHANGE     VALUE "C".
        88  WS-BREAK-REMOVE     VALUE "R".

    01  WS-STOCK-QTY-INPUT      PIC X(9) VALUE SPACES.
    01  WS-NEW-STOCK-QTY        PIC 9(5)V99 VALUE ZERO.
    01  WS-OLD-REORDER-POINT    PIC 9(5)V99 VALUE ZERO.
    01  WS-OLD-REORDER-QTY      PIC 9(5)V99 VALUE ZERO.
    01  WS-DISPLAY-ON-HAND      PIC -ZZZZZZ9.99.
    01  WS-DISPLAY-STOCK-QTY    PIC ZZZZ9.99.
    01  WS-STOCK-AUDIT-SWITCH   PIC X VALUE "N".
        88  WS-STOCK-AUDIT      VALUE "Y".
    01  WS-AUDIT-OLD-QTY        PIC S9(7)V99 VALUE ZERO.
    01  WS-AUDIT-NEW-QTY        PIC S9(7)V99 VALUE ZERO.

PROCEDURE DIVISION.
000-MAIN-CONTROL.
        UNTIL WS-ACTION-QUIT.
    CLOSE ITEM-MASTER-FILE.
    CLOSE MAINT-AUDIT-LOG.
    CLOSE PRICE-PENDING-FILE.
    STOP RUN.

100-OPEN-FILES.
            STOP RUN
        END-IF
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

110-GET-OPERATOR-ID.
    MOVE "N" TO WS-OPERATOR-OK-SWITCH.
*> without item-maintenance authority signs on inquiry-only. An
*> unreadable operator master refuses everyone - failing open would
*> put us back to untraceable price changes under made-up IDs.
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
    MOVE SPACE TO WS-MENU-CHOICE.
    PERFORM UNTIL WS-ACTION-ADD OR WS-ACTION-CHANGE
            OR WS-ACTION-DELETE OR WS-ACTION-INQUIRE
            OR WS-ACTION-BREAKS OR WS-ACTION-REORDER OR WS-ACTION-QUIT
        DISPLAY "1. Add item"
        DISPLAY "2. Request item price change"
        DISPLAY "3. Delete item"
        DISPLAY "4. Inquire on item"
        DISPLAY "5. Request quantity-break change"
        DISPLAY "6. Maintain reorder levels"
        DISPLAY "7. Quit"
        DISPLAY "Choose an action (1-7): " WITH NO ADVANCING
        ACCEPT WS-MENU-CHOICE
        IF NOT (WS-ACTION-ADD OR WS-ACTION-CHANGE OR WS-ACTION-DELETE
                OR WS-ACTION-INQUIRE OR WS-ACTION-BREAKS
                OR WS-ACTION-REORDER OR WS-ACTION-QUIT)
            DISPLAY "Invalid choice - please enter 1 through 7."
        END-IF
    END-PERFORM.
    IF WS-ACTION-ADD OR WS-ACTION-CHANGE OR WS-ACTION-BREAKS
        PERFORM 260-CHECK-PRICE-PERIOD
    END-IF.
    EVALUATE TRUE
        WHEN (WS-ACTION-ADD OR WS-ACTION-CHANGE OR WS-ACTION-DELETE
                OR WS-ACTION-BREAKS OR WS-ACTION-REORDER)
                AND NOT WS-MAINT-ALLOWED
            DISPLAY "OPERATOR " WS-OPERATOR-ID " NOT AUTHORIZED FOR "
                "ITEM MAINTENANCE - INQUIRY ONLY"
            MOVE "NAUT" TO WS-REFUSAL-REASON
            PERFORM 960-LOG-SIGN-ON-REFUSAL
        WHEN (WS-ACTION-ADD OR WS-ACTION-CHANGE OR WS-ACTION-BREAKS)
                AND WS-PRICE-PERIOD-CLOSED
            DISPLAY "PERIOD " WS-CDT-DATE(1:6) " IS CLOSED - NO PRICE "
                "CAN BE ENTERED EFFECTIVE IN IT"
        WHEN WS-ACTION-ADD
            PERFORM 300-ADD-ITEM
        WHEN WS-ACTION-CHANGE
            PERFORM 600-INQUIRE-ITEM
        WHEN WS-ACTION-BREAKS
            PERFORM 700-MAINTAIN-BREAKS
        WHEN WS-ACTION-REORDER
            PERFORM 800-MAINTAIN-REORDER-LEVELS
    END-EVALUATE.

210-GET-ITEM-CODE.
        END-IF
    END-PERFORM.

250-GET-STOCK-QUANTITY.
    MOVE SPACES TO WS-STOCK-QTY-INPUT.
    MOVE "N" TO WS-NUMERIC-OK-SWITCH.
    PERFORM UNTIL WS-NUMERIC-OK
        DISPLAY "Enter quantity (up to 5 digits, 2 decimals): "
            WITH NO ADVANCING
        ACCEPT WS-STOCK-QTY-INPUT
        MOVE FUNCTION TEST-NUMVAL(WS-STOCK-QTY-INPUT)
            TO WS-NUMVAL-CHECK
        IF WS-NUMVAL-CHECK = 0
                AND FUNCTION NUMVAL(WS-STOCK-QTY-INPUT) >= 0
            COMPUTE WS-NEW-STOCK-QTY =
                    FUNCTION NUMVAL(WS-STOCK-QTY-INPUT)
                ON SIZE ERROR
                    DISPLAY "Invalid entry - out of range, "
                        "please re-enter."
                    MOVE SPACES TO WS-STOCK-QTY-INPUT
                NOT ON SIZE ERROR
                    SET WS-NUMERIC-OK TO TRUE
            END-COMPUTE
        ELSE
            DISPLAY "Invalid entry - zero or more, numeric only, "
                "please re-enter."
            MOVE SPACES TO WS-STOCK-QTY-INPUT
        END-IF
    END-PERFORM.

*> Prices keyed here - a new item's price, a requested change and
*> quantity-break prices - are all requested effective today, so none
*> can be entered while today's accounting period is closed. No
*> PERIOD-CONTROL.DAT at all means no period has been closed; a file
*> that cannot be read refuses the price, since the check cannot be
*> made.
260-CHECK-PRICE-PERIOD.
    MOVE "N" TO WS-PRICE-PERIOD-SWITCH.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    OPEN INPUT PERIOD-CONTROL-FILE.
    EVALUATE WS-PERIOD-CONTROL-STATUS
        WHEN "00"
            MOVE WS-CDT-DATE(1:6) TO PD-PERIOD
            READ PERIOD-CONTROL-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF PD-CLOSED
                        SET WS-PRICE-PERIOD-CLOSED TO TRUE
                    END-IF
            END-READ
            CLOSE PERIOD-CONTROL-FILE
        WHEN "35"
            CONTINUE
        WHEN OTHER
            DISPLAY "ERROR: UNABLE TO OPEN PERIOD-CONTROL.DAT - STATUS "
                WS-PERIOD-CONTROL-STATUS
            SET WS-PRICE-PERIOD-CLOSED TO TRUE
    END-EVALUATE.

*> A new item goes on file at a zero price, which the pricing run will
*> not extend at; the price keyed for it is queued like any other
*> change and only takes effect once a second operator approves it.
*> Otherwise deleting an item and adding it back would reprice it
*> under one ID.
300-ADD-ITEM.
    PERFORM 210-GET-ITEM-CODE.
    PERFORM 230-READ-ITEM-RECORD.
        DISPLAY "Enter item description: " WITH NO ADVANCING
        ACCEPT WS-ITEM-DESC-INPUT
        PERFORM 220-GET-UNIT-PRICE
        MOVE WS-NEW-PRICE TO WS-KEYED-PRICE
        MOVE SPACES TO ITEM-MASTER-RECORD
        MOVE WS-ITEM-CODE-INPUT TO IM-ITEM-CODE
        MOVE WS-ITEM-DESC-INPUT TO IM-ITEM-DESC
        MOVE ZERO TO IM-UNIT-PRICE
        MOVE ZERO TO IM-ON-HAND-QTY IM-REORDER-POINT IM-REORDER-QTY
            IM-NEGATIVE-RUN-NUMBER
        WRITE ITEM-MASTER-RECORD
            INVALID KEY
                DISPLAY "ERROR: ADD FAILED FOR " WS-ITEM-CODE-INPUT
                    " - STATUS " WS-ITEM-MASTER-STATUS
            NOT INVALID KEY
                MOVE ZERO TO WS-OLD-PRICE WS-NEW-PRICE
                MOVE "ADD" TO MA-ACTION
                PERFORM 900-WRITE-MAINT-AUDIT
                DISPLAY "ITEM " WS-ITEM-CODE-INPUT " ADDED - NOT "
                    "PRICEABLE UNTIL ITS PRICE IS APPROVED"
                MOVE WS-KEYED-PRICE TO WS-NEW-PRICE
                MOVE "ADD" TO WS-PENDING-SOURCE
                MOVE ZERO TO WS-PENDING-BREAK-QTY
                PERFORM 420-QUEUE-PRICE-CHANGE
        END-WRITE
    END-IF.

*> A keyed price change no longer touches the item master. It is
*> queued on the pending-change file, effective today, for a second
*> operator to approve in Price_change_approval, which applies it to
*> the dated price table and journals it under both IDs.
400-CHANGE-ITEM.
    PERFORM 210-GET-ITEM-CODE.
    PERFORM 230-READ-ITEM-RECORD.
        DISPLAY "ITEM " IM-ITEM-CODE " " IM-ITEM-DESC
        DISPLAY "CURRENT UNIT PRICE: " WS-DISPLAY-PRICE
        PERFORM 220-GET-UNIT-PRICE
        MOVE "CHANGE" TO WS-PENDING-SOURCE
        MOVE ZERO TO WS-PENDING-BREAK-QTY
        PERFORM 420-QUEUE-PRICE-CHANGE
    END-IF.

*> Entered with the proposed price in WS-NEW-PRICE, the price it would
*> replace in WS-OLD-PRICE, and the source and any break quantity set.
420-QUEUE-PRICE-CHANGE.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    MOVE SPACES TO PRICE-PENDING-RECORD.
    MOVE WS-CDT-DATE TO PP-REQUEST-DATE.
    MOVE WS-CDT-TIME TO PP-REQUEST-TIME.
    MOVE ZERO TO PP-REQUEST-SEQ.
    MOVE WS-ITEM-CODE-INPUT TO PP-ITEM-CODE.
    MOVE WS-PENDING-SOURCE TO PP-SOURCE.
    MOVE WS-PENDING-BREAK-QTY TO PP-BREAK-QUANTITY.
    MOVE WS-CDT-DATE TO PP-EFF-DATE.
    MOVE WS-NEW-PRICE TO PP-PROPOSED-PRICE.
    MOVE WS-OLD-PRICE TO PP-PRICE-AT-REQUEST.
    MOVE WS-OPERATOR-ID TO PP-REQUESTED-BY.
    SET PP-PENDING TO TRUE.
    MOVE ZERO TO PP-DECIDED-DATE PP-DECIDED-TIME.
    MOVE "N" TO WS-QUEUE-DONE-SWITCH.
    PERFORM 425-WRITE-PENDING-CHANGE
        UNTIL WS-QUEUE-DONE.

*> Two requests in the same hundredth of a second take the next
*> sequence number rather than failing.
425-WRITE-PENDING-CHANGE.
    ADD 1 TO PP-REQUEST-SEQ.
    WRITE PRICE-PENDING-RECORD
        INVALID KEY
            IF WS-PRICE-PENDING-STATUS NOT = "22"
                DISPLAY "ERROR: UNABLE TO QUEUE CHANGE FOR "
                    WS-ITEM-CODE-INPUT " - STATUS "
                    WS-PRICE-PENDING-STATUS
                SET WS-QUEUE-DONE TO TRUE
            END-IF
        NOT INVALID KEY
            DISPLAY "PRICE CHANGE FOR " WS-ITEM-CODE-INPUT
                " QUEUED FOR APPROVAL"
            SET WS-QUEUE-DONE TO TRUE
    END-WRITE.

500-DELETE-ITEM.
    PERFORM 210-GET-ITEM-CODE.
            END-IF
        END-PERFORM
        PERFORM 710-SHOW-QUANTITY-BREAKS
        PERFORM 810-SHOW-STOCK-POSITION
    END-IF.

*> Break prices set what a customer pays as surely as the unit price
*> does - a quantity-1 tier replaces it outright - so they go through
*> the same approval. Each tier keyed here is queued on the
*> pending-change file as QTYBRK (set the tier's price) or QTYDEL
*> (remove it), and Price_change_approval applies it to the break
*> table once a second operator approves. Entering a zero quantity
*> finishes.
700-MAINTAIN-BREAKS.
    PERFORM 210-GET-ITEM-CODE.
    PERFORM 230-READ-ITEM-RECORD.
        DISPLAY "ITEM " IM-ITEM-CODE " " IM-ITEM-DESC
        PERFORM 710-SHOW-QUANTITY-BREAKS
        MOVE "N" TO WS-BREAKS-DONE-SWITCH
        PERFORM 720-REQUEST-BREAK-CHANGE
            UNTIL WS-BREAKS-DONE
    END-IF.

710-SHOW-QUANTITY-BREAKS.
    PERFORM VARYING WS-TIER-IDX FROM 1 BY 1 UNTIL WS-TIER-IDX > 5
        IF IM-QB-QUANTITY(WS-TIER-IDX) NUMERIC
                AND IM-QB-QUANTITY(WS-TIER-IDX) NOT = ZERO
            MOVE IM-QB-PRICE(WS-TIER-IDX) TO WS-DISPLAY-PRICE
            DISPLAY "  TIER " WS-TIER-IDX " FROM QTY "
                IM-QB-QUANTITY(WS-TIER-IDX) " PRICE: "
                WS-DISPLAY-PRICE
        END-IF
    END-PERFORM.

*> A quantity already on the table may have its price changed or the
*> tier removed; a new quantity adds a tier. A full table is warned
*> about but still queued, since a removal already waiting may free a
*> slot before this is approved.
720-REQUEST-BREAK-CHANGE.
    PERFORM 240-GET-BREAK-QUANTITY.
    IF WS-NEW-BREAK-QTY = ZERO
        SET WS-BREAKS-DONE TO TRUE
    ELSE
        PERFORM 730-FIND-BREAK-TIER
        MOVE WS-NEW-BREAK-QTY TO WS-PENDING-BREAK-QTY
        IF WS-FOUND-TIER-IDX NOT = ZERO
            MOVE IM-QB-PRICE(WS-FOUND-TIER-IDX) TO WS-OLD-PRICE
            MOVE WS-OLD-PRICE TO WS-DISPLAY-PRICE
            DISPLAY "CURRENT PRICE FROM QTY " WS-NEW-BREAK-QTY ": "
                WS-DISPLAY-PRICE
            MOVE SPACE TO WS-BREAK-ACTION
            PERFORM UNTIL WS-BREAK-CHANGE OR WS-BREAK-REMOVE
                DISPLAY "C=change price R=remove tier: "
                    WITH NO ADVANCING
                ACCEPT WS-BREAK-ACTION
                IF NOT (WS-BREAK-CHANGE OR WS-BREAK-REMOVE)
                    DISPLAY "Invalid choice - please enter C or R."
                END-IF
            END-PERFORM
        ELSE
            MOVE IM-UNIT-PRICE TO WS-OLD-PRICE
            SET WS-BREAK-CHANGE TO TRUE
            IF WS-EMPTY-TIER-IDX = ZERO
                DISPLAY "WARNING: ALL FIVE TIERS ARE IN USE - THIS CAN "
                    "ONLY BE APPLIED ONCE ONE IS REMOVED"
            END-IF
        END-IF
        IF WS-BREAK-REMOVE
            MOVE WS-OLD-PRICE TO WS-NEW-PRICE
            MOVE "QTYDEL" TO WS-PENDING-SOURCE
        ELSE
            PERFORM 220-GET-UNIT-PRICE
            MOVE "QTYBRK" TO WS-PENDING-SOURCE
        END-IF
        PERFORM 420-QUEUE-PRICE-CHANGE
    END-IF.

730-FIND-BREAK-TIER.
    MOVE ZERO TO WS-FOUND-TIER-IDX.
    MOVE ZERO TO WS-EMPTY-TIER-IDX.
    PERFORM VARYING WS-TIER-IDX FROM 1 BY 1 UNTIL WS-TIER-IDX > 5
        IF IM-QB-QUANTITY(WS-TIER-IDX) NUMERIC
                AND IM-QB-QUANTITY(WS-TIER-IDX) NOT = ZERO
            IF IM-QB-QUANTITY(WS-TIER-IDX) = WS-NEW-BREAK-QTY
                MOVE WS-TIER-IDX TO WS-FOUND-TIER-IDX
            END-IF
        ELSE
            IF WS-EMPTY-TIER-IDX = ZERO
                MOVE WS-TIER-IDX TO WS-EMPTY-TIER-IDX
            END-IF
        END-IF
    END-PERFORM.

*> On-hand itself is never keyed here - it moves only through the
*> receipts load and the pricing runs, both of which leave a trail.
*> Setting reorder levels on an item not yet stock-tracked starts
*> tracking it from zero on hand. Each level is journaled separately
*> with its old and new value.
800-MAINTAIN-REORDER-LEVELS.
    PERFORM 210-GET-ITEM-CODE.
    PERFORM 230-READ-ITEM-RECORD.
    IF NOT WS-RECORD-FOUND
        DISPLAY "ITEM " WS-ITEM-CODE-INPUT " NOT ON FILE"
    ELSE
        DISPLAY "ITEM " IM-ITEM-CODE " " IM-ITEM-DESC
        PERFORM 810-SHOW-STOCK-POSITION
        IF IM-ON-HAND-QTY NOT NUMERIC
            MOVE ZERO TO IM-ON-HAND-QTY IM-REORDER-POINT
                IM-REORDER-QTY IM-NEGATIVE-RUN-NUMBER
            DISPLAY "ITEM NOT YET STOCK-TRACKED - STARTING AT ZERO"
        END-IF
        MOVE IM-REORDER-POINT TO WS-OLD-REORDER-POINT
        MOVE IM-REORDER-QTY TO WS-OLD-REORDER-QTY
        DISPLAY "REORDER POINT:"
        PERFORM 250-GET-STOCK-QUANTITY
        MOVE WS-NEW-STOCK-QTY TO IM-REORDER-POINT
        DISPLAY "REORDER QUANTITY:"
        PERFORM 250-GET-STOCK-QUANTITY
        MOVE WS-NEW-STOCK-QTY TO IM-REORDER-QTY
        MOVE IM-UNIT-PRICE TO WS-OLD-PRICE
        MOVE IM-UNIT-PRICE TO WS-NEW-PRICE
        REWRITE ITEM-MASTER-RECORD
            INVALID KEY
                DISPLAY "ERROR: REORDER CHANGE FAILED FOR "
                    WS-ITEM-CODE-INPUT " - STATUS "
                    WS-ITEM-MASTER-STATUS
            NOT INVALID KEY
                SET WS-STOCK-AUDIT TO TRUE
                MOVE "REORDPT" TO MA-ACTION
                MOVE WS-OLD-REORDER-POINT TO WS-AUDIT-OLD-QTY
                MOVE IM-REORDER-POINT TO WS-AUDIT-NEW-QTY
                PERFORM 900-WRITE-MAINT-AUDIT
                MOVE "REORDQTY" TO MA-ACTION
                MOVE WS-OLD-REORDER-QTY TO WS-AUDIT-OLD-QTY
                MOVE IM-REORDER-QTY TO WS-AUDIT-NEW-QTY
                PERFORM 900-WRITE-MAINT-AUDIT
                MOVE "N" TO WS-STOCK-AUDIT-SWITCH
                DISPLAY "REORDER LEVELS UPDATED FOR "
                    WS-ITEM-CODE-INPUT
        END-REWRITE
    END-IF.

810-SHOW-STOCK-POSITION.
    IF IM-ON-HAND-QTY NUMERIC
        MOVE IM-ON-HAND-QTY TO WS-DISPLAY-ON-HAND
        DISPLAY "  ON HAND: " WS-DISPLAY-ON-HAND
        MOVE IM-REORDER-POINT TO WS-DISPLAY-STOCK-QTY
        DISPLAY "  REORDER POINT: " WS-DISPLAY-STOCK-QTY
            WITH NO ADVANCING
        MOVE IM-REORDER-QTY TO WS-DISPLAY-STOCK-QTY
        DISPLAY "  REORDER QTY: " WS-DISPLAY-STOCK-QTY
        IF IM-NEGATIVE-RUN-NUMBER NUMERIC
                AND IM-NEGATIVE-RUN-NUMBER NOT = ZERO
            DISPLAY "  DRIVEN BELOW ZERO BY RUN "
                IM-NEGATIVE-RUN-NUMBER
        END-IF
    ELSE
        DISPLAY "  NOT STOCK-TRACKED"
    END-IF.

900-WRITE-MAINT-AUDIT.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    MOVE WS-CDT-DATE TO MA-RUN-DATE.
    MOVE WS-CDT-TIME TO MA-RUN-TIME.
    MOVE WS-OPERATOR-ID TO MA-OPERATOR-ID.
    MOVE SPACES TO MA-APPROVED-BY.
    IF WS-STOCK-AUDIT
        MOVE WS-AUDIT-OLD-QTY TO MA-OLD-QTY
        MOVE WS-AUDIT-NEW-QTY TO MA-NEW-QTY
    ELSE
        MOVE SPACES TO MA-STOCK-CHANGE
    END-IF.
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
        MOVE "Item_master_maint" TO SV-PROGRAM
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
