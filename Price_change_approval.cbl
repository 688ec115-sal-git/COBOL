IDENTIFICATION DIVISION.
PROGRAM-ID. Price_change_approval.
AUTHOR. Stephen.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PRICE-PENDING-FILE ASSIGN TO "PRICE-PENDING.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PP-CHANGE-KEY
        FILE STATUS IS WS-PRICE-PENDING-STATUS.

    SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERIOD-CONTROL.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PD-PERIOD
        FILE STATUS IS WS-PERIOD-CONTROL-STATUS.

    SELECT ITEM-MASTER-FILE ASSIGN TO "ITEM-MASTER.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS IM-ITEM-CODE
        FILE STATUS IS WS-ITEM-MASTER-STATUS.

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

    SELECT PENDING-PRINT-FILE ASSIGN TO "PRICE-PENDING.PRT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PENDING-PRINT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PRICE-PENDING-FILE.
01  PRICE-PENDING-RECORD.
    COPY PRICPEND.

FD  PERIOD-CONTROL-FILE.
01  PERIOD-CONTROL-RECORD.
    COPY PERCTL.

FD  ITEM-MASTER-FILE.
01  ITEM-MASTER-RECORD.
    COPY ITEMMAST.

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
*> The break quantity for an approved QTYBRK or QTYDEL (new quantity
*> zero for a removed tier); spaces for other price changes.
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

FD  PENDING-PRINT-FILE.
01  PENDING-PRINT-RECORD    PIC X(80).

WORKING-STORAGE SECTION.
    01  WS-PRICE-PENDING-STATUS PIC XX VALUE SPACES.
    01  WS-PERIOD-CONTROL-STATUS PIC XX VALUE SPACES.
    01  WS-ITEM-MASTER-STATUS   PIC XX VALUE SPACES.
    01  WS-MAINT-AUDIT-STATUS   PIC XX VALUE SPACES.
    01  WS-OPER-MASTER-STATUS   PIC XX VALUE SPACES.
    01  WS-SEC-VIOL-STATUS      PIC XX VALUE SPACES.
    01  WS-SEC-CONTROL-STATUS   PIC XX VALUE SPACES.
    01  WS-PENDING-PRINT-STATUS PIC XX VALUE SPACES.

*> A refused sign-on goes to SECURITY-VIOLATION.DAT with the function
*> asked for, the reason, and the failure count and lock it left on
*> the operator master - see 960-LOG-SIGN-ON-REFUSAL.
    01  WS-REQUESTED-FUNCTION   PIC X(10) VALUE "APPROVE".
    01  WS-REFUSAL-REASON       PIC X(4) VALUE SPACES.
    01  WS-FAILURE-COUNT        PIC 9(3) VALUE ZERO.
    01  WS-SIGN-ON-LIMIT        PIC 9(2) VALUE 3.
    01  WS-LOCKED-NOW-SWITCH    PIC X VALUE "N".
        88  WS-LOCKED-NOW       VALUE "Y".

    01  WS-EOF-SWITCH           PIC X VALUE "N".
        88  WS-EOF              VALUE "Y".

*> Set by 415-CHECK-EFFECTIVE-PERIOD when an approved change would
*> take effect in a closed accounting period.
    01  WS-EFF-PERIOD-SWITCH    PIC X VALUE "N".
        88  WS-EFF-PERIOD-CLOSED VALUE "Y".

    01  WS-CURRENT-DATE-TIME.
        05  WS-CDT-DATE         PIC 9(8).
        05  WS-CDT-TIME         PIC 9(8).
        05  FILLER              PIC X(5).

*> REPORT on the command line prints the pending-change aging report
*> and stops, for the scheduled run; with no parameter the program
*> signs an approver on for interactive review.
    01  WS-RUN-PARM             PIC X(40) VALUE SPACES.
    01  WS-REPORT-ONLY-SWITCH   PIC X VALUE "N".
        88  WS-REPORT-ONLY      VALUE "Y".

    01  WS-OPERATOR-ID          PIC X(8) VALUE SPACES.
    01  WS-OPERATOR-OK-SWITCH   PIC X VALUE "N".
        88  WS-OPERATOR-OK      VALUE "Y".

    01  WS-MENU-CHOICE          PIC X VALUE SPACE.
        88  WS-ACTION-LIST      VALUE "1".
        88  WS-ACTION-REVIEW    VALUE "2".
        88  WS-ACTION-REPORT    VALUE "3".
        88  WS-ACTION-QUIT      VALUE "4".

    01  WS-DECISION             PIC X VALUE SPACE.
        88  WS-DECIDE-APPROVE   VALUE "A".
        88  WS-DECIDE-REJECT    VALUE "R".
        88  WS-DECIDE-SKIP      VALUE "S".
        88  WS-DECIDE-STOP      VALUE "Q".
    01  WS-REVIEW-STOP-SWITCH   PIC X VALUE "N".
        88  WS-REVIEW-STOPPED   VALUE "Y".
    01  WS-REJECT-NOTE-INPUT    PIC X(30) VALUE SPACES.

    01  WS-DISPLAY-PRICE        PIC -ZZZZ9.99.
    01  WS-DISPLAY-PRICE-2      PIC -ZZZZ9.99.
    01  WS-PRICE-IDX            PIC 99 VALUE ZERO.
    01  WS-SLOT-IDX             PIC 9 VALUE ZERO.
    01  WS-OLDEST-IDX           PIC 9 VALUE ZERO.
    01  WS-OLDEST-DATE          PIC 9(8) VALUE ZERO.
    01  WS-BEST-EFF-DATE        PIC 9(8) VALUE ZERO.
    01  WS-OLD-PRICE            PIC S9(5)V99 VALUE ZERO.
    01  WS-NEW-PRICE            PIC S9(5)V99 VALUE ZERO.
    01  WS-TIER-IDX             PIC 9 VALUE ZERO.
    01  WS-FOUND-TIER-IDX       PIC 9 VALUE ZERO.
    01  WS-EMPTY-TIER-IDX       PIC 9 VALUE ZERO.
    01  WS-TODAY                PIC 9(8) VALUE ZERO.

    01  WS-PENDING-COUNT        PIC 9(7) VALUE ZERO.
    01  WS-PAST-EFF-COUNT       PIC 9(7) VALUE ZERO.
    01  WS-APPROVED-COUNT       PIC 9(7) VALUE ZERO.
    01  WS-REJECTED-COUNT       PIC 9(7) VALUE ZERO.
    01  WS-AGE-DAYS             PIC 9(5) VALUE ZERO.
    01  WS-OLDEST-AGE           PIC 9(5) VALUE ZERO.
    01  WS-DISPLAY-COUNT        PIC ZZZZZZ9.

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
            VALUE "PENDING PRICE CHANGES     ".
        05  FILLER              PIC X(22)
            VALUE "Price_change_approval ".
        05  FILLER              PIC X(6)  VALUE "PAGE: ".
        05  WS-PH1-PAGE         PIC ZZZ9.
        05  FILLER              PIC X(22) VALUE SPACES.

    01  WS-PAGE-HEADING-2.
        05  FILLER              PIC X(10) VALUE "RUN DATE: ".
        05  WS-PH2-DATE         PIC 9(8).
        05  FILLER              PIC X(8)  VALUE "  TIME: ".
        05  WS-PH2-TIME         PIC 9(8).
        05  FILLER              PIC X(46) VALUE SPACES.

    01  WS-COLUMN-HEADING.
        05  FILLER              PIC X(38)
            VALUE "ITEM     EFFECTIVE  PROPOSED   CURRENT".
        05  FILLER              PIC X(42)
            VALUE " REQUESTED BY/ON     AGE  ATTENTION".

    01  WS-END-OF-REPORT-LINE   PIC X(80) VALUE "END OF REPORT".

    01  WS-PENDING-LINE.
        05  WS-PDL-ITEM-CODE    PIC X(8).
        05  FILLER              PIC X     VALUE SPACE.
        05  WS-PDL-EFF-DATE     PIC 9(8).
        05  FILLER              PIC X     VALUE SPACE.
        05  WS-PDL-PROPOSED     PIC -ZZZZ9.99.
        05  FILLER              PIC X     VALUE SPACE.
        05  WS-PDL-CURRENT      PIC -ZZZZ9.99.
        05  FILLER              PIC X     VALUE SPACE.
        05  WS-PDL-REQUESTED-BY PIC X(8).
        05  FILLER              PIC X     VALUE SPACE.
        05  WS-PDL-REQUEST-DATE PIC 9(8).
        05  FILLER              PIC X     VALUE SPACE.
        05  WS-PDL-AGE          PIC ZZZZ9.
        05  FILLER              PIC X(2)  VALUE SPACES.
        05  WS-PDL-ATTENTION    PIC X(16).

    01  WS-TOTAL-LINE.
        05  WS-TL-LABEL         PIC X(23).
        05  WS-TL-COUNT         PIC ZZZZZZ9.
        05  FILLER              PIC X(50) VALUE SPACES.

PROCEDURE DIVISION.
000-MAIN-CONTROL.
    ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
    IF WS-RUN-PARM = "REPORT"
        SET WS-REPORT-ONLY TO TRUE
    END-IF.
    IF WS-REPORT-ONLY
        OPEN INPUT PRICE-PENDING-FILE
        IF WS-PRICE-PENDING-STATUS NOT = "00"
                AND WS-PRICE-PENDING-STATUS NOT = "35"
            DISPLAY "ERROR: UNABLE TO OPEN PRICE-PENDING.DAT - STATUS "
                WS-PRICE-PENDING-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM 700-PRINT-AGING-REPORT
        IF WS-PRICE-PENDING-STATUS NOT = "35"
            CLOSE PRICE-PENDING-FILE
        END-IF
        IF WS-PAST-EFF-COUNT > ZERO
            MOVE 4 TO RETURN-CODE
        END-IF
        STOP RUN
    END-IF.
    PERFORM 100-OPEN-FILES.
    PERFORM 110-GET-OPERATOR-ID.
    PERFORM 200-PROCESS-ONE-ACTION
        UNTIL WS-ACTION-QUIT.
    CLOSE PRICE-PENDING-FILE.
    CLOSE ITEM-MASTER-FILE.
    CLOSE MAINT-AUDIT-LOG.
    MOVE WS-APPROVED-COUNT TO WS-DISPLAY-COUNT.
    DISPLAY "CHANGES APPROVED THIS SESSION: " WS-DISPLAY-COUNT.
    MOVE WS-REJECTED-COUNT TO WS-DISPLAY-COUNT.
    DISPLAY "CHANGES REJECTED THIS SESSION: " WS-DISPLAY-COUNT.
    STOP RUN.

100-OPEN-FILES.
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
    OPEN I-O ITEM-MASTER-FILE.
    IF WS-ITEM-MASTER-STATUS NOT = "00"
        DISPLAY "ERROR: UNABLE TO OPEN ITEM-MASTER.DAT - STATUS "
            WS-ITEM-MASTER-STATUS
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

*> Only an active operator holding price-approval authority signs on
*> here. An unreadable operator master refuses everyone, the same as
*> every other sign-on point.
*> Every refusal is written to SECURITY-VIOLATION.DAT by
*> 960-LOG-SIGN-ON-REFUSAL, and a locked ID is refused before any
*> other check.
120-VALIDATE-OPERATOR.
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
                    WHEN NOT OM-MAY-APPROVE-PRICE
                        DISPLAY "OPERATOR " WS-OPERATOR-ID
                            " NOT AUTHORIZED FOR PRICE APPROVAL "
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

200-PROCESS-ONE-ACTION.
    MOVE SPACE TO WS-MENU-CHOICE.
    PERFORM UNTIL WS-ACTION-LIST OR WS-ACTION-REVIEW
            OR WS-ACTION-REPORT OR WS-ACTION-QUIT
        DISPLAY "1. List pending price changes"
        DISPLAY "2. Approve or reject pending changes"
        DISPLAY "3. Print pending-change aging report"
        DISPLAY "4. Quit"
        DISPLAY "Choose an action (1-4): " WITH NO ADVANCING
        ACCEPT WS-MENU-CHOICE
        IF NOT (WS-ACTION-LIST OR WS-ACTION-REVIEW
                OR WS-ACTION-REPORT OR WS-ACTION-QUIT)
            DISPLAY "Invalid choice - please enter 1 through 4."
        END-IF
    END-PERFORM.
    EVALUATE TRUE
        WHEN WS-ACTION-LIST
            PERFORM 300-LIST-PENDING
        WHEN WS-ACTION-REVIEW
            PERFORM 400-REVIEW-PENDING
        WHEN WS-ACTION-REPORT
            PERFORM 700-PRINT-AGING-REPORT
            DISPLAY "AGING REPORT COMPLETE - SEE PRICE-PENDING.PRT"
    END-EVALUATE.

*> Positions the pending file at its first record; the file reads back
*> in request order, oldest first.
210-START-PENDING-FILE.
    MOVE "N" TO WS-EOF-SWITCH.
    MOVE LOW-VALUES TO PP-CHANGE-KEY.
    START PRICE-PENDING-FILE KEY >= PP-CHANGE-KEY
        INVALID KEY
            SET WS-EOF TO TRUE
    END-START.

220-READ-NEXT-PENDING.
    READ PRICE-PENDING-FILE NEXT RECORD
        AT END
            SET WS-EOF TO TRUE
    END-READ.

230-SHOW-PENDING-CHANGE.
    MOVE PP-PROPOSED-PRICE TO WS-DISPLAY-PRICE.
    MOVE PP-PRICE-AT-REQUEST TO WS-DISPLAY-PRICE-2.
    DISPLAY "ITEM " PP-ITEM-CODE " EFFECTIVE " PP-EFF-DATE
        " PROPOSED " WS-DISPLAY-PRICE " WAS " WS-DISPLAY-PRICE-2.
    DISPLAY "  REQUESTED BY " PP-REQUESTED-BY " ON " PP-REQUEST-DATE
        " VIA " PP-SOURCE.
    EVALUATE PP-SOURCE
        WHEN "QTYBRK"
            DISPLAY "  QUANTITY-BREAK PRICE FROM QTY " PP-BREAK-QUANTITY
        WHEN "QTYDEL"
            DISPLAY "  REMOVE QUANTITY BREAK AT QTY " PP-BREAK-QUANTITY
        WHEN "ADD"
            DISPLAY "  FIRST PRICE FOR A NEW ITEM"
    END-EVALUATE.

300-LIST-PENDING.
    MOVE ZERO TO WS-PENDING-COUNT.
    PERFORM 210-START-PENDING-FILE.
    IF NOT WS-EOF
        PERFORM 220-READ-NEXT-PENDING
    END-IF.
    PERFORM UNTIL WS-EOF
        IF PP-PENDING
            ADD 1 TO WS-PENDING-COUNT
            PERFORM 230-SHOW-PENDING-CHANGE
        END-IF
        PERFORM 220-READ-NEXT-PENDING
    END-PERFORM.
    MOVE WS-PENDING-COUNT TO WS-DISPLAY-COUNT.
    DISPLAY "PENDING CHANGES: " WS-DISPLAY-COUNT.

*> Walks the pending changes oldest first. A change raised under the
*> signed-on ID is shown but cannot be decided here - that is the
*> whole point of the second operator.
400-REVIEW-PENDING.
    MOVE "N" TO WS-REVIEW-STOP-SWITCH.
    PERFORM 210-START-PENDING-FILE.
    IF NOT WS-EOF
        PERFORM 220-READ-NEXT-PENDING
    END-IF.
    PERFORM UNTIL WS-EOF OR WS-REVIEW-STOPPED
        IF PP-PENDING
            PERFORM 230-SHOW-PENDING-CHANGE
            IF PP-REQUESTED-BY = WS-OPERATOR-ID
                DISPLAY "  RAISED UNDER YOUR OWN ID - ANOTHER APPROVER "
                    "MUST DECIDE IT"
            ELSE
                PERFORM 410-GET-DECISION
                EVALUATE TRUE
                    WHEN WS-DECIDE-APPROVE
                        PERFORM 420-APPLY-APPROVED-CHANGE
                    WHEN WS-DECIDE-REJECT
                        PERFORM 430-REJECT-CHANGE
                    WHEN WS-DECIDE-STOP
                        SET WS-REVIEW-STOPPED TO TRUE
                END-EVALUATE
            END-IF
        END-IF
        IF NOT WS-REVIEW-STOPPED
            PERFORM 220-READ-NEXT-PENDING
        END-IF
    END-PERFORM.

410-GET-DECISION.
    MOVE SPACE TO WS-DECISION.
    PERFORM UNTIL WS-DECIDE-APPROVE OR WS-DECIDE-REJECT
            OR WS-DECIDE-SKIP OR WS-DECIDE-STOP
        DISPLAY "  A=approve R=reject S=skip Q=stop reviewing: "
            WITH NO ADVANCING
        ACCEPT WS-DECISION
        IF NOT (WS-DECIDE-APPROVE OR WS-DECIDE-REJECT
                OR WS-DECIDE-SKIP OR WS-DECIDE-STOP)
            DISPLAY "Invalid choice - please enter A, R, S or Q."
        END-IF
    END-PERFORM.

*> The approved price goes into the dated table by the same slot rule
*> as always: its own date replaces that entry, then an empty slot,
*> then the oldest entry. A keyed change (CHANGE, or ADD for a new
*> item) that finds five future-dated entries still takes effect as
*> the undated current price, as it did when keyed directly; a loaded
*> change older than everything on a full table cannot be placed and
*> is marked X.
*> A break change (QTYBRK, QTYDEL) goes to the break table instead.
*> The period was open when the change was queued, but it may have
*> been closed since; a change effective in a closed period is left
*> unapplied the same way as one whose item has gone. No
*> PERIOD-CONTROL.DAT at all means no period has been closed; a file
*> that cannot be read holds the change back, since the check cannot
*> be made.
415-CHECK-EFFECTIVE-PERIOD.
    MOVE "N" TO WS-EFF-PERIOD-SWITCH.
    OPEN INPUT PERIOD-CONTROL-FILE.
    EVALUATE WS-PERIOD-CONTROL-STATUS
        WHEN "00"
            MOVE PP-EFF-DATE(1:6) TO PD-PERIOD
            READ PERIOD-CONTROL-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF PD-CLOSED
                        SET WS-EFF-PERIOD-CLOSED TO TRUE
                    END-IF
            END-READ
            CLOSE PERIOD-CONTROL-FILE
        WHEN "35"
            CONTINUE
        WHEN OTHER
            DISPLAY "  ERROR: UNABLE TO OPEN PERIOD-CONTROL.DAT "
                "- STATUS " WS-PERIOD-CONTROL-STATUS
            SET WS-EFF-PERIOD-CLOSED TO TRUE
    END-EVALUATE.

420-APPLY-APPROVED-CHANGE.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    PERFORM 415-CHECK-EFFECTIVE-PERIOD.
    IF WS-EFF-PERIOD-CLOSED
        DISPLAY "  EFFECTIVE DATE " PP-EFF-DATE " FALLS IN A CLOSED "
            "PERIOD - CANNOT BE APPLIED"
        SET PP-NOT-APPLIED TO TRUE
        MOVE "EFFECTIVE PERIOD CLOSED" TO PP-DECISION-NOTE
        PERFORM 440-RECORD-DECISION
    ELSE
        MOVE PP-ITEM-CODE TO IM-ITEM-CODE
        READ ITEM-MASTER-FILE
            INVALID KEY
                DISPLAY "  ITEM " PP-ITEM-CODE " NO LONGER ON FILE "
                    "- CANNOT BE APPLIED"
                SET PP-NOT-APPLIED TO TRUE
                MOVE "ITEM NO LONGER ON FILE" TO PP-DECISION-NOTE
                PERFORM 440-RECORD-DECISION
            NOT INVALID KEY
                EVALUATE PP-SOURCE
                    WHEN "QTYBRK"
                        PERFORM 426-PLACE-BREAK-PRICE
                    WHEN "QTYDEL"
                        PERFORM 429-REMOVE-BREAK-TIER
                    WHEN OTHER
                        PERFORM 425-PLACE-DATED-PRICE
                END-EVALUATE
        END-READ
    END-IF.

425-PLACE-DATED-PRICE.
    MOVE IM-UNIT-PRICE TO WS-OLD-PRICE.
    MOVE PP-PROPOSED-PRICE TO WS-NEW-PRICE.
    MOVE ZERO TO WS-SLOT-IDX.
    MOVE ZERO TO WS-OLDEST-IDX.
    MOVE 99999999 TO WS-OLDEST-DATE.
    PERFORM VARYING WS-PRICE-IDX FROM 1 BY 1 UNTIL WS-PRICE-IDX > 5
        EVALUATE TRUE
            WHEN IM-PE-EFF-DATE(WS-PRICE-IDX) NOT NUMERIC
                OR IM-PE-EFF-DATE(WS-PRICE-IDX) = ZERO
                IF WS-SLOT-IDX = ZERO
                    MOVE WS-PRICE-IDX TO WS-SLOT-IDX
                END-IF
            WHEN IM-PE-EFF-DATE(WS-PRICE-IDX) = PP-EFF-DATE
                MOVE WS-PRICE-IDX TO WS-SLOT-IDX
                MOVE 9 TO WS-PRICE-IDX
            WHEN IM-PE-EFF-DATE(WS-PRICE-IDX) < WS-OLDEST-DATE
                MOVE IM-PE-EFF-DATE(WS-PRICE-IDX) TO WS-OLDEST-DATE
                MOVE WS-PRICE-IDX TO WS-OLDEST-IDX
        END-EVALUATE
    END-PERFORM.
    IF WS-SLOT-IDX = ZERO AND PP-EFF-DATE > WS-OLDEST-DATE
        MOVE WS-OLDEST-IDX TO WS-SLOT-IDX
    END-IF.
    EVALUATE TRUE
        WHEN WS-SLOT-IDX NOT = ZERO
            MOVE PP-EFF-DATE TO IM-PE-EFF-DATE(WS-SLOT-IDX)
            MOVE PP-PROPOSED-PRICE TO IM-PE-PRICE(WS-SLOT-IDX)
            PERFORM 427-REFRESH-CURRENT-PRICE
            PERFORM 428-REWRITE-ITEM
        WHEN PP-SOURCE = "CHANGE" OR PP-SOURCE = "ADD"
            DISPLAY "  WARNING: PRICE TABLE HOLDS FIVE FUTURE-DATED "
                "ENTRIES - THEY WILL OVERRIDE THIS PRICE ON THEIR DATES"
            MOVE PP-PROPOSED-PRICE TO IM-UNIT-PRICE
            PERFORM 428-REWRITE-ITEM
        WHEN OTHER
            DISPLAY "  PRICE TABLE FULL OF LATER DATES - CANNOT BE "
                "APPLIED"
            SET PP-NOT-APPLIED TO TRUE
            MOVE "PRICE TABLE FULL OF LATER DATES" TO PP-DECISION-NOTE
            PERFORM 440-RECORD-DECISION
    END-EVALUATE.

*> The tier already at the break quantity takes the new price;
*> otherwise the first empty tier takes the quantity and price. With
*> all five in use the change cannot be placed and is marked X.
426-PLACE-BREAK-PRICE.
    PERFORM 435-FIND-BREAK-TIER.
    IF WS-FOUND-TIER-IDX = ZERO
        MOVE WS-EMPTY-TIER-IDX TO WS-FOUND-TIER-IDX
        MOVE IM-UNIT-PRICE TO WS-OLD-PRICE
    ELSE
        MOVE IM-QB-PRICE(WS-FOUND-TIER-IDX) TO WS-OLD-PRICE
    END-IF.
    IF WS-FOUND-TIER-IDX = ZERO
        DISPLAY "  BREAK TABLE HOLDS FIVE TIERS - CANNOT BE APPLIED"
        SET PP-NOT-APPLIED TO TRUE
        MOVE "BREAK TABLE FULL" TO PP-DECISION-NOTE
        PERFORM 440-RECORD-DECISION
    ELSE
        MOVE PP-BREAK-QUANTITY TO IM-QB-QUANTITY(WS-FOUND-TIER-IDX)
        MOVE PP-PROPOSED-PRICE TO IM-QB-PRICE(WS-FOUND-TIER-IDX)
        MOVE PP-PROPOSED-PRICE TO WS-NEW-PRICE
        PERFORM 428-REWRITE-ITEM
    END-IF.

*> IM-UNIT-PRICE stays the price in effect today so programs that
*> never look at the dated table keep working; the latest dated entry
*> on or before today wins, and with none the current price stands.
427-REFRESH-CURRENT-PRICE.
    MOVE ZERO TO WS-BEST-EFF-DATE.
    PERFORM VARYING WS-PRICE-IDX FROM 1 BY 1 UNTIL WS-PRICE-IDX > 5
        IF IM-PE-EFF-DATE(WS-PRICE-IDX) NUMERIC
                AND IM-PE-EFF-DATE(WS-PRICE-IDX) NOT = ZERO
                AND IM-PE-EFF-DATE(WS-PRICE-IDX) <= WS-CDT-DATE
                AND IM-PE-EFF-DATE(WS-PRICE-IDX) >= WS-BEST-EFF-DATE
            MOVE IM-PE-EFF-DATE(WS-PRICE-IDX) TO WS-BEST-EFF-DATE
            MOVE IM-PE-PRICE(WS-PRICE-IDX) TO IM-UNIT-PRICE
        END-IF
    END-PERFORM.

428-REWRITE-ITEM.
    REWRITE ITEM-MASTER-RECORD
        INVALID KEY
            DISPLAY "  ERROR: REWRITE FAILED FOR " PP-ITEM-CODE
                " - STATUS " WS-ITEM-MASTER-STATUS
                " - CHANGE LEFT PENDING"
        NOT INVALID KEY
            PERFORM 900-WRITE-MAINT-AUDIT
            SET PP-APPROVED TO TRUE
            MOVE SPACES TO PP-DECISION-NOTE
            PERFORM 440-RECORD-DECISION
            ADD 1 TO WS-APPROVED-COUNT
            DISPLAY "  APPROVED AND APPLIED"
    END-REWRITE.

*> A tier removed since the request was raised leaves nothing to do,
*> and the change is marked X like any other that cannot be applied.
429-REMOVE-BREAK-TIER.
    PERFORM 435-FIND-BREAK-TIER.
    IF WS-FOUND-TIER-IDX = ZERO
        DISPLAY "  NO QUANTITY BREAK AT " PP-BREAK-QUANTITY
            " - CANNOT BE APPLIED"
        SET PP-NOT-APPLIED TO TRUE
        MOVE "BREAK TIER NO LONGER ON FILE" TO PP-DECISION-NOTE
        PERFORM 440-RECORD-DECISION
    ELSE
        MOVE IM-QB-PRICE(WS-FOUND-TIER-IDX) TO WS-OLD-PRICE
        MOVE ZERO TO WS-NEW-PRICE
        MOVE SPACES TO IM-QTY-BREAK(WS-FOUND-TIER-IDX)
        PERFORM 428-REWRITE-ITEM
    END-IF.

430-REJECT-CHANGE.
    MOVE SPACES TO WS-REJECT-NOTE-INPUT.
    PERFORM UNTIL WS-REJECT-NOTE-INPUT NOT = SPACES
        DISPLAY "  Reason for rejection: " WITH NO ADVANCING
        ACCEPT WS-REJECT-NOTE-INPUT
    END-PERFORM.
    SET PP-REJECTED TO TRUE.
    MOVE WS-REJECT-NOTE-INPUT TO PP-DECISION-NOTE.
    PERFORM 440-RECORD-DECISION.
    ADD 1 TO WS-REJECTED-COUNT.
    DISPLAY "  REJECTED".

435-FIND-BREAK-TIER.
    MOVE ZERO TO WS-FOUND-TIER-IDX.
    MOVE ZERO TO WS-EMPTY-TIER-IDX.
    PERFORM VARYING WS-TIER-IDX FROM 1 BY 1 UNTIL WS-TIER-IDX > 5
        IF IM-QB-QUANTITY(WS-TIER-IDX) NUMERIC
                AND IM-QB-QUANTITY(WS-TIER-IDX) NOT = ZERO
            IF IM-QB-QUANTITY(WS-TIER-IDX) = PP-BREAK-QUANTITY
                MOVE WS-TIER-IDX TO WS-FOUND-TIER-IDX
            END-IF
        ELSE
            IF WS-EMPTY-TIER-IDX = ZERO
                MOVE WS-TIER-IDX TO WS-EMPTY-TIER-IDX
            END-IF
        END-IF
    END-PERFORM.

440-RECORD-DECISION.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    MOVE WS-OPERATOR-ID TO PP-DECIDED-BY.
    MOVE WS-CDT-DATE TO PP-DECIDED-DATE.
    MOVE WS-CDT-TIME TO PP-DECIDED-TIME.
    REWRITE PRICE-PENDING-RECORD
        INVALID KEY
            DISPLAY "  ERROR: UNABLE TO UPDATE PRICE-PENDING.DAT "
                "- STATUS " WS-PRICE-PENDING-STATUS
    END-REWRITE.

*> One line per change still waiting, oldest request first, with its
*> age in days. A change whose effective date has already arrived is
*> flagged: until it is decided, pricing runs are extending at a price
*> somebody has asked to change.
700-PRINT-AGING-REPORT.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    MOVE WS-CDT-DATE TO WS-TODAY.
    MOVE ZERO TO WS-PENDING-COUNT WS-PAST-EFF-COUNT WS-OLDEST-AGE.
    MOVE ZERO TO WS-PAGE-NUMBER.
    MOVE 999 TO WS-LINE-COUNT.
    OPEN OUTPUT PENDING-PRINT-FILE.
    IF WS-PENDING-PRINT-STATUS NOT = "00"
        DISPLAY "ERROR: UNABLE TO OPEN PRICE-PENDING.PRT - STATUS "
            WS-PENDING-PRINT-STATUS
        STOP RUN
    END-IF.
    IF WS-PRICE-PENDING-STATUS = "35"
        SET WS-EOF TO TRUE
    ELSE
        PERFORM 210-START-PENDING-FILE
        IF NOT WS-EOF
            PERFORM 220-READ-NEXT-PENDING
        END-IF
    END-IF.
    PERFORM UNTIL WS-EOF
        IF PP-PENDING
            PERFORM 710-WRITE-PENDING-LINE
        END-IF
        PERFORM 220-READ-NEXT-PENDING
    END-PERFORM.
    IF WS-PENDING-COUNT = ZERO
        MOVE "NO PRICE CHANGES AWAITING APPROVAL" TO WS-REPORT-LINE
        PERFORM 500-WRITE-REPORT-LINE
    END-IF.
    MOVE "CHANGES PENDING:       " TO WS-TL-LABEL.
    MOVE WS-PENDING-COUNT TO WS-TL-COUNT.
    PERFORM 405-WRITE-TOTAL-LINE.
    MOVE "PAST EFFECTIVE DATE:   " TO WS-TL-LABEL.
    MOVE WS-PAST-EFF-COUNT TO WS-TL-COUNT.
    PERFORM 405-WRITE-TOTAL-LINE.
    MOVE "OLDEST REQUEST (DAYS): " TO WS-TL-LABEL.
    MOVE WS-OLDEST-AGE TO WS-TL-COUNT.
    PERFORM 405-WRITE-TOTAL-LINE.
    MOVE WS-END-OF-REPORT-LINE TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.
    CLOSE PENDING-PRINT-FILE.

710-WRITE-PENDING-LINE.
    ADD 1 TO WS-PENDING-COUNT.
    COMPUTE WS-AGE-DAYS = FUNCTION INTEGER-OF-DATE(WS-TODAY)
        - FUNCTION INTEGER-OF-DATE(PP-REQUEST-DATE).
    IF WS-AGE-DAYS > WS-OLDEST-AGE
        MOVE WS-AGE-DAYS TO WS-OLDEST-AGE
    END-IF.
    MOVE PP-ITEM-CODE TO WS-PDL-ITEM-CODE.
    MOVE PP-EFF-DATE TO WS-PDL-EFF-DATE.
    MOVE PP-PROPOSED-PRICE TO WS-PDL-PROPOSED.
    MOVE PP-PRICE-AT-REQUEST TO WS-PDL-CURRENT.
    MOVE PP-REQUESTED-BY TO WS-PDL-REQUESTED-BY.
    MOVE PP-REQUEST-DATE TO WS-PDL-REQUEST-DATE.
    MOVE WS-AGE-DAYS TO WS-PDL-AGE.
    EVALUATE TRUE
        WHEN PP-EFF-DATE < WS-TODAY
            ADD 1 TO WS-PAST-EFF-COUNT
            MOVE "PAST EFFECTIVE" TO WS-PDL-ATTENTION
        WHEN PP-EFF-DATE = WS-TODAY
            MOVE "EFFECTIVE TODAY" TO WS-PDL-ATTENTION
        WHEN OTHER
            MOVE SPACES TO WS-PDL-ATTENTION
    END-EVALUATE.
    MOVE WS-PENDING-LINE TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.

405-WRITE-TOTAL-LINE.
    MOVE WS-TOTAL-LINE TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.

500-WRITE-REPORT-LINE.
    IF WS-LINE-COUNT >= WS-PAGE-DEPTH
        PERFORM 510-WRITE-PAGE-HEADINGS
    END-IF.
    WRITE PENDING-PRINT-RECORD FROM WS-REPORT-LINE.
    ADD 1 TO WS-LINE-COUNT.

510-WRITE-PAGE-HEADINGS.
    ADD 1 TO WS-PAGE-NUMBER.
    IF WS-PAGE-NUMBER > 1
        MOVE SPACES TO PENDING-PRINT-RECORD
        WRITE PENDING-PRINT-RECORD
    END-IF.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    MOVE WS-PAGE-NUMBER TO WS-PH1-PAGE.
    WRITE PENDING-PRINT-RECORD FROM WS-PAGE-HEADING-1.
    MOVE WS-CDT-DATE TO WS-PH2-DATE.
    MOVE WS-CDT-TIME TO WS-PH2-TIME.
    WRITE PENDING-PRINT-RECORD FROM WS-PAGE-HEADING-2.
    WRITE PENDING-PRINT-RECORD FROM WS-COLUMN-HEADING.
    MOVE 4 TO WS-LINE-COUNT.

*> The entry carries the requester's action and ID as it would have
*> when changes went live on entry, plus the approver beside it.
900-WRITE-MAINT-AUDIT.
    MOVE PP-SOURCE TO MA-ACTION.
    MOVE PP-ITEM-CODE TO MA-ITEM-CODE.
    MOVE WS-OLD-PRICE TO MA-OLD-PRICE.
    MOVE WS-NEW-PRICE TO MA-NEW-PRICE.
    MOVE WS-CDT-DATE TO MA-RUN-DATE.
    MOVE WS-CDT-TIME TO MA-RUN-TIME.
    MOVE PP-REQUESTED-BY TO MA-OPERATOR-ID.
    EVALUATE PP-SOURCE
        WHEN "QTYBRK"
            MOVE PP-BREAK-QUANTITY TO MA-OLD-QTY MA-NEW-QTY
        WHEN "QTYDEL"
            MOVE PP-BREAK-QUANTITY TO MA-OLD-QTY
            MOVE ZERO TO MA-NEW-QTY
        WHEN OTHER
            MOVE SPACES TO MA-STOCK-CHANGE
    END-EVALUATE.
    MOVE WS-OPERATOR-ID TO MA-APPROVED-BY.
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
        MOVE "Price_change_approval" TO SV-PROGRAM
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
