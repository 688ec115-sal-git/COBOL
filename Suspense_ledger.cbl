IDENTIFICATION DIVISION.
PROGRAM-ID. Suspense_ledger.
AUTHOR. Stephen.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SUSPENSE-LEDGER-FILE ASSIGN TO "SUSPENSE-LEDGER.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SL-ENTRY-KEY
        FILE STATUS IS WS-SUSP-LEDGER-STATUS.

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

    SELECT AGING-PRINT-FILE ASSIGN TO "SUSPENSE-AGING.PRT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AGING-PRINT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SUSPENSE-LEDGER-FILE.
01  SUSPENSE-LEDGER-RECORD.
    COPY SUSPLEDG.

FD  OPERATOR-MASTER-FILE.
01  OPERATOR-MASTER-RECORD.
    COPY OPERMAST.

FD  SECURITY-VIOLATION-LOG.
01  SECURITY-VIOLATION-RECORD.
    COPY SECVIOL.

FD  SECURITY-CONTROL-FILE.
01  SECURITY-CONTROL-RECORD.
    COPY SECCTL.

FD  AGING-PRINT-FILE.
01  AGING-PRINT-RECORD      PIC X(80).

WORKING-STORAGE SECTION.
    01  WS-SUSP-LEDGER-STATUS   PIC XX VALUE SPACES.
    01  WS-OPER-MASTER-STATUS   PIC XX VALUE SPACES.
    01  WS-SEC-VIOL-STATUS      PIC XX VALUE SPACES.
    01  WS-SEC-CONTROL-STATUS   PIC XX VALUE SPACES.
    01  WS-AGING-PRINT-STATUS   PIC XX VALUE SPACES.

*> A refused sign-on goes to SECURITY-VIOLATION.DAT with the function
*> asked for, the reason, and the failure count and lock it left on
*> the operator master - see 960-LOG-SIGN-ON-REFUSAL.
    01  WS-REQUESTED-FUNCTION   PIC X(10) VALUE "WRITEOFF".
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

*> REPORT on the command line prints the weekly suspense aging report
*> and stops, for the scheduled run; with no parameter the program
*> signs an operator on to review and write off suspense items.
    01  WS-RUN-PARM             PIC X(40) VALUE SPACES.
    01  WS-REPORT-ONLY-SWITCH   PIC X VALUE "N".
        88  WS-REPORT-ONLY      VALUE "Y".

    01  WS-OPERATOR-ID          PIC X(8) VALUE SPACES.
    01  WS-OPERATOR-OK-SWITCH   PIC X VALUE "N".
        88  WS-OPERATOR-OK      VALUE "Y".

    01  WS-MENU-CHOICE          PIC X VALUE SPACE.
        88  WS-ACTION-LIST      VALUE "1".
        88  WS-ACTION-WRITE-OFF VALUE "2".
        88  WS-ACTION-REPORT    VALUE "3".
        88  WS-ACTION-QUIT      VALUE "4".

    01  WS-RUN-NUMBER-INPUT     PIC X(6) VALUE SPACES.
    01  WS-RECORD-NBR-INPUT     PIC X(7) VALUE SPACES.
    01  WS-NUMVAL-CHECK         PIC S9(4) VALUE ZERO.
    01  WS-KEY-OK-SWITCH        PIC X VALUE "N".
        88  WS-KEY-OK           VALUE "Y".
    01  WS-WRITE-OFF-REASON-INPUT PIC X(30) VALUE SPACES.
    01  WS-CONFIRM              PIC X VALUE SPACE.
        88  WS-CONFIRM-YES      VALUE "Y" "y".
        88  WS-CONFIRM-NO       VALUE "N" "n".

    01  WS-TODAY                PIC 9(8) VALUE ZERO.
    01  WS-MONTH-START          PIC 9(8) VALUE ZERO.
    01  WS-AGE-FROM-DATE        PIC 9(8) VALUE ZERO.
    01  WS-AGE-DAYS             PIC 9(5) VALUE ZERO.
    01  WS-OLDEST-AGE           PIC 9(5) VALUE ZERO.

    01  WS-OPEN-COUNT           PIC 9(7) VALUE ZERO.
    01  WS-RESUBMITTED-COUNT    PIC 9(7) VALUE ZERO.
    01  WS-CORRECTED-COUNT      PIC 9(7) VALUE ZERO.
    01  WS-WRITTEN-OFF-COUNT    PIC 9(7) VALUE ZERO.
    01  WS-OVER-30-COUNT        PIC 9(7) VALUE ZERO.
    01  WS-MONTH-WRITE-OFF-COUNT PIC 9(7) VALUE ZERO.
    01  WS-SESSION-WRITE-OFF-COUNT PIC 9(7) VALUE ZERO.
    01  WS-DISPLAY-COUNT        PIC ZZZZZZ9.
    01  WS-DISPLAY-AGE          PIC ZZZZ9.

*> The aging matrix: one row per suspense reason code in the order
*> the run summary prints them, with a last row for any code not in
*> the list; columns are the 0-7, 8-30 and over-30 day buckets and
*> the row total. Reason rows are matched by code, so a new reason
*> only needs a row here.
    01  WS-REASON-CODE-VALUES.
        05  FILLER              PIC X(4) VALUE "NNUM".
        05  FILLER              PIC X(4) VALUE "BDOP".
        05  FILLER              PIC X(4) VALUE "DIV0".
        05  FILLER              PIC X(4) VALUE "OVFL".
        05  FILLER              PIC X(4) VALUE "NOIT".
        05  FILLER              PIC X(4) VALUE "NOCU".
        05  FILLER              PIC X(4) VALUE "NOXR".
        05  FILLER              PIC X(4) VALUE SPACES.
    01  WS-REASON-CODE-TABLE REDEFINES WS-REASON-CODE-VALUES.
        05  WS-REASON-CODE-ENTRY PIC X(4) OCCURS 8 TIMES.
    01  WS-REASON-ROWS          PIC 9 VALUE 8.
    01  WS-REASON-IDX           PIC 9 VALUE ZERO.
    01  WS-BUCKET-IDX           PIC 9 VALUE ZERO.

    01  WS-AGING-TABLE.
        05  WS-AG-ROW OCCURS 8 TIMES.
            10  WS-AG-COUNT     PIC 9(7) OCCURS 4 TIMES.
    01  WS-AGING-TOTALS.
        05  WS-AG-TOTAL         PIC 9(7) OCCURS 4 TIMES.

*> Report pagination: every report line goes out through
*> 500-WRITE-REPORT-LINE, which repaints the page heading block at
*> the standard depth so a burst continuation page still identifies
*> the run. Each section of the report starts a new page under its
*> own column heading.
    01  WS-REPORT-LINE          PIC X(80) VALUE SPACES.
    01  WS-LINE-COUNT           PIC 9(3) VALUE 999.
    01  WS-PAGE-NUMBER          PIC 9(4) VALUE ZERO.
    01  WS-PAGE-DEPTH           PIC 9(3) VALUE 55.

    01  WS-PAGE-HEADING-1.
        05  FILLER              PIC X(26)
            VALUE "SUSPENSE AGING            ".
        05  FILLER              PIC X(22)
            VALUE "Suspense_ledger       ".
        05  FILLER              PIC X(6)  VALUE "PAGE: ".
        05  WS-PH1-PAGE         PIC ZZZ9.
        05  FILLER              PIC X(22) VALUE SPACES.

    01  WS-PAGE-HEADING-2.
        05  FILLER              PIC X(10) VALUE "RUN DATE: ".
        05  WS-PH2-DATE         PIC 9(8).
        05  FILLER              PIC X(8)  VALUE "  TIME: ".
        05  WS-PH2-TIME         PIC 9(8).
        05  FILLER              PIC X(46) VALUE SPACES.

    01  WS-COLUMN-HEADING       PIC X(80) VALUE SPACES.

    01  WS-MATRIX-HEADING.
        05  FILLER              PIC X(41)
            VALUE "REASON   0-7 DAYS   8-30 DAYS    >30 DAYS".
        05  FILLER              PIC X(39)
            VALUE "       TOTAL   (OPEN ITEMS)".

    01  WS-OVER-30-HEADING.
        05  FILLER              PIC X(43)
            VALUE "RUN    RECORD  RSN  BATCH    1ST SUSP   AGE".
        05  FILLER              PIC X(37)
            VALUE "  CUSTOMER ORDER    ITEM".

    01  WS-WRITE-OFF-HEADING.
        05  FILLER              PIC X(41)
            VALUE "RUN    RECORD  RSN  WRITTEN  BY       WHY".
        05  FILLER              PIC X(39) VALUE SPACES.

    01  WS-END-OF-REPORT-LINE   PIC X(80) VALUE "END OF REPORT".

    01  WS-MATRIX-LINE.
        05  WS-ML-REASON        PIC X(6).
        05  FILLER              PIC X(4)  VALUE SPACES.
        05  WS-ML-BUCKET-1      PIC ZZZZZZ9.
        05  FILLER              PIC X(5)  VALUE SPACES.
        05  WS-ML-BUCKET-2      PIC ZZZZZZ9.
        05  FILLER              PIC X(5)  VALUE SPACES.
        05  WS-ML-BUCKET-3      PIC ZZZZZZ9.
        05  FILLER              PIC X(5)  VALUE SPACES.
        05  WS-ML-TOTAL         PIC ZZZZZZ9.
        05  FILLER              PIC X(27) VALUE SPACES.

    01  WS-OVER-30-LINE.
        05  WS-OL-RUN-NUMBER    PIC 9(6).
        05  FILLER              PIC X     VALUE SPACE.
        05  WS-OL-RECORD-NBR    PIC 9(7).
        05  FILLER              PIC X     VALUE SPACE.
        05  WS-OL-REASON        PIC X(4).
        05  FILLER              PIC X     VALUE SPACE.
        05  WS-OL-BATCH-DATE    PIC 9(8).
        05  FILLER              PIC X     VALUE SPACE.
        05  WS-OL-FIRST-DATE    PIC 9(8).
        05  FILLER              PIC X     VALUE SPACE.
        05  WS-OL-AGE           PIC ZZZZ9.
        05  FILLER              PIC X(2)  VALUE SPACES.
        05  WS-OL-CUSTOMER-NO   PIC X(8).
        05  FILLER              PIC X     VALUE SPACE.
        05  WS-OL-ORDER-NO      PIC X(8).
        05  FILLER              PIC X     VALUE SPACE.
        05  WS-OL-ITEM-CODE     PIC X(8).
        05  FILLER              PIC X(8)  VALUE SPACES.

    01  WS-WRITE-OFF-LINE.
        05  WS-WL-RUN-NUMBER    PIC 9(6).
        05  FILLER              PIC X     VALUE SPACE.
        05  WS-WL-RECORD-NBR    PIC 9(7).
        05  FILLER              PIC X     VALUE SPACE.
        05  WS-WL-REASON        PIC X(4).
        05  FILLER              PIC X     VALUE SPACE.
        05  WS-WL-CLOSED-DATE   PIC 9(8).
        05  FILLER              PIC X     VALUE SPACE.
        05  WS-WL-CLOSED-BY     PIC X(8).
        05  FILLER              PIC X     VALUE SPACE.
        05  WS-WL-WHY           PIC X(30).
        05  FILLER              PIC X(12) VALUE SPACES.

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
        OPEN INPUT SUSPENSE-LEDGER-FILE
        IF WS-SUSP-LEDGER-STATUS NOT = "00"
                AND WS-SUSP-LEDGER-STATUS NOT = "35"
            DISPLAY "ERROR: UNABLE TO OPEN SUSPENSE-LEDGER.DAT - STATUS "
                WS-SUSP-LEDGER-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM 700-PRINT-AGING-REPORT
        IF WS-SUSP-LEDGER-STATUS NOT = "35"
            CLOSE SUSPENSE-LEDGER-FILE
        END-IF
        IF WS-OVER-30-COUNT > ZERO
            MOVE 4 TO RETURN-CODE
        END-IF
        STOP RUN
    END-IF.
    PERFORM 100-OPEN-FILES.
    PERFORM 110-GET-OPERATOR-ID.
    PERFORM 200-PROCESS-ONE-ACTION
        UNTIL WS-ACTION-QUIT.
    CLOSE SUSPENSE-LEDGER-FILE.
    MOVE WS-SESSION-WRITE-OFF-COUNT TO WS-DISPLAY-COUNT.
    DISPLAY "ITEMS WRITTEN OFF THIS SESSION: " WS-DISPLAY-COUNT.
    STOP RUN.

100-OPEN-FILES.
    OPEN I-O SUSPENSE-LEDGER-FILE.
    IF WS-SUSP-LEDGER-STATUS = "35"
        OPEN OUTPUT SUSPENSE-LEDGER-FILE
        IF WS-SUSP-LEDGER-STATUS NOT = "00"
            DISPLAY "ERROR: UNABLE TO CREATE SUSPENSE-LEDGER.DAT "
                "- STATUS " WS-SUSP-LEDGER-STATUS
            STOP RUN
        END-IF
        CLOSE SUSPENSE-LEDGER-FILE
        OPEN I-O SUSPENSE-LEDGER-FILE
    END-IF.
    IF WS-SUSP-LEDGER-STATUS NOT = "00"
        DISPLAY "ERROR: UNABLE TO OPEN SUSPENSE-LEDGER.DAT - STATUS "
            WS-SUSP-LEDGER-STATUS
        STOP RUN
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

*> Only an active operator holding suspense write-off authority signs
*> on here. An unreadable operator master refuses everyone, the same
*> as every other sign-on point.
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
                    WHEN NOT OM-MAY-WRITE-OFF
                        DISPLAY "OPERATOR " WS-OPERATOR-ID
                            " NOT AUTHORIZED FOR SUSPENSE WRITE-OFF "
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
    PERFORM UNTIL WS-ACTION-LIST OR WS-ACTION-WRITE-OFF
            OR WS-ACTION-REPORT OR WS-ACTION-QUIT
        DISPLAY "1. List open suspense items"
        DISPLAY "2. Write off a suspense item"
        DISPLAY "3. Print suspense aging report"
        DISPLAY "4. Quit"
        DISPLAY "Choose an action (1-4): " WITH NO ADVANCING
        ACCEPT WS-MENU-CHOICE
        IF NOT (WS-ACTION-LIST OR WS-ACTION-WRITE-OFF
                OR WS-ACTION-REPORT OR WS-ACTION-QUIT)
            DISPLAY "Invalid choice - please enter 1 through 4."
        END-IF
    END-PERFORM.
    EVALUATE TRUE
        WHEN WS-ACTION-LIST
            PERFORM 300-LIST-OPEN-ITEMS
        WHEN WS-ACTION-WRITE-OFF
            PERFORM 400-WRITE-OFF-ITEM
        WHEN WS-ACTION-REPORT
            PERFORM 700-PRINT-AGING-REPORT
            DISPLAY "AGING REPORT COMPLETE - SEE SUSPENSE-AGING.PRT"
    END-EVALUATE.

*> Positions the ledger at its first entry; it reads back in run and
*> record number order, oldest run first.
210-START-LEDGER-FILE.
    MOVE "N" TO WS-EOF-SWITCH.
    MOVE LOW-VALUES TO SL-ENTRY-KEY.
    START SUSPENSE-LEDGER-FILE KEY >= SL-ENTRY-KEY
        INVALID KEY
            SET WS-EOF TO TRUE
    END-START.

220-READ-NEXT-LEDGER.
    READ SUSPENSE-LEDGER-FILE NEXT RECORD
        AT END
            SET WS-EOF TO TRUE
    END-READ.

*> Age in days from when the item first went to suspense, so a
*> resubmit that was rejected again keeps its original age.
225-COMPUTE-AGE.
    IF SL-FIRST-SUSPENDED-DATE NUMERIC
            AND SL-FIRST-SUSPENDED-DATE NOT = ZERO
        MOVE SL-FIRST-SUSPENDED-DATE TO WS-AGE-FROM-DATE
    ELSE
        MOVE SL-SUSPENDED-DATE TO WS-AGE-FROM-DATE
    END-IF.
    IF WS-AGE-FROM-DATE NOT NUMERIC OR WS-AGE-FROM-DATE = ZERO
            OR WS-AGE-FROM-DATE > WS-TODAY
        MOVE ZERO TO WS-AGE-DAYS
    ELSE
        COMPUTE WS-AGE-DAYS = FUNCTION INTEGER-OF-DATE(WS-TODAY)
            - FUNCTION INTEGER-OF-DATE(WS-AGE-FROM-DATE)
    END-IF.

230-SHOW-LEDGER-ENTRY.
    MOVE WS-AGE-DAYS TO WS-DISPLAY-AGE.
    DISPLAY "RUN " SL-RUN-NUMBER " RECORD " SL-RECORD-NBR
        " REASON " SL-REASON-CODE " BATCH " SL-BATCH-DATE
        " AGE " WS-DISPLAY-AGE.
    IF SL-PRICING-ENTRY
        DISPLAY "  CUSTOMER " SL-CUSTOMER-NO " ORDER " SL-ORDER-NO
            " ITEM " SL-PR-ITEM-CODE
    END-IF.
    DISPLAY "  FIRST SUSPENDED " SL-FIRST-SUSPENDED-DATE
        " LAST SUSPENDED " SL-SUSPENDED-DATE " BY " SL-SUSPENDED-BY.

300-LIST-OPEN-ITEMS.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    MOVE WS-CDT-DATE TO WS-TODAY.
    MOVE ZERO TO WS-OPEN-COUNT.
    PERFORM 210-START-LEDGER-FILE.
    IF NOT WS-EOF
        PERFORM 220-READ-NEXT-LEDGER
    END-IF.
    PERFORM UNTIL WS-EOF
        IF SL-OPEN
            ADD 1 TO WS-OPEN-COUNT
            PERFORM 225-COMPUTE-AGE
            PERFORM 230-SHOW-LEDGER-ENTRY
        END-IF
        PERFORM 220-READ-NEXT-LEDGER
    END-PERFORM.
    MOVE WS-OPEN-COUNT TO WS-DISPLAY-COUNT.
    DISPLAY "OPEN SUSPENSE ITEMS: " WS-DISPLAY-COUNT.

*> Only an open item can be written off: one already corrected or
*> resubmitted has left suspense by another route. The write-off
*> keeps the entry on the ledger with who wrote it off, when, and
*> why, so the month-end position shows how suspense came to zero.
400-WRITE-OFF-ITEM.
    PERFORM 410-GET-ENTRY-KEY.
    IF WS-KEY-OK
        READ SUSPENSE-LEDGER-FILE
            INVALID KEY
                DISPLAY "  NO SUSPENSE ENTRY FOR RUN " SL-RUN-NUMBER
                    " RECORD " SL-RECORD-NBR
            NOT INVALID KEY
                PERFORM 420-CONFIRM-WRITE-OFF
        END-READ
    END-IF.

*> A blank run number returns to the menu.
410-GET-ENTRY-KEY.
    MOVE "N" TO WS-KEY-OK-SWITCH.
    MOVE SPACES TO WS-RUN-NUMBER-INPUT.
    DISPLAY "Run number (blank to return): " WITH NO ADVANCING.
    ACCEPT WS-RUN-NUMBER-INPUT.
    IF WS-RUN-NUMBER-INPUT NOT = SPACES
        MOVE FUNCTION TEST-NUMVAL(WS-RUN-NUMBER-INPUT)
            TO WS-NUMVAL-CHECK
        IF WS-NUMVAL-CHECK NOT = 0
            DISPLAY "Invalid run number - numeric only."
        ELSE
            COMPUTE SL-RUN-NUMBER =
                FUNCTION NUMVAL(WS-RUN-NUMBER-INPUT)
            MOVE SPACES TO WS-RECORD-NBR-INPUT
            DISPLAY "Record number: " WITH NO ADVANCING
            ACCEPT WS-RECORD-NBR-INPUT
            MOVE FUNCTION TEST-NUMVAL(WS-RECORD-NBR-INPUT)
                TO WS-NUMVAL-CHECK
            IF WS-NUMVAL-CHECK NOT = 0
                    OR WS-RECORD-NBR-INPUT = SPACES
                DISPLAY "Invalid record number - numeric only."
            ELSE
                COMPUTE SL-RECORD-NBR =
                    FUNCTION NUMVAL(WS-RECORD-NBR-INPUT)
                SET WS-KEY-OK TO TRUE
            END-IF
        END-IF
    END-IF.

420-CONFIRM-WRITE-OFF.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    MOVE WS-CDT-DATE TO WS-TODAY.
    PERFORM 225-COMPUTE-AGE.
    PERFORM 230-SHOW-LEDGER-ENTRY.
    EVALUATE TRUE
        WHEN SL-WRITTEN-OFF
            DISPLAY "  ALREADY WRITTEN OFF BY " SL-CLOSED-BY " ON "
                SL-CLOSED-DATE
        WHEN SL-CORRECTED
            DISPLAY "  ALREADY CORRECTED BY RESUBMIT RUN "
                SL-CLOSED-RUN-NUMBER " - NOT OPEN"
        WHEN SL-RESUBMITTED
            DISPLAY "  RESUBMITTED - NOW OPEN AS RUN "
                SL-NEXT-RUN-NUMBER " RECORD " SL-NEXT-RECORD-NBR
        WHEN NOT SL-OPEN
            DISPLAY "  ENTRY STATUS " SL-STATUS " - NOT OPEN"
        WHEN OTHER
            MOVE SPACES TO WS-WRITE-OFF-REASON-INPUT
            PERFORM UNTIL WS-WRITE-OFF-REASON-INPUT NOT = SPACES
                DISPLAY "  Reason for write-off: " WITH NO ADVANCING
                ACCEPT WS-WRITE-OFF-REASON-INPUT
            END-PERFORM
            MOVE SPACE TO WS-CONFIRM
            PERFORM UNTIL WS-CONFIRM-YES OR WS-CONFIRM-NO
                DISPLAY "  Write this item off (Y/N)? "
                    WITH NO ADVANCING
                ACCEPT WS-CONFIRM
            END-PERFORM
            IF WS-CONFIRM-YES
                PERFORM 430-RECORD-WRITE-OFF
            ELSE
                DISPLAY "  WRITE-OFF CANCELLED"
            END-IF
    END-EVALUATE.

430-RECORD-WRITE-OFF.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    SET SL-WRITTEN-OFF TO TRUE.
    MOVE WS-OPERATOR-ID TO SL-CLOSED-BY.
    MOVE WS-CDT-DATE TO SL-CLOSED-DATE.
    MOVE WS-CDT-TIME TO SL-CLOSED-TIME.
    MOVE ZERO TO SL-CLOSED-RUN-NUMBER.
    MOVE WS-WRITE-OFF-REASON-INPUT TO SL-WRITE-OFF-REASON.
    REWRITE SUSPENSE-LEDGER-RECORD
        INVALID KEY
            DISPLAY "  ERROR: UNABLE TO UPDATE SUSPENSE-LEDGER.DAT "
                "- STATUS " WS-SUSP-LEDGER-STATUS
        NOT INVALID KEY
            ADD 1 TO WS-SESSION-WRITE-OFF-COUNT
            DISPLAY "  WRITTEN OFF"
    END-REWRITE.

*> Three sections: open items by reason and age bucket, with the
*> ledger's status totals; every open item over 30 days old; and the
*> items written off this calendar month, with who and why. Items
*> over 30 days old set return code 4 in the scheduled run.
700-PRINT-AGING-REPORT.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    MOVE WS-CDT-DATE TO WS-TODAY.
    DIVIDE WS-TODAY BY 100 GIVING WS-MONTH-START.
    COMPUTE WS-MONTH-START = WS-MONTH-START * 100 + 1.
    MOVE ZERO TO WS-OPEN-COUNT WS-RESUBMITTED-COUNT WS-CORRECTED-COUNT
        WS-WRITTEN-OFF-COUNT WS-OVER-30-COUNT WS-MONTH-WRITE-OFF-COUNT
        WS-OLDEST-AGE.
    MOVE ZERO TO WS-AGING-TABLE WS-AGING-TOTALS.
    MOVE ZERO TO WS-PAGE-NUMBER.
    OPEN OUTPUT AGING-PRINT-FILE.
    IF WS-AGING-PRINT-STATUS NOT = "00"
        DISPLAY "ERROR: UNABLE TO OPEN SUSPENSE-AGING.PRT - STATUS "
            WS-AGING-PRINT-STATUS
        STOP RUN
    END-IF.
    PERFORM 705-START-REPORT-PASS.
    PERFORM UNTIL WS-EOF
        PERFORM 710-ACCUMULATE-ENTRY
        PERFORM 220-READ-NEXT-LEDGER
    END-PERFORM.
    MOVE WS-MATRIX-HEADING TO WS-COLUMN-HEADING.
    MOVE 999 TO WS-LINE-COUNT.
    PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
            UNTIL WS-REASON-IDX > WS-REASON-ROWS
        PERFORM 720-WRITE-MATRIX-LINE
    END-PERFORM.
    MOVE "TOTAL" TO WS-ML-REASON.
    MOVE WS-AG-TOTAL(1) TO WS-ML-BUCKET-1.
    MOVE WS-AG-TOTAL(2) TO WS-ML-BUCKET-2.
    MOVE WS-AG-TOTAL(3) TO WS-ML-BUCKET-3.
    MOVE WS-AG-TOTAL(4) TO WS-ML-TOTAL.
    MOVE WS-MATRIX-LINE TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.
    MOVE "ITEMS OPEN:            " TO WS-TL-LABEL.
    MOVE WS-OPEN-COUNT TO WS-TL-COUNT.
    PERFORM 405-WRITE-TOTAL-LINE.
    MOVE "RESUBMITTED:           " TO WS-TL-LABEL.
    MOVE WS-RESUBMITTED-COUNT TO WS-TL-COUNT.
    PERFORM 405-WRITE-TOTAL-LINE.
    MOVE "CORRECTED:             " TO WS-TL-LABEL.
    MOVE WS-CORRECTED-COUNT TO WS-TL-COUNT.
    PERFORM 405-WRITE-TOTAL-LINE.
    MOVE "WRITTEN OFF:           " TO WS-TL-LABEL.
    MOVE WS-WRITTEN-OFF-COUNT TO WS-TL-COUNT.
    PERFORM 405-WRITE-TOTAL-LINE.
    MOVE "WRITTEN OFF THIS MONTH:" TO WS-TL-LABEL.
    MOVE WS-MONTH-WRITE-OFF-COUNT TO WS-TL-COUNT.
    PERFORM 405-WRITE-TOTAL-LINE.
    MOVE "OLDEST OPEN (DAYS):    " TO WS-TL-LABEL.
    MOVE WS-OLDEST-AGE TO WS-TL-COUNT.
    PERFORM 405-WRITE-TOTAL-LINE.

    MOVE WS-OVER-30-HEADING TO WS-COLUMN-HEADING.
    MOVE 999 TO WS-LINE-COUNT.
    PERFORM 705-START-REPORT-PASS.
    PERFORM UNTIL WS-EOF
        IF SL-OPEN
            PERFORM 225-COMPUTE-AGE
            IF WS-AGE-DAYS > 30
                PERFORM 730-WRITE-OVER-30-LINE
            END-IF
        END-IF
        PERFORM 220-READ-NEXT-LEDGER
    END-PERFORM.
    IF WS-OVER-30-COUNT = ZERO
        MOVE "NO OPEN ITEMS OVER 30 DAYS OLD" TO WS-REPORT-LINE
        PERFORM 500-WRITE-REPORT-LINE
    END-IF.
    MOVE "OPEN OVER 30 DAYS:     " TO WS-TL-LABEL.
    MOVE WS-OVER-30-COUNT TO WS-TL-COUNT.
    PERFORM 405-WRITE-TOTAL-LINE.

    MOVE WS-WRITE-OFF-HEADING TO WS-COLUMN-HEADING.
    MOVE 999 TO WS-LINE-COUNT.
    PERFORM 705-START-REPORT-PASS.
    PERFORM UNTIL WS-EOF
        IF SL-WRITTEN-OFF AND SL-CLOSED-DATE >= WS-MONTH-START
            PERFORM 740-WRITE-WRITE-OFF-LINE
        END-IF
        PERFORM 220-READ-NEXT-LEDGER
    END-PERFORM.
    IF WS-MONTH-WRITE-OFF-COUNT = ZERO
        MOVE "NO ITEMS WRITTEN OFF THIS MONTH" TO WS-REPORT-LINE
        PERFORM 500-WRITE-REPORT-LINE
    END-IF.
    MOVE WS-END-OF-REPORT-LINE TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.
    CLOSE AGING-PRINT-FILE.

705-START-REPORT-PASS.
    IF WS-SUSP-LEDGER-STATUS = "35"
        SET WS-EOF TO TRUE
    ELSE
        PERFORM 210-START-LEDGER-FILE
        IF NOT WS-EOF
            PERFORM 220-READ-NEXT-LEDGER
        END-IF
    END-IF.

710-ACCUMULATE-ENTRY.
    EVALUATE TRUE
        WHEN SL-OPEN
            ADD 1 TO WS-OPEN-COUNT
            PERFORM 225-COMPUTE-AGE
            IF WS-AGE-DAYS > WS-OLDEST-AGE
                MOVE WS-AGE-DAYS TO WS-OLDEST-AGE
            END-IF
            EVALUATE TRUE
                WHEN WS-AGE-DAYS <= 7
                    MOVE 1 TO WS-BUCKET-IDX
                WHEN WS-AGE-DAYS <= 30
                    MOVE 2 TO WS-BUCKET-IDX
                WHEN OTHER
                    MOVE 3 TO WS-BUCKET-IDX
            END-EVALUATE
            PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                    UNTIL WS-REASON-IDX >= WS-REASON-ROWS
                    OR WS-REASON-CODE-ENTRY(WS-REASON-IDX)
                        = SL-REASON-CODE
                CONTINUE
            END-PERFORM
            ADD 1 TO WS-AG-COUNT(WS-REASON-IDX, WS-BUCKET-IDX)
            ADD 1 TO WS-AG-COUNT(WS-REASON-IDX, 4)
            ADD 1 TO WS-AG-TOTAL(WS-BUCKET-IDX)
            ADD 1 TO WS-AG-TOTAL(4)
        WHEN SL-RESUBMITTED
            ADD 1 TO WS-RESUBMITTED-COUNT
        WHEN SL-CORRECTED
            ADD 1 TO WS-CORRECTED-COUNT
        WHEN SL-WRITTEN-OFF
            ADD 1 TO WS-WRITTEN-OFF-COUNT
            IF SL-CLOSED-DATE >= WS-MONTH-START
                ADD 1 TO WS-MONTH-WRITE-OFF-COUNT
            END-IF
    END-EVALUATE.

720-WRITE-MATRIX-LINE.
    IF WS-REASON-IDX = WS-REASON-ROWS
        MOVE "OTHER" TO WS-ML-REASON
    ELSE
        MOVE WS-REASON-CODE-ENTRY(WS-REASON-IDX) TO WS-ML-REASON
    END-IF.
    MOVE WS-AG-COUNT(WS-REASON-IDX, 1) TO WS-ML-BUCKET-1.
    MOVE WS-AG-COUNT(WS-REASON-IDX, 2) TO WS-ML-BUCKET-2.
    MOVE WS-AG-COUNT(WS-REASON-IDX, 3) TO WS-ML-BUCKET-3.
    MOVE WS-AG-COUNT(WS-REASON-IDX, 4) TO WS-ML-TOTAL.
    MOVE WS-MATRIX-LINE TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.

730-WRITE-OVER-30-LINE.
    ADD 1 TO WS-OVER-30-COUNT.
    MOVE SL-RUN-NUMBER TO WS-OL-RUN-NUMBER.
    MOVE SL-RECORD-NBR TO WS-OL-RECORD-NBR.
    MOVE SL-REASON-CODE TO WS-OL-REASON.
    MOVE SL-BATCH-DATE TO WS-OL-BATCH-DATE.
    MOVE WS-AGE-FROM-DATE TO WS-OL-FIRST-DATE.
    MOVE WS-AGE-DAYS TO WS-OL-AGE.
    IF SL-PRICING-ENTRY
        MOVE SL-CUSTOMER-NO TO WS-OL-CUSTOMER-NO
        MOVE SL-ORDER-NO TO WS-OL-ORDER-NO
        MOVE SL-PR-ITEM-CODE TO WS-OL-ITEM-CODE
    ELSE
        MOVE SPACES TO WS-OL-CUSTOMER-NO WS-OL-ORDER-NO
            WS-OL-ITEM-CODE
    END-IF.
    MOVE WS-OVER-30-LINE TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.

740-WRITE-WRITE-OFF-LINE.
    MOVE SL-RUN-NUMBER TO WS-WL-RUN-NUMBER.
    MOVE SL-RECORD-NBR TO WS-WL-RECORD-NBR.
    MOVE SL-REASON-CODE TO WS-WL-REASON.
    MOVE SL-CLOSED-DATE TO WS-WL-CLOSED-DATE.
    MOVE SL-CLOSED-BY TO WS-WL-CLOSED-BY.
    MOVE SL-WRITE-OFF-REASON TO WS-WL-WHY.
    MOVE WS-WRITE-OFF-LINE TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.

405-WRITE-TOTAL-LINE.
    MOVE WS-TOTAL-LINE TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.

500-WRITE-REPORT-LINE.
    IF WS-LINE-COUNT >= WS-PAGE-DEPTH
        PERFORM 510-WRITE-PAGE-HEADINGS
    END-IF.
    WRITE AGING-PRINT-RECORD FROM WS-REPORT-LINE.
    ADD 1 TO WS-LINE-COUNT.

510-WRITE-PAGE-HEADINGS.
    ADD 1 TO WS-PAGE-NUMBER.
    IF WS-PAGE-NUMBER > 1
        MOVE SPACES TO AGING-PRINT-RECORD
        WRITE AGING-PRINT-RECORD
    END-IF.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    MOVE WS-PAGE-NUMBER TO WS-PH1-PAGE.
    WRITE AGING-PRINT-RECORD FROM WS-PAGE-HEADING-1.
    MOVE WS-CDT-DATE TO WS-PH2-DATE.
    MOVE WS-CDT-TIME TO WS-PH2-TIME.
    WRITE AGING-PRINT-RECORD FROM WS-PAGE-HEADING-2.
    WRITE AGING-PRINT-RECORD FROM WS-COLUMN-HEADING.
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
        MOVE "Suspense_ledger" TO SV-PROGRAM
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
