IDENTIFICATION DIVISION.
PROGRAM-ID. Reorder_report.
AUTHOR. Stephen.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ITEM-MASTER-FILE ASSIGN TO "ITEM-MASTER.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS IM-ITEM-CODE
        FILE STATUS IS WS-ITEM-MASTER-STATUS.

    SELECT REORDER-PRINT-FILE ASSIGN TO "REORDER-REPORT.PRT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REORDER-PRINT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  ITEM-MASTER-FILE.
01  ITEM-MASTER-RECORD.
    COPY ITEMMAST.

FD  REORDER-PRINT-FILE.
01  REORDER-PRINT-RECORD    PIC X(80).

WORKING-STORAGE SECTION.
    01  WS-ITEM-MASTER-STATUS   PIC XX VALUE SPACES.
    01  WS-REORDER-PRINT-STATUS PIC XX VALUE SPACES.

    01  WS-EOF-SWITCH           PIC X VALUE "N".
        88  WS-EOF              VALUE "Y".

    01  WS-CURRENT-DATE-TIME.
        05  WS-CDT-DATE         PIC 9(8).
        05  WS-CDT-TIME         PIC 9(8).
        05  FILLER              PIC X(5).

    01  WS-READ-COUNT           PIC 9(7) VALUE ZERO.
    01  WS-UNTRACKED-COUNT      PIC 9(7) VALUE ZERO.
    01  WS-LISTED-COUNT         PIC 9(7) VALUE ZERO.
    01  WS-NEGATIVE-COUNT       PIC 9(7) VALUE ZERO.

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
            VALUE "REORDER EXCEPTION REPORT  ".
        05  FILLER              PIC X(22)
            VALUE "Reorder_report        ".
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
        05  FILLER              PIC X(41)
            VALUE "ITEM     DESCRIPTION              ON HAND".
        05  FILLER              PIC X(39)
            VALUE "  REORD PT REORD QTY  EXCEPTION".

    01  WS-END-OF-REPORT-LINE   PIC X(80) VALUE "END OF REPORT".

    01  WS-REORDER-LINE.
        05  WS-ROL-ITEM-CODE    PIC X(8).
        05  FILLER              PIC X     VALUE SPACE.
        05  WS-ROL-DESC         PIC X(20).
        05  FILLER              PIC X     VALUE SPACE.
        05  WS-ROL-ON-HAND      PIC -ZZZZZZ9.99.
        05  FILLER              PIC X     VALUE SPACE.
        05  WS-ROL-REORDER-POINT PIC ZZZZZ9.99.
        05  FILLER              PIC X     VALUE SPACE.
        05  WS-ROL-REORDER-QTY  PIC ZZZZZ9.99.
        05  FILLER              PIC X(2)  VALUE SPACES.
        05  WS-ROL-EXCEPTION    PIC X(17).

    01  WS-NEGATIVE-NOTE.
        05  FILLER              PIC X(8)  VALUE "NEG RUN ".
        05  WS-NN-RUN-NUMBER    PIC 9(6).
        05  FILLER              PIC X(3)  VALUE SPACES.

    01  WS-TOTAL-LINE.
        05  WS-TL-LABEL         PIC X(23).
        05  WS-TL-COUNT         PIC ZZZZZZ9.
        05  FILLER              PIC X(50) VALUE SPACES.

PROCEDURE DIVISION.
000-MAIN-CONTROL.
    OPEN INPUT ITEM-MASTER-FILE.
    IF WS-ITEM-MASTER-STATUS NOT = "00"
        DISPLAY "ERROR: UNABLE TO OPEN ITEM-MASTER.DAT - STATUS "
            WS-ITEM-MASTER-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT REORDER-PRINT-FILE.
    IF WS-REORDER-PRINT-STATUS NOT = "00"
        DISPLAY "ERROR: UNABLE TO OPEN REORDER-REPORT.PRT - STATUS "
            WS-REORDER-PRINT-STATUS
        STOP RUN
    END-IF.
    PERFORM 210-READ-ITEM-RECORD.
    PERFORM UNTIL WS-EOF
        ADD 1 TO WS-READ-COUNT
        PERFORM 300-CHECK-ITEM
        PERFORM 210-READ-ITEM-RECORD
    END-PERFORM.
    CLOSE ITEM-MASTER-FILE.
    PERFORM 400-WRITE-REORDER-TOTALS.
    CLOSE REORDER-PRINT-FILE.
    DISPLAY "REORDER EXCEPTION REPORT COMPLETE - SEE REORDER-REPORT.PRT".
    IF WS-NEGATIVE-COUNT > ZERO
        DISPLAY "  ITEMS BELOW ZERO ON HAND: " WS-NEGATIVE-COUNT
        MOVE 4 TO RETURN-CODE
    END-IF.
    STOP RUN.

210-READ-ITEM-RECORD.
    READ ITEM-MASTER-FILE
        AT END
            SET WS-EOF TO TRUE
    END-READ.

*> An item is listed when on-hand is at or below its reorder point,
*> which takes in every item below zero. Items a pricing run drove
*> negative carry that run's number so the shortfall can be traced
*> to the shipments that caused it. Items not yet stock-tracked are
*> counted but not listed.
300-CHECK-ITEM.
    IF IM-ON-HAND-QTY NOT NUMERIC
        ADD 1 TO WS-UNTRACKED-COUNT
    ELSE
        IF IM-REORDER-POINT NOT NUMERIC
            MOVE ZERO TO IM-REORDER-POINT
        END-IF
        IF IM-REORDER-QTY NOT NUMERIC
            MOVE ZERO TO IM-REORDER-QTY
        END-IF
        IF IM-ON-HAND-QTY <= IM-REORDER-POINT
            PERFORM 310-WRITE-REORDER-LINE
        END-IF
    END-IF.

310-WRITE-REORDER-LINE.
    ADD 1 TO WS-LISTED-COUNT.
    MOVE IM-ITEM-CODE TO WS-ROL-ITEM-CODE.
    MOVE IM-ITEM-DESC TO WS-ROL-DESC.
    MOVE IM-ON-HAND-QTY TO WS-ROL-ON-HAND.
    MOVE IM-REORDER-POINT TO WS-ROL-REORDER-POINT.
    MOVE IM-REORDER-QTY TO WS-ROL-REORDER-QTY.
    EVALUATE TRUE
        WHEN IM-ON-HAND-QTY < ZERO
                AND IM-NEGATIVE-RUN-NUMBER NUMERIC
                AND IM-NEGATIVE-RUN-NUMBER NOT = ZERO
            ADD 1 TO WS-NEGATIVE-COUNT
            MOVE IM-NEGATIVE-RUN-NUMBER TO WS-NN-RUN-NUMBER
            MOVE WS-NEGATIVE-NOTE TO WS-ROL-EXCEPTION
        WHEN IM-ON-HAND-QTY < ZERO
            ADD 1 TO WS-NEGATIVE-COUNT
            MOVE "BELOW ZERO" TO WS-ROL-EXCEPTION
        WHEN OTHER
            MOVE "AT/BELOW REORDER" TO WS-ROL-EXCEPTION
    END-EVALUATE.
    MOVE WS-REORDER-LINE TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.

400-WRITE-REORDER-TOTALS.
    IF WS-LISTED-COUNT = ZERO
        MOVE "NO ITEMS AT OR BELOW REORDER POINT" TO WS-REPORT-LINE
        PERFORM 500-WRITE-REPORT-LINE
    END-IF.
    MOVE "ITEMS READ:            " TO WS-TL-LABEL.
    MOVE WS-READ-COUNT TO WS-TL-COUNT.
    PERFORM 405-WRITE-TOTAL-LINE.
    MOVE "NOT STOCK-TRACKED:     " TO WS-TL-LABEL.
    MOVE WS-UNTRACKED-COUNT TO WS-TL-COUNT.
    PERFORM 405-WRITE-TOTAL-LINE.
    MOVE "AT OR BELOW REORDER:   " TO WS-TL-LABEL.
    MOVE WS-LISTED-COUNT TO WS-TL-COUNT.
    PERFORM 405-WRITE-TOTAL-LINE.
    MOVE "BELOW ZERO ON HAND:    " TO WS-TL-LABEL.
    MOVE WS-NEGATIVE-COUNT TO WS-TL-COUNT.
    PERFORM 405-WRITE-TOTAL-LINE.
    MOVE WS-END-OF-REPORT-LINE TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.

405-WRITE-TOTAL-LINE.
    MOVE WS-TOTAL-LINE TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.

500-WRITE-REPORT-LINE.
    IF WS-LINE-COUNT >= WS-PAGE-DEPTH
        PERFORM 510-WRITE-PAGE-HEADINGS
    END-IF.
    WRITE REORDER-PRINT-RECORD FROM WS-REPORT-LINE.
    ADD 1 TO WS-LINE-COUNT.

510-WRITE-PAGE-HEADINGS.
    ADD 1 TO WS-PAGE-NUMBER.
    IF WS-PAGE-NUMBER > 1
        MOVE SPACES TO REORDER-PRINT-RECORD
        WRITE REORDER-PRINT-RECORD
    END-IF.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    MOVE WS-PAGE-NUMBER TO WS-PH1-PAGE.
    WRITE REORDER-PRINT-RECORD FROM WS-PAGE-HEADING-1.
    MOVE WS-CDT-DATE TO WS-PH2-DATE.
    MOVE WS-CDT-TIME TO WS-PH2-TIME.
    WRITE REORDER-PRINT-RECORD FROM WS-PAGE-HEADING-2.
    WRITE REORDER-PRINT-RECORD FROM WS-COLUMN-HEADING.
    MOVE 4 TO WS-LINE-COUNT.
