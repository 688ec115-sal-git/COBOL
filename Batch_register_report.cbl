IDENTIFICATION DIVISION.
PROGRAM-ID. Batch_register_report.
AUTHOR. Stephen.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BATCH-REGISTER-FILE ASSIGN TO "BATCH-REGISTER.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS BR-BATCH-KEY
        FILE STATUS IS WS-BATCH-REGISTER-STATUS.

    SELECT REGISTER-PRINT-FILE ASSIGN TO "BATCH-REGISTER.PRT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REGISTER-PRINT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  BATCH-REGISTER-FILE.
01  BATCH-REGISTER-RECORD.
    COPY BATCHREG.

FD  REGISTER-PRINT-FILE.
01  REGISTER-PRINT-RECORD   PIC X(80).

WORKING-STORAGE SECTION.
    01  WS-BATCH-REGISTER-STATUS PIC XX VALUE SPACES.
    01  WS-REGISTER-PRINT-STATUS PIC XX VALUE SPACES.

    01  WS-EOF-SWITCH           PIC X VALUE "N".
        88  WS-EOF              VALUE "Y".

    01  WS-CURRENT-DATE-TIME.
        05  WS-CDT-DATE         PIC 9(8).
        05  WS-CDT-TIME         PIC 9(8).
        05  FILLER              PIC X(5).

*> Batch-date range arrives as FROM=YYYYMMDD TO=YYYYMMDD on the
*> command line; both optional, defaulting to the whole register.
    01  WS-SELECT-PARM          PIC X(40) VALUE SPACES.
    01  WS-PARM-TOKENS.
        05  WS-PARM-TOKEN       PIC X(17) OCCURS 2 TIMES VALUE SPACES.
    01  WS-PARM-IDX             PIC 9 VALUE 1.
    01  WS-PARM-KEYWORD         PIC X(8) VALUE SPACES.
    01  WS-PARM-VALUE           PIC X(8) VALUE SPACES.
    01  WS-NUMVAL-CHECK         PIC S9(4) VALUE ZERO.

    01  WS-SEL-FROM-DATE        PIC 9(8) VALUE ZERO.
    01  WS-SEL-TO-DATE          PIC 9(8) VALUE 99999999.

    01  WS-READ-COUNT           PIC 9(7) VALUE ZERO.
    01  WS-LISTED-COUNT         PIC 9(7) VALUE ZERO.
    01  WS-RERUN-COUNT          PIC 9(7) VALUE ZERO.
    01  WS-OPEN-OVERRIDE-COUNT  PIC 9(7) VALUE ZERO.

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
            VALUE "DUPLICATE-BATCH REGISTER  ".
        05  FILLER              PIC X(22)
            VALUE "Batch_register_report ".
        05  FILLER              PIC X(6)  VALUE "PAGE: ".
        05  WS-PH1-PAGE         PIC ZZZ9.
        05  FILLER              PIC X(22) VALUE SPACES.

    01  WS-PAGE-HEADING-2.
        05  FILLER              PIC X(10) VALUE "RUN DATE: ".
        05  WS-PH2-DATE         PIC 9(8).
        05  FILLER              PIC X(8)  VALUE "  TIME: ".
        05  WS-PH2-TIME         PIC 9(8).
        05  FILLER              PIC X(8)  VALUE "  FROM: ".
        05  WS-PH2-FROM         PIC 9(8).
        05  FILLER              PIC X(6)  VALUE "  TO: ".
        05  WS-PH2-TO           PIC 9(8).
        05  FILLER              PIC X(16) VALUE SPACES.

    01  WS-COLUMN-HEADING       PIC X(80) VALUE
        "SENDER BATCH DT RECORDS       HASH TOTAL ST TIMES FIRST RUN  LAST RUN".

    01  WS-END-OF-REPORT-LINE   PIC X(80) VALUE "END OF REPORT".

    01  WS-REGISTER-LINE.
        05  WS-RGL-SENDER       PIC X(6).
        05  FILLER              PIC X     VALUE SPACE.
        05  WS-RGL-BATCH-DATE   PIC 9(8).
        05  FILLER              PIC X     VALUE SPACE.
        05  WS-RGL-COUNT        PIC ZZZZZZ9.
        05  FILLER              PIC X     VALUE SPACE.
        05  WS-RGL-HASH         PIC -Z(11)9.99.
        05  FILLER              PIC X(2)  VALUE SPACES.
        05  WS-RGL-STATUS       PIC X.
        05  FILLER              PIC X(3)  VALUE SPACES.
        05  WS-RGL-TIMES        PIC ZZ9.
        05  FILLER              PIC X(4)  VALUE SPACES.
        05  WS-RGL-FIRST-RUN    PIC 9(6).
        05  FILLER              PIC X(4)  VALUE SPACES.
        05  WS-RGL-LAST-RUN     PIC 9(6).
        05  FILLER              PIC X(12) VALUE SPACES.

    01  WS-REGISTER-DATE-LINE.
        05  FILLER              PIC X(18) VALUE "       FIRST RUN: ".
        05  WS-RDL-FIRST-DATE   PIC 9(8).
        05  FILLER              PIC X(12) VALUE "  LAST RUN: ".
        05  WS-RDL-LAST-DATE    PIC 9(8).
        05  FILLER              PIC X(16) VALUE "  OVERRIDE BY: ".
        05  WS-RDL-OVERRIDE-OPER PIC X(8).
        05  FILLER              PIC X     VALUE SPACE.
        05  WS-RDL-OVERRIDE-DATE PIC X(8).
        05  FILLER              PIC X     VALUE SPACE.

    01  WS-TOTAL-LINE.
        05  WS-TL-LABEL         PIC X(23).
        05  WS-TL-COUNT         PIC ZZZZZZ9.
        05  FILLER              PIC X(50) VALUE SPACES.

PROCEDURE DIVISION.
000-MAIN-CONTROL.
    PERFORM 100-PARSE-DATE-RANGE.
    OPEN INPUT BATCH-REGISTER-FILE.
    IF WS-BATCH-REGISTER-STATUS NOT = "00"
        DISPLAY "ERROR: UNABLE TO OPEN BATCH-REGISTER.DAT - STATUS "
            WS-BATCH-REGISTER-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT REGISTER-PRINT-FILE.
    IF WS-REGISTER-PRINT-STATUS NOT = "00"
        DISPLAY "ERROR: UNABLE TO OPEN BATCH-REGISTER.PRT - STATUS "
            WS-REGISTER-PRINT-STATUS
        STOP RUN
    END-IF.
    PERFORM 210-READ-REGISTER-RECORD.
    PERFORM UNTIL WS-EOF
        ADD 1 TO WS-READ-COUNT
        IF BR-BATCH-DATE >= WS-SEL-FROM-DATE
                AND BR-BATCH-DATE <= WS-SEL-TO-DATE
            PERFORM 300-WRITE-REGISTER-ENTRY
        END-IF
        PERFORM 210-READ-REGISTER-RECORD
    END-PERFORM.
    CLOSE BATCH-REGISTER-FILE.
    PERFORM 400-WRITE-REGISTER-TOTALS.
    CLOSE REGISTER-PRINT-FILE.
    DISPLAY "BATCH REGISTER LISTING COMPLETE - SEE BATCH-REGISTER.PRT".
    STOP RUN.

100-PARSE-DATE-RANGE.
    ACCEPT WS-SELECT-PARM FROM COMMAND-LINE.
    UNSTRING WS-SELECT-PARM DELIMITED BY ALL SPACE
        INTO WS-PARM-TOKEN(1) WS-PARM-TOKEN(2)
    END-UNSTRING.
    PERFORM VARYING WS-PARM-IDX FROM 1 BY 1 UNTIL WS-PARM-IDX > 2
        PERFORM 105-CLASSIFY-DATE-TOKEN
    END-PERFORM.

105-CLASSIFY-DATE-TOKEN.
    IF WS-PARM-TOKEN(WS-PARM-IDX) NOT = SPACES
        MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE
        UNSTRING WS-PARM-TOKEN(WS-PARM-IDX) DELIMITED BY "="
            INTO WS-PARM-KEYWORD WS-PARM-VALUE
        END-UNSTRING
        MOVE FUNCTION TEST-NUMVAL(WS-PARM-VALUE) TO WS-NUMVAL-CHECK
        EVALUATE TRUE
            WHEN WS-PARM-KEYWORD = "FROM" AND WS-NUMVAL-CHECK = 0
                COMPUTE WS-SEL-FROM-DATE =
                    FUNCTION NUMVAL(WS-PARM-VALUE)
            WHEN WS-PARM-KEYWORD = "TO" AND WS-NUMVAL-CHECK = 0
                COMPUTE WS-SEL-TO-DATE =
                    FUNCTION NUMVAL(WS-PARM-VALUE)
            WHEN OTHER
                DISPLAY "WARNING: UNRECOGNIZED PARAMETER "
                    WS-PARM-TOKEN(WS-PARM-IDX)
        END-EVALUATE
    END-IF.

210-READ-REGISTER-RECORD.
    READ BATCH-REGISTER-FILE
        AT END
            SET WS-EOF TO TRUE
    END-READ.

*> Two lines per batch: the identity and run numbers, then the dates
*> and whoever last authorized a re-run. An entry still at "O" is an
*> override granted by the edit that no calculation run has used yet.
300-WRITE-REGISTER-ENTRY.
    ADD 1 TO WS-LISTED-COUNT.
    IF BR-PROCESS-COUNT > 1
        ADD 1 TO WS-RERUN-COUNT
    END-IF.
    IF BR-OVERRIDE-GRANTED
        ADD 1 TO WS-OPEN-OVERRIDE-COUNT
    END-IF.
    MOVE BR-SENDER-CODE TO WS-RGL-SENDER.
    MOVE BR-BATCH-DATE TO WS-RGL-BATCH-DATE.
    MOVE BR-RECORD-COUNT TO WS-RGL-COUNT.
    MOVE BR-HASH-TOTAL TO WS-RGL-HASH.
    MOVE BR-STATUS TO WS-RGL-STATUS.
    MOVE BR-PROCESS-COUNT TO WS-RGL-TIMES.
    MOVE BR-FIRST-RUN-NUMBER TO WS-RGL-FIRST-RUN.
    MOVE BR-LAST-RUN-NUMBER TO WS-RGL-LAST-RUN.
    MOVE WS-REGISTER-LINE TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.
    MOVE BR-FIRST-RUN-DATE TO WS-RDL-FIRST-DATE.
    MOVE BR-LAST-RUN-DATE TO WS-RDL-LAST-DATE.
    IF BR-OVERRIDE-OPER-ID = SPACES
        MOVE "(NONE)" TO WS-RDL-OVERRIDE-OPER
        MOVE SPACES TO WS-RDL-OVERRIDE-DATE
    ELSE
        MOVE BR-OVERRIDE-OPER-ID TO WS-RDL-OVERRIDE-OPER
        MOVE BR-OVERRIDE-DATE TO WS-RDL-OVERRIDE-DATE
    END-IF.
    MOVE WS-REGISTER-DATE-LINE TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.

400-WRITE-REGISTER-TOTALS.
    IF WS-LISTED-COUNT = ZERO
        MOVE "NO BATCHES IN SELECTED RANGE" TO WS-REPORT-LINE
        PERFORM 500-WRITE-REPORT-LINE
    END-IF.
    MOVE "ENTRIES READ:          " TO WS-TL-LABEL.
    MOVE WS-READ-COUNT TO WS-TL-COUNT.
    PERFORM 405-WRITE-TOTAL-LINE.
    MOVE "BATCHES LISTED:        " TO WS-TL-LABEL.
    MOVE WS-LISTED-COUNT TO WS-TL-COUNT.
    PERFORM 405-WRITE-TOTAL-LINE.
    MOVE "PROCESSED MORE THAN 1X:" TO WS-TL-LABEL.
    MOVE WS-RERUN-COUNT TO WS-TL-COUNT.
    PERFORM 405-WRITE-TOTAL-LINE.
    MOVE "OVERRIDES NOT YET USED:" TO WS-TL-LABEL.
    MOVE WS-OPEN-OVERRIDE-COUNT TO WS-TL-COUNT.
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
    WRITE REGISTER-PRINT-RECORD FROM WS-REPORT-LINE.
    ADD 1 TO WS-LINE-COUNT.

510-WRITE-PAGE-HEADINGS.
    ADD 1 TO WS-PAGE-NUMBER.
    IF WS-PAGE-NUMBER > 1
        MOVE SPACES TO REGISTER-PRINT-RECORD
        WRITE REGISTER-PRINT-RECORD
    END-IF.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    MOVE WS-PAGE-NUMBER TO WS-PH1-PAGE.
    WRITE REGISTER-PRINT-RECORD FROM WS-PAGE-HEADING-1.
    MOVE WS-CDT-DATE TO WS-PH2-DATE.
    MOVE WS-CDT-TIME TO WS-PH2-TIME.
    MOVE WS-SEL-FROM-DATE TO WS-PH2-FROM.
    MOVE WS-SEL-TO-DATE TO WS-PH2-TO.
    WRITE REGISTER-PRINT-RECORD FROM WS-PAGE-HEADING-2.
    WRITE REGISTER-PRINT-RECORD FROM WS-COLUMN-HEADING.
    MOVE 4 TO WS-LINE-COUNT.
