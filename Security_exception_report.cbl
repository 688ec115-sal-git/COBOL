IDENTIFICATION DIVISION.
PROGRAM-ID. Security_exception_report.
AUTHOR. Stephen.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SECURITY-VIOLATION-LOG ASSIGN TO "SECURITY-VIOLATION.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SEC-VIOL-STATUS.

    SELECT SECURITY-PRINT-FILE ASSIGN TO "SECURITY-EXCEPTIONS.PRT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SECURITY-PRINT-STATUS.

    SELECT SECURITY-SORT-FILE ASSIGN TO "SECSORT.TMP".

DATA DIVISION.
FILE SECTION.
FD  SECURITY-VIOLATION-LOG.
01  SECURITY-VIOLATION-RECORD.
    COPY SECVIOL.

FD  SECURITY-PRINT-FILE.
01  SECURITY-PRINT-RECORD   PIC X(80).

SD  SECURITY-SORT-FILE.
01  SECURITY-SORT-RECORD.
    05  SS-OPERATOR-ID      PIC X(8).
    05  SS-PROGRAM          PIC X(30).
    05  SS-REASON           PIC X(4).
    05  SS-LOCKED-FLAG      PIC X.

WORKING-STORAGE SECTION.
    01  WS-SEC-VIOL-STATUS      PIC XX VALUE SPACES.
    01  WS-SECURITY-PRINT-STATUS PIC XX VALUE SPACES.

    01  WS-EOF-SWITCH           PIC X VALUE "N".
        88  WS-EOF              VALUE "Y".

    01  WS-CURRENT-DATE-TIME.
        05  WS-CDT-DATE         PIC 9(8).
        05  WS-CDT-TIME         PIC 9(8).
        05  FILLER              PIC X(5).

*> DATE=yyyymmdd reports another day; with no parameter the report
*> covers today, which is how the nightly stream runs it.
    01  WS-RUN-PARM             PIC X(40) VALUE SPACES.
    01  WS-PARM-TOKEN           PIC X(17) VALUE SPACES.
    01  WS-PARM-KEYWORD         PIC X(8) VALUE SPACES.
    01  WS-PARM-VALUE           PIC X(8) VALUE SPACES.
    01  WS-NUMVAL-CHECK         PIC 9(4) VALUE ZERO.
    01  WS-REPORT-DATE          PIC 9(8) VALUE ZERO.

    01  WS-READ-COUNT           PIC 9(7) VALUE ZERO.
    01  WS-SELECTED-COUNT       PIC 9(7) VALUE ZERO.
    01  WS-OPERATOR-COUNT       PIC 9(7) VALUE ZERO.
    01  WS-LOCKED-COUNT         PIC 9(7) VALUE ZERO.

*> Control-break keys and the counts for the operator/program pair
*> being accumulated, the operator, and the whole day. Each counts
*> group holds one bucket per refusal reason in SECVIOL.CPY order:
*> UNKN, DEAC, NAUT, LOCK, UNVF.
    01  WS-CURRENT-OPERATOR-ID  PIC X(8) VALUE SPACES.
    01  WS-CURRENT-PROGRAM      PIC X(30) VALUE SPACES.
    01  WS-GROUP-OPEN-SWITCH    PIC X VALUE "N".
        88  WS-GROUP-OPEN       VALUE "Y".
    01  WS-PAIR-COUNTS.
        05  WS-PAIR-REASON      PIC 9(5) OCCURS 5 TIMES.
        05  WS-PAIR-TOTAL       PIC 9(5).
        05  WS-PAIR-LOCKED-SWITCH PIC X.
            88  WS-PAIR-LOCKED  VALUE "Y".
    01  WS-OPER-COUNTS.
        05  WS-OPER-REASON      PIC 9(5) OCCURS 5 TIMES.
        05  WS-OPER-TOTAL       PIC 9(5).
        05  WS-OPER-LOCKED-SWITCH PIC X.
            88  WS-OPER-LOCKED  VALUE "Y".
    01  WS-DAY-COUNTS.
        05  WS-DAY-REASON       PIC 9(5) OCCURS 5 TIMES.
        05  WS-DAY-TOTAL        PIC 9(5).
    01  WS-REASON-IDX           PIC 9 VALUE ZERO.

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
            VALUE "SECURITY EXCEPTION REPORT ".
        05  FILLER              PIC X(26)
            VALUE "Security_exception_report ".
        05  FILLER              PIC X(6)  VALUE "PAGE: ".
        05  WS-PH1-PAGE         PIC ZZZ9.
        05  FILLER              PIC X(18) VALUE SPACES.

    01  WS-PAGE-HEADING-2.
        05  FILLER              PIC X(10) VALUE "RUN DATE: ".
        05  WS-PH2-DATE         PIC 9(8).
        05  FILLER              PIC X(8)  VALUE "  TIME: ".
        05  WS-PH2-TIME         PIC 9(8).
        05  FILLER              PIC X(18) VALUE "  VIOLATIONS ON: ".
        05  WS-PH2-REPORT-DATE  PIC 9(8).
        05  FILLER              PIC X(20) VALUE SPACES.

    01  WS-COLUMN-HEADING.
        05  FILLER              PIC X(39)
            VALUE "OPERATOR PROGRAM".
        05  FILLER              PIC X(41)
            VALUE " UNKN DEAC NAUT LOCK UNVF TOTAL LOCKED".

    01  WS-END-OF-REPORT-LINE   PIC X(80) VALUE "END OF REPORT".

    01  WS-EXCEPTION-LINE.
        05  WS-EXL-OPERATOR-ID  PIC X(8).
        05  FILLER              PIC X     VALUE SPACE.
        05  WS-EXL-PROGRAM      PIC X(30).
        05  WS-EXL-REASON-GROUP.
            10  WS-EXL-REASON-ENTRY OCCURS 5 TIMES.
                15  FILLER      PIC X.
                15  WS-EXL-REASON PIC ZZZ9.
        05  FILLER              PIC X     VALUE SPACE.
        05  WS-EXL-TOTAL        PIC ZZZZ9.
        05  FILLER              PIC X     VALUE SPACE.
        05  WS-EXL-LOCKED       PIC X(6).
        05  FILLER              PIC X(3)  VALUE SPACES.

    01  WS-LEGEND-LINE-1        PIC X(80) VALUE
        "UNKN = ID NOT ON FILE   DEAC = DEACTIVATED   NAUT = NOT AUTHORIZED".
    01  WS-LEGEND-LINE-2        PIC X(80) VALUE
        "LOCK = ID ALREADY LOCKED   UNVF = OPERATOR MASTER UNREADABLE".

    01  WS-SIGN-OFF-LINE.
        05  FILLER              PIC X(40)
            VALUE "REVIEWED BY: ____________________      ".
        05  FILLER              PIC X(40)
            VALUE "DATE: ____________".

    01  WS-TOTAL-LINE.
        05  WS-TL-LABEL         PIC X(23).
        05  WS-TL-COUNT         PIC ZZZZZZ9.
        05  FILLER              PIC X(50) VALUE SPACES.

PROCEDURE DIVISION.
000-MAIN-CONTROL.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    MOVE WS-CDT-DATE TO WS-REPORT-DATE.
    PERFORM 100-PARSE-PARMS.
    MOVE WS-REPORT-DATE TO WS-PH2-REPORT-DATE.
    OPEN OUTPUT SECURITY-PRINT-FILE.
    IF WS-SECURITY-PRINT-STATUS NOT = "00"
        DISPLAY "ERROR: UNABLE TO OPEN SECURITY-EXCEPTIONS.PRT "
            "- STATUS " WS-SECURITY-PRINT-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    INITIALIZE WS-DAY-COUNTS.
    SORT SECURITY-SORT-FILE
        ON ASCENDING KEY SS-OPERATOR-ID SS-PROGRAM
        INPUT PROCEDURE IS 200-SELECT-VIOLATIONS
        OUTPUT PROCEDURE IS 300-PRINT-EXCEPTIONS.
    PERFORM 400-WRITE-REPORT-TOTALS.
    CLOSE SECURITY-PRINT-FILE.
    DISPLAY "SECURITY EXCEPTION REPORT COMPLETE - SEE "
        "SECURITY-EXCEPTIONS.PRT".
    IF WS-LOCKED-COUNT > ZERO
        DISPLAY "  OPERATOR IDS LOCKED ON " WS-REPORT-DATE ": "
            WS-LOCKED-COUNT
        MOVE 4 TO RETURN-CODE
    END-IF.
    STOP RUN.

100-PARSE-PARMS.
    ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
    UNSTRING WS-RUN-PARM DELIMITED BY ALL SPACE
        INTO WS-PARM-TOKEN
    END-UNSTRING.
    IF WS-PARM-TOKEN NOT = SPACES
        UNSTRING WS-PARM-TOKEN DELIMITED BY "="
            INTO WS-PARM-KEYWORD WS-PARM-VALUE
        END-UNSTRING
        EVALUATE TRUE
            WHEN WS-PARM-KEYWORD = "DATE"
                MOVE FUNCTION TEST-NUMVAL(WS-PARM-VALUE)
                    TO WS-NUMVAL-CHECK
                IF WS-NUMVAL-CHECK = 0
                    COMPUTE WS-REPORT-DATE =
                        FUNCTION NUMVAL(WS-PARM-VALUE)
                ELSE
                    DISPLAY "WARNING: DATE VALUE NOT NUMERIC: "
                        WS-PARM-VALUE " - REPORTING TODAY"
                END-IF
            WHEN OTHER
                DISPLAY "WARNING: UNRECOGNIZED PARAMETER "
                    WS-PARM-TOKEN
        END-EVALUATE
    END-IF.

*> Releases the day's refusals. No violation log at all simply means
*> nobody has been refused yet.
200-SELECT-VIOLATIONS.
    OPEN INPUT SECURITY-VIOLATION-LOG.
    IF WS-SEC-VIOL-STATUS = "35"
        SET WS-EOF TO TRUE
    ELSE
        IF WS-SEC-VIOL-STATUS NOT = "00"
            DISPLAY "ERROR: UNABLE TO OPEN SECURITY-VIOLATION.DAT "
                "- STATUS " WS-SEC-VIOL-STATUS
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE "N" TO WS-EOF-SWITCH
        PERFORM 210-READ-VIOLATION-RECORD
    END-IF.
    PERFORM UNTIL WS-EOF
        ADD 1 TO WS-READ-COUNT
        IF SV-DATE = WS-REPORT-DATE
            ADD 1 TO WS-SELECTED-COUNT
            MOVE SV-OPERATOR-ID TO SS-OPERATOR-ID
            MOVE SV-PROGRAM TO SS-PROGRAM
            MOVE SV-REASON TO SS-REASON
            MOVE SV-LOCKED-FLAG TO SS-LOCKED-FLAG
            RELEASE SECURITY-SORT-RECORD
        END-IF
        PERFORM 210-READ-VIOLATION-RECORD
    END-PERFORM.
    IF WS-SEC-VIOL-STATUS NOT = "35"
        CLOSE SECURITY-VIOLATION-LOG
    END-IF.

210-READ-VIOLATION-RECORD.
    READ SECURITY-VIOLATION-LOG
        AT END
            SET WS-EOF TO TRUE
    END-READ.

*> One line per operator and program, with a total line for the
*> operator after its last program.
300-PRINT-EXCEPTIONS.
    MOVE "N" TO WS-EOF-SWITCH.
    PERFORM 305-RETURN-SORTED-VIOLATION.
    PERFORM UNTIL WS-EOF
        IF WS-GROUP-OPEN AND SS-OPERATOR-ID NOT = WS-CURRENT-OPERATOR-ID
            PERFORM 330-WRITE-PAIR-LINE
            PERFORM 340-WRITE-OPERATOR-TOTAL
        END-IF
        IF WS-GROUP-OPEN AND SS-PROGRAM NOT = WS-CURRENT-PROGRAM
            PERFORM 330-WRITE-PAIR-LINE
        END-IF
        IF NOT WS-GROUP-OPEN
            PERFORM 310-START-PAIR
        END-IF
        PERFORM 320-COUNT-VIOLATION
        PERFORM 305-RETURN-SORTED-VIOLATION
    END-PERFORM.
    IF WS-GROUP-OPEN
        PERFORM 330-WRITE-PAIR-LINE
        PERFORM 340-WRITE-OPERATOR-TOTAL
    END-IF.

305-RETURN-SORTED-VIOLATION.
    RETURN SECURITY-SORT-FILE
        AT END
            SET WS-EOF TO TRUE
    END-RETURN.

310-START-PAIR.
    IF SS-OPERATOR-ID NOT = WS-CURRENT-OPERATOR-ID
            OR WS-OPERATOR-COUNT = ZERO
        ADD 1 TO WS-OPERATOR-COUNT
        INITIALIZE WS-OPER-COUNTS
    END-IF.
    SET WS-GROUP-OPEN TO TRUE.
    MOVE SS-OPERATOR-ID TO WS-CURRENT-OPERATOR-ID.
    MOVE SS-PROGRAM TO WS-CURRENT-PROGRAM.
    INITIALIZE WS-PAIR-COUNTS.

320-COUNT-VIOLATION.
    EVALUATE SS-REASON
        WHEN "UNKN"
            MOVE 1 TO WS-REASON-IDX
        WHEN "DEAC"
            MOVE 2 TO WS-REASON-IDX
        WHEN "NAUT"
            MOVE 3 TO WS-REASON-IDX
        WHEN "LOCK"
            MOVE 4 TO WS-REASON-IDX
        WHEN OTHER
            MOVE 5 TO WS-REASON-IDX
    END-EVALUATE.
    ADD 1 TO WS-PAIR-REASON(WS-REASON-IDX)
        WS-OPER-REASON(WS-REASON-IDX)
        WS-DAY-REASON(WS-REASON-IDX).
    ADD 1 TO WS-PAIR-TOTAL WS-OPER-TOTAL WS-DAY-TOTAL.
    IF SS-LOCKED-FLAG = "Y"
        SET WS-PAIR-LOCKED TO TRUE
        SET WS-OPER-LOCKED TO TRUE
        ADD 1 TO WS-LOCKED-COUNT
    END-IF.

330-WRITE-PAIR-LINE.
    MOVE SPACES TO WS-EXCEPTION-LINE.
    MOVE WS-CURRENT-OPERATOR-ID TO WS-EXL-OPERATOR-ID.
    MOVE WS-CURRENT-PROGRAM TO WS-EXL-PROGRAM.
    PERFORM VARYING WS-REASON-IDX FROM 1 BY 1 UNTIL WS-REASON-IDX > 5
        MOVE WS-PAIR-REASON(WS-REASON-IDX)
            TO WS-EXL-REASON(WS-REASON-IDX)
    END-PERFORM.
    MOVE WS-PAIR-TOTAL TO WS-EXL-TOTAL.
    IF WS-PAIR-LOCKED
        MOVE "LOCKED" TO WS-EXL-LOCKED
    END-IF.
    MOVE WS-EXCEPTION-LINE TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.
    MOVE "N" TO WS-GROUP-OPEN-SWITCH.

340-WRITE-OPERATOR-TOTAL.
    MOVE SPACES TO WS-EXCEPTION-LINE.
    MOVE "  OPERATOR TOTAL" TO WS-EXL-PROGRAM.
    PERFORM VARYING WS-REASON-IDX FROM 1 BY 1 UNTIL WS-REASON-IDX > 5
        MOVE WS-OPER-REASON(WS-REASON-IDX)
            TO WS-EXL-REASON(WS-REASON-IDX)
    END-PERFORM.
    MOVE WS-OPER-TOTAL TO WS-EXL-TOTAL.
    IF WS-OPER-LOCKED
        MOVE "LOCKED" TO WS-EXL-LOCKED
    END-IF.
    MOVE WS-EXCEPTION-LINE TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.

400-WRITE-REPORT-TOTALS.
    IF WS-SELECTED-COUNT = ZERO
        MOVE "NO SIGN-ON REFUSALS RECORDED FOR THIS DATE"
            TO WS-REPORT-LINE
        PERFORM 500-WRITE-REPORT-LINE
    ELSE
        MOVE SPACES TO WS-EXCEPTION-LINE
        MOVE "DAY TOTAL" TO WS-EXL-PROGRAM
        PERFORM VARYING WS-REASON-IDX FROM 1 BY 1
                UNTIL WS-REASON-IDX > 5
            MOVE WS-DAY-REASON(WS-REASON-IDX)
                TO WS-EXL-REASON(WS-REASON-IDX)
        END-PERFORM
        MOVE WS-DAY-TOTAL TO WS-EXL-TOTAL
        MOVE WS-EXCEPTION-LINE TO WS-REPORT-LINE
        PERFORM 500-WRITE-REPORT-LINE
    END-IF.
    MOVE SPACES TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.
    MOVE "LOG RECORDS READ:      " TO WS-TL-LABEL.
    MOVE WS-READ-COUNT TO WS-TL-COUNT.
    PERFORM 405-WRITE-TOTAL-LINE.
    MOVE "REFUSALS THIS DATE:    " TO WS-TL-LABEL.
    MOVE WS-SELECTED-COUNT TO WS-TL-COUNT.
    PERFORM 405-WRITE-TOTAL-LINE.
    MOVE "OPERATOR IDS REFUSED:  " TO WS-TL-LABEL.
    MOVE WS-OPERATOR-COUNT TO WS-TL-COUNT.
    PERFORM 405-WRITE-TOTAL-LINE.
    MOVE "IDS LOCKED THIS DATE:  " TO WS-TL-LABEL.
    MOVE WS-LOCKED-COUNT TO WS-TL-COUNT.
    PERFORM 405-WRITE-TOTAL-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.
    MOVE WS-LEGEND-LINE-1 TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.
    MOVE WS-LEGEND-LINE-2 TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.
    MOVE WS-SIGN-OFF-LINE TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.
    MOVE WS-END-OF-REPORT-LINE TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.

405-WRITE-TOTAL-LINE.
    MOVE WS-TOTAL-LINE TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.

500-WRITE-REPORT-LINE.
    IF WS-LINE-COUNT >= WS-PAGE-DEPTH
        PERFORM 510-WRITE-PAGE-HEADINGS
    END-IF.
    WRITE SECURITY-PRINT-RECORD FROM WS-REPORT-LINE.
    ADD 1 TO WS-LINE-COUNT.

510-WRITE-PAGE-HEADINGS.
    ADD 1 TO WS-PAGE-NUMBER.
    IF WS-PAGE-NUMBER > 1
        MOVE SPACES TO SECURITY-PRINT-RECORD
        WRITE SECURITY-PRINT-RECORD
    END-IF.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    MOVE WS-PAGE-NUMBER TO WS-PH1-PAGE.
    WRITE SECURITY-PRINT-RECORD FROM WS-PAGE-HEADING-1.
    MOVE WS-CDT-DATE TO WS-PH2-DATE.
    MOVE WS-CDT-TIME TO WS-PH2-TIME.
    WRITE SECURITY-PRINT-RECORD FROM WS-PAGE-HEADING-2.
    WRITE SECURITY-PRINT-RECORD FROM WS-COLUMN-HEADING.
    MOVE 4 TO WS-LINE-COUNT.
