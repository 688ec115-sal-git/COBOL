IDENTIFICATION DIVISION.
PROGRAM-ID. Exchange_rate_load.
AUTHOR. Stephen.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RATE-CHANGES-FILE ASSIGN TO "EXCHANGE-RATE-CHANGES.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RATE-CHANGES-STATUS.

    SELECT EXCHANGE-RATE-FILE ASSIGN TO "EXCHANGE-RATE.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS ER-RATE-KEY
        FILE STATUS IS WS-EXCHANGE-RATE-STATUS.

    SELECT REJECT-FILE ASSIGN TO "EXCHANGE-RATE-REJECTS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REJECT-STATUS.

    SELECT LOAD-PRINT-FILE ASSIGN TO "EXCHANGE-RATE-LOAD.PRT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOAD-PRINT-STATUS.

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
*> Rate changes from treasury, one per record: "A" adds a new dated
*> rate, "C" corrects the rate already on file for that currency and
*> date, "D" removes one keyed in error. The rate is the number of
*> units of the currency one unit of base currency buys, to six
*> places, and is not needed on a delete.
FD  RATE-CHANGES-FILE.
01  RATE-CHANGE-RECORD.
    05  XC-ACTION           PIC X.
        88  XC-ADD              VALUE "A".
        88  XC-CHANGE           VALUE "C".
        88  XC-DELETE           VALUE "D".
    05  XC-CURRENCY-CODE    PIC X(3).
    05  XC-EFF-DATE         PIC 9(8).
    05  XC-RATE             PIC 9(5)V9(6).
    05  FILLER              PIC X(57).

FD  EXCHANGE-RATE-FILE.
01  EXCHANGE-RATE-RECORD.
    COPY EXCHRATE.

FD  REJECT-FILE.
01  REJECT-RECORD.
    05  REJ-ACTION          PIC X.
    05  REJ-CURRENCY-CODE   PIC X(3).
    05  REJ-EFF-DATE        PIC X(8).
    05  REJ-RATE            PIC X(11).
    05  REJ-REASON-CODE     PIC X(4).
    05  FILLER              PIC X(53).

FD  LOAD-PRINT-FILE.
01  LOAD-PRINT-RECORD       PIC X(80).

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
    01  WS-RATE-CHANGES-STATUS  PIC XX VALUE SPACES.
    01  WS-EXCHANGE-RATE-STATUS PIC XX VALUE SPACES.
    01  WS-REJECT-STATUS        PIC XX VALUE SPACES.
    01  WS-LOAD-PRINT-STATUS    PIC XX VALUE SPACES.
    01  WS-PERIOD-CONTROL-STATUS PIC XX VALUE SPACES.
    01  WS-OPER-MASTER-STATUS   PIC XX VALUE SPACES.
    01  WS-SEC-VIOL-STATUS      PIC XX VALUE SPACES.
    01  WS-SEC-CONTROL-STATUS   PIC XX VALUE SPACES.

*> A refused sign-on goes to SECURITY-VIOLATION.DAT with the function
*> asked for, the reason, and the failure count and lock it left on
*> the operator master - see 960-LOG-SIGN-ON-REFUSAL.
    01  WS-REQUESTED-FUNCTION   PIC X(10) VALUE "RATELOAD".
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

*> The operator ID arrives as the only command-line token and
*> defaults to BATCH for the scheduled load; either way it must pass
*> sign-on validation and carry item-maintenance authority, since a
*> rate moves every overseas price the same as a price change does.
    01  WS-RUN-PARM             PIC X(40) VALUE SPACES.
    01  WS-OPERATOR-ID          PIC X(8)  VALUE SPACES.

    01  WS-OPERATOR-OK-SWITCH   PIC X VALUE "N".
        88  WS-OPERATOR-OK      VALUE "Y".

*> Base currency always converts at one and never goes on file.
    01  WS-BASE-CURRENCY        PIC X(3) VALUE "GBP".

    01  WS-REJECT-REASON        PIC X(4) VALUE SPACES.
        88  WS-REJECT-BAD-ACTION    VALUE "BDAC".
        88  WS-REJECT-BAD-CURRENCY  VALUE "BDCC".
        88  WS-REJECT-BAD-NUMERIC   VALUE "NNUM".
        88  WS-REJECT-BAD-DATE      VALUE "BDDT".
        88  WS-REJECT-PERIOD-CLOSED VALUE "PCLS".
        88  WS-REJECT-DUPLICATE     VALUE "DUPL".
        88  WS-REJECT-NOT-FOUND     VALUE "NOFD".

*> A rate dated in an accounting period that has been closed would
*> reprice that period, so any change to one is rejected. No
*> PERIOD-CONTROL.DAT at all means no period has been closed, and the
*> file is then not read.
    01  WS-PERIOD-FILE-SWITCH   PIC X VALUE "N".
        88  WS-PERIOD-FILE-OPEN VALUE "Y".

    01  WS-EFF-DATE-SPLIT.
        05  WS-ED-YEAR          PIC 9(4).
        05  WS-ED-MONTH         PIC 9(2).
        05  WS-ED-DAY           PIC 9(2).

    01  WS-OLD-RATE             PIC 9(5)V9(6) VALUE ZERO.
    01  WS-DISPOSITION          PIC X(7) VALUE SPACES.

    01  WS-READ-COUNT           PIC 9(7) VALUE ZERO.
    01  WS-ADDED-COUNT          PIC 9(7) VALUE ZERO.
    01  WS-CHANGED-COUNT        PIC 9(7) VALUE ZERO.
    01  WS-DELETED-COUNT        PIC 9(7) VALUE ZERO.
    01  WS-REJECT-COUNT         PIC 9(7) VALUE ZERO.

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
            VALUE "EXCHANGE RATE LOAD REPORT ".
        05  FILLER              PIC X(20)
            VALUE "Exchange_rate_load  ".
        05  FILLER              PIC X(6)  VALUE "PAGE: ".
        05  WS-PH1-PAGE         PIC ZZZ9.
        05  FILLER              PIC X(24) VALUE SPACES.

    01  WS-PAGE-HEADING-2.
        05  FILLER              PIC X(10) VALUE "RUN DATE: ".
        05  WS-PH2-DATE         PIC 9(8).
        05  FILLER              PIC X(8)  VALUE "  TIME: ".
        05  WS-PH2-TIME         PIC 9(8).
        05  FILLER              PIC X(8)  VALUE "  OPER: ".
        05  WS-PH2-OPER         PIC X(8).
        05  FILLER              PIC X(30) VALUE SPACES.

    01  WS-COLUMN-HEADING       PIC X(80) VALUE
        "CURRENCY  EFFECTIVE DATE    NEW RATE       OLD RATE  DISPOSITION".

    01  WS-END-OF-REPORT-LINE   PIC X(80) VALUE "END OF REPORT".

    01  WS-APPLIED-LINE.
        05  FILLER              PIC X(10) VALUE "CURRENCY: ".
        05  WS-AL-CURRENCY-CODE PIC X(3).
        05  FILLER              PIC X(12) VALUE " EFFECTIVE: ".
        05  WS-AL-EFF-DATE      PIC 9(8).
        05  FILLER              PIC X(7)  VALUE " RATE: ".
        05  WS-AL-NEW-RATE      PIC ZZZZ9.999999.
        05  FILLER              PIC X(6)  VALUE " OLD: ".
        05  WS-AL-OLD-RATE      PIC ZZZZ9.999999.
        05  FILLER              PIC X     VALUE SPACE.
        05  WS-AL-DISPOSITION   PIC X(7).
        05  FILLER              PIC X(2)  VALUE SPACES.

    01  WS-REJECT-LINE.
        05  FILLER              PIC X(10) VALUE "CURRENCY: ".
        05  WS-RL-CURRENCY-CODE PIC X(3).
        05  FILLER              PIC X(12) VALUE " EFFECTIVE: ".
        05  WS-RL-EFF-DATE      PIC X(8).
        05  FILLER              PIC X(12) VALUE " ** REJECTED".
        05  FILLER              PIC X(9)  VALUE " REASON: ".
        05  WS-RL-REASON        PIC X(4).
        05  FILLER              PIC X(22) VALUE SPACES.

    01  WS-TOTAL-LINE.
        05  WS-TL-LABEL         PIC X(23).
        05  WS-TL-COUNT         PIC ZZZZZZ9.
        05  FILLER              PIC X(50) VALUE SPACES.

PROCEDURE DIVISION.
000-MAIN-CONTROL.
    PERFORM 100-PARSE-PARMS.
    PERFORM 110-VALIDATE-OPERATOR.
    IF NOT WS-OPERATOR-OK
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 150-OPEN-FILES.
    PERFORM 210-READ-RATE-CHANGE.
    PERFORM UNTIL WS-EOF
        ADD 1 TO WS-READ-COUNT
        PERFORM 300-PROCESS-RATE-CHANGE
        PERFORM 210-READ-RATE-CHANGE
    END-PERFORM.
    PERFORM 400-WRITE-LOAD-TOTALS.
    CLOSE RATE-CHANGES-FILE.
    CLOSE EXCHANGE-RATE-FILE.
    CLOSE REJECT-FILE.
    CLOSE LOAD-PRINT-FILE.
    IF WS-PERIOD-FILE-OPEN
        CLOSE PERIOD-CONTROL-FILE
    END-IF.
    STOP RUN.

100-PARSE-PARMS.
    ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
    IF WS-RUN-PARM NOT = SPACES
        MOVE WS-RUN-PARM TO WS-OPERATOR-ID
    ELSE
        MOVE "BATCH" TO WS-OPERATOR-ID
    END-IF.

*> Same fail-closed sign-on rule as the calculation and maintenance
*> programs: an unreadable operator master refuses everyone.
*> Every refusal is written to SECURITY-VIOLATION.DAT by
*> 960-LOG-SIGN-ON-REFUSAL, and a locked ID is refused before any
*> other check.
110-VALIDATE-OPERATOR.
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
                    WHEN NOT OM-MAY-ITEM-MAINT
                        DISPLAY "OPERATOR " WS-OPERATOR-ID
                            " NOT AUTHORIZED FOR ITEM MAINTENANCE "
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

*> The rate file is created on first use, the way the pending-change
*> file is.
150-OPEN-FILES.
    OPEN INPUT RATE-CHANGES-FILE.
    IF WS-RATE-CHANGES-STATUS NOT = "00"
        DISPLAY "ERROR: UNABLE TO OPEN EXCHANGE-RATE-CHANGES.DAT "
            "- STATUS " WS-RATE-CHANGES-STATUS
        STOP RUN
    END-IF.
    OPEN I-O EXCHANGE-RATE-FILE.
    IF WS-EXCHANGE-RATE-STATUS = "35"
        OPEN OUTPUT EXCHANGE-RATE-FILE
        IF WS-EXCHANGE-RATE-STATUS NOT = "00"
            DISPLAY "ERROR: UNABLE TO CREATE EXCHANGE-RATE.DAT "
                "- STATUS " WS-EXCHANGE-RATE-STATUS
            STOP RUN
        END-IF
        CLOSE EXCHANGE-RATE-FILE
        OPEN I-O EXCHANGE-RATE-FILE
    END-IF.
    IF WS-EXCHANGE-RATE-STATUS NOT = "00"
        DISPLAY "ERROR: UNABLE TO OPEN EXCHANGE-RATE.DAT - STATUS "
            WS-EXCHANGE-RATE-STATUS
        STOP RUN
    END-IF.
    OPEN OUTPUT REJECT-FILE.
    IF WS-REJECT-STATUS NOT = "00"
        DISPLAY "ERROR: UNABLE TO OPEN EXCHANGE-RATE-REJECTS.DAT "
            "- STATUS " WS-REJECT-STATUS
        STOP RUN
    END-IF.
    OPEN OUTPUT LOAD-PRINT-FILE.
    IF WS-LOAD-PRINT-STATUS NOT = "00"
        DISPLAY "ERROR: UNABLE TO OPEN EXCHANGE-RATE-LOAD.PRT - STATUS "
            WS-LOAD-PRINT-STATUS
        STOP RUN
    END-IF.
    OPEN INPUT PERIOD-CONTROL-FILE.
    EVALUATE WS-PERIOD-CONTROL-STATUS
        WHEN "00"
            SET WS-PERIOD-FILE-OPEN TO TRUE
        WHEN "35"
            CONTINUE
        WHEN OTHER
            DISPLAY "ERROR: UNABLE TO OPEN PERIOD-CONTROL.DAT - STATUS "
                WS-PERIOD-CONTROL-STATUS
            STOP RUN
    END-EVALUATE.

210-READ-RATE-CHANGE.
    READ RATE-CHANGES-FILE
        AT END
            SET WS-EOF TO TRUE
    END-READ.

300-PROCESS-RATE-CHANGE.
    MOVE SPACES TO WS-REJECT-REASON.
    EVALUATE TRUE
        WHEN NOT (XC-ADD OR XC-CHANGE OR XC-DELETE)
            SET WS-REJECT-BAD-ACTION TO TRUE
        WHEN XC-CURRENCY-CODE = SPACES
                OR XC-CURRENCY-CODE = WS-BASE-CURRENCY
            SET WS-REJECT-BAD-CURRENCY TO TRUE
        WHEN NOT XC-DELETE
                AND (XC-RATE NOT NUMERIC OR XC-RATE = ZERO)
            SET WS-REJECT-BAD-NUMERIC TO TRUE
        WHEN XC-EFF-DATE NOT NUMERIC
            SET WS-REJECT-BAD-DATE TO TRUE
        WHEN OTHER
            MOVE XC-EFF-DATE TO WS-EFF-DATE-SPLIT
            IF WS-ED-MONTH < 1 OR WS-ED-MONTH > 12
                    OR WS-ED-DAY < 1 OR WS-ED-DAY > 31
                SET WS-REJECT-BAD-DATE TO TRUE
            ELSE
                PERFORM 305-CHECK-EFFECTIVE-PERIOD
            END-IF
    END-EVALUATE.
    IF WS-REJECT-REASON = SPACES
        MOVE XC-CURRENCY-CODE TO ER-CURRENCY-CODE
        MOVE XC-EFF-DATE TO ER-EFF-DATE
        READ EXCHANGE-RATE-FILE
            INVALID KEY
                IF XC-ADD
                    PERFORM 310-ADD-RATE
                ELSE
                    SET WS-REJECT-NOT-FOUND TO TRUE
                END-IF
            NOT INVALID KEY
                EVALUATE TRUE
                    WHEN XC-ADD
                        SET WS-REJECT-DUPLICATE TO TRUE
                    WHEN XC-CHANGE
                        PERFORM 315-CHANGE-RATE
                    WHEN OTHER
                        PERFORM 318-DELETE-RATE
                END-EVALUATE
        END-READ
    END-IF.
    IF WS-REJECT-REASON NOT = SPACES
        PERFORM 330-WRITE-REJECT
    END-IF.

305-CHECK-EFFECTIVE-PERIOD.
    IF WS-PERIOD-FILE-OPEN
        MOVE XC-EFF-DATE(1:6) TO PD-PERIOD
        READ PERIOD-CONTROL-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF PD-CLOSED
                    SET WS-REJECT-PERIOD-CLOSED TO TRUE
                END-IF
        END-READ
    END-IF.

310-ADD-RATE.
    MOVE SPACES TO EXCHANGE-RATE-RECORD.
    MOVE XC-CURRENCY-CODE TO ER-CURRENCY-CODE.
    MOVE XC-EFF-DATE TO ER-EFF-DATE.
    MOVE XC-RATE TO ER-RATE.
    PERFORM 312-STAMP-RATE.
    WRITE EXCHANGE-RATE-RECORD
        INVALID KEY
            DISPLAY "ERROR: UNABLE TO ADD RATE FOR " XC-CURRENCY-CODE
                " " XC-EFF-DATE " - STATUS " WS-EXCHANGE-RATE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        NOT INVALID KEY
            ADD 1 TO WS-ADDED-COUNT
            MOVE ZERO TO WS-OLD-RATE
            MOVE "ADDED" TO WS-DISPOSITION
            PERFORM 320-WRITE-APPLIED-LINE
    END-WRITE.

312-STAMP-RATE.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    MOVE WS-OPERATOR-ID TO ER-LOADED-BY.
    MOVE WS-CDT-DATE TO ER-LOADED-DATE.
    MOVE WS-CDT-TIME TO ER-LOADED-TIME.

315-CHANGE-RATE.
    MOVE ER-RATE TO WS-OLD-RATE.
    MOVE XC-RATE TO ER-RATE.
    PERFORM 312-STAMP-RATE.
    REWRITE EXCHANGE-RATE-RECORD
        INVALID KEY
            DISPLAY "ERROR: UNABLE TO CHANGE RATE FOR " XC-CURRENCY-CODE
                " " XC-EFF-DATE " - STATUS " WS-EXCHANGE-RATE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        NOT INVALID KEY
            ADD 1 TO WS-CHANGED-COUNT
            MOVE "CHANGED" TO WS-DISPOSITION
            PERFORM 320-WRITE-APPLIED-LINE
    END-REWRITE.

318-DELETE-RATE.
    MOVE ER-RATE TO WS-OLD-RATE.
    DELETE EXCHANGE-RATE-FILE
        INVALID KEY
            DISPLAY "ERROR: UNABLE TO DELETE RATE FOR " XC-CURRENCY-CODE
                " " XC-EFF-DATE " - STATUS " WS-EXCHANGE-RATE-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        NOT INVALID KEY
            ADD 1 TO WS-DELETED-COUNT
            MOVE ZERO TO ER-RATE
            MOVE "DELETED" TO WS-DISPOSITION
            PERFORM 320-WRITE-APPLIED-LINE
    END-DELETE.

320-WRITE-APPLIED-LINE.
    MOVE XC-CURRENCY-CODE TO WS-AL-CURRENCY-CODE.
    MOVE XC-EFF-DATE TO WS-AL-EFF-DATE.
    MOVE ER-RATE TO WS-AL-NEW-RATE.
    MOVE WS-OLD-RATE TO WS-AL-OLD-RATE.
    MOVE WS-DISPOSITION TO WS-AL-DISPOSITION.
    MOVE WS-APPLIED-LINE TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.

330-WRITE-REJECT.
    ADD 1 TO WS-REJECT-COUNT.
    MOVE SPACES TO REJECT-RECORD.
    MOVE XC-ACTION TO REJ-ACTION.
    MOVE XC-CURRENCY-CODE TO REJ-CURRENCY-CODE.
    MOVE RATE-CHANGE-RECORD(5:8) TO REJ-EFF-DATE.
    MOVE RATE-CHANGE-RECORD(13:11) TO REJ-RATE.
    MOVE WS-REJECT-REASON TO REJ-REASON-CODE.
    WRITE REJECT-RECORD.
    MOVE XC-CURRENCY-CODE TO WS-RL-CURRENCY-CODE.
    MOVE RATE-CHANGE-RECORD(5:8) TO WS-RL-EFF-DATE.
    MOVE WS-REJECT-REASON TO WS-RL-REASON.
    MOVE WS-REJECT-LINE TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.

400-WRITE-LOAD-TOTALS.
    MOVE "CHANGES READ:          " TO WS-TL-LABEL.
    MOVE WS-READ-COUNT TO WS-TL-COUNT.
    PERFORM 405-WRITE-TOTAL-LINE.
    MOVE "RATES ADDED:           " TO WS-TL-LABEL.
    MOVE WS-ADDED-COUNT TO WS-TL-COUNT.
    PERFORM 405-WRITE-TOTAL-LINE.
    MOVE "RATES CHANGED:         " TO WS-TL-LABEL.
    MOVE WS-CHANGED-COUNT TO WS-TL-COUNT.
    PERFORM 405-WRITE-TOTAL-LINE.
    MOVE "RATES DELETED:         " TO WS-TL-LABEL.
    MOVE WS-DELETED-COUNT TO WS-TL-COUNT.
    PERFORM 405-WRITE-TOTAL-LINE.
    MOVE "CHANGES REJECTED:      " TO WS-TL-LABEL.
    MOVE WS-REJECT-COUNT TO WS-TL-COUNT.
    PERFORM 405-WRITE-TOTAL-LINE.
    MOVE WS-END-OF-REPORT-LINE TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.
    DISPLAY "EXCHANGE RATE LOAD COMPLETE - SEE EXCHANGE-RATE-LOAD.PRT".
    IF WS-REJECT-COUNT > ZERO
        DISPLAY "  REJECTS WRITTEN TO EXCHANGE-RATE-REJECTS.DAT"
        MOVE 4 TO RETURN-CODE
    END-IF.

405-WRITE-TOTAL-LINE.
    MOVE WS-TOTAL-LINE TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.

500-WRITE-REPORT-LINE.
    IF WS-LINE-COUNT >= WS-PAGE-DEPTH
        PERFORM 510-WRITE-PAGE-HEADINGS
    END-IF.
    WRITE LOAD-PRINT-RECORD FROM WS-REPORT-LINE.
    ADD 1 TO WS-LINE-COUNT.

510-WRITE-PAGE-HEADINGS.
    ADD 1 TO WS-PAGE-NUMBER.
    IF WS-PAGE-NUMBER > 1
        MOVE SPACES TO LOAD-PRINT-RECORD
        WRITE LOAD-PRINT-RECORD
    END-IF.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    MOVE WS-PAGE-NUMBER TO WS-PH1-PAGE.
    WRITE LOAD-PRINT-RECORD FROM WS-PAGE-HEADING-1.
    MOVE WS-CDT-DATE TO WS-PH2-DATE.
    MOVE WS-CDT-TIME TO WS-PH2-TIME.
    MOVE WS-OPERATOR-ID TO WS-PH2-OPER.
    WRITE LOAD-PRINT-RECORD FROM WS-PAGE-HEADING-2.
    WRITE LOAD-PRINT-RECORD FROM WS-COLUMN-HEADING.
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
        MOVE "Exchange_rate_load" TO SV-PROGRAM
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
