IDENTIFICATION DIVISION.
PROGRAM-ID. Standing_instruction_generate.
AUTHOR. Stephen.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT STANDING-INSTRUCTION-FILE ASSIGN TO "STANDING-INSTRUCTION.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS SI-INSTRUCTION-ID
        FILE STATUS IS WS-STANDING-STATUS.

*> The generated batch is written under the name the batch edit and
*> the calculation program read, so it goes through the job stream
*> exactly as a batch keyed by the department would.
    SELECT DIGIT-PAIRS-FILE ASSIGN TO "DIGIT-PAIRS.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DIGIT-PAIRS-STATUS.

    SELECT GENERATE-PRINT-FILE ASSIGN TO "STANDING-GENERATE.PRT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GENERATE-PRINT-STATUS.

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
FD  STANDING-INSTRUCTION-FILE.
01  STANDING-INSTRUCTION-RECORD.
    COPY STANDINS.

*> Same record shapes the calculation program reads: an arithmetic
*> detail carries the 18-byte image the batch edit works on, a
*> pricing detail the item and quantity followed by the customer,
*> order and currency. The source count and hash on the header are
*> left as spaces, as on any raw file; only the edit fills them.
FD  DIGIT-PAIRS-FILE.
01  DIGIT-PAIRS-RECORD.
    05  OUT-RECORD-TYPE     PIC X.
    05  OUT-DIGIT-1         PIC S9(5)V99 SIGN IS TRAILING SEPARATE
                                          CHARACTER.
    05  OUT-DIGIT-2         PIC S9(5)V99 SIGN IS TRAILING SEPARATE
                                          CHARACTER.
    05  OUT-OP-CODE         PIC X.
    05  FILLER              PIC X.
    05  FILLER              PIC X(61).
01  DIGIT-PAIRS-PRICING-RECORD.
    05  FILLER              PIC X.
    05  OUT-PR-ITEM-CODE    PIC X(8).
    05  OUT-PR-QUANTITY     PIC S9(5)V99 SIGN IS TRAILING SEPARATE
                                          CHARACTER.
    05  FILLER              PIC X(2).
    05  OUT-PR-CUSTOMER-NO  PIC X(8).
    05  OUT-PR-ORDER-NO     PIC X(8).
    05  OUT-PR-CURRENCY-CODE PIC X(3).
    05  FILLER              PIC X(42).
01  DIGIT-PAIRS-HEADER-RECORD.
    05  FILLER              PIC X.
    05  OUT-BATCH-DATE      PIC 9(8).
    05  OUT-SENDER-CODE     PIC X(6).
    05  FILLER              PIC X(65).
01  DIGIT-PAIRS-TRAILER-RECORD.
    05  FILLER              PIC X.
    05  OUT-RECORD-COUNT    PIC 9(7).
    05  OUT-HASH-TOTAL      PIC S9(12)V99 SIGN IS TRAILING SEPARATE
                                           CHARACTER.
    05  FILLER              PIC X(57).

FD  GENERATE-PRINT-FILE.
01  GENERATE-PRINT-RECORD   PIC X(80).

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
    01  WS-STANDING-STATUS      PIC XX VALUE SPACES.
    01  WS-DIGIT-PAIRS-STATUS   PIC XX VALUE SPACES.
    01  WS-GENERATE-PRINT-STATUS PIC XX VALUE SPACES.
    01  WS-PERIOD-CONTROL-STATUS PIC XX VALUE SPACES.
    01  WS-OPER-MASTER-STATUS   PIC XX VALUE SPACES.
    01  WS-SEC-VIOL-STATUS      PIC XX VALUE SPACES.
    01  WS-SEC-CONTROL-STATUS   PIC XX VALUE SPACES.

*> A refused sign-on goes to SECURITY-VIOLATION.DAT with the function
*> asked for, the reason, and the failure count and lock it left on
*> the operator master - see 960-LOG-SIGN-ON-REFUSAL.
    01  WS-REQUESTED-FUNCTION   PIC X(10) VALUE "STANDGEN".
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

*> Parameters, in any order: DATE=yyyymmdd is the business date the
*> batch is generated for and dated with (default today); DEPT=xxxxxx
*> limits the batch to one owning department, whose code then goes on
*> the header as the sender; PRICING generates the standing orders
*> for a pricing run instead of the arithmetic work; any other bare
*> token is the operator ID (default BATCH), who must hold calculate
*> authority since the batch goes straight into the calculation.
    01  WS-RUN-PARM             PIC X(60) VALUE SPACES.
    01  WS-PARM-TOKENS.
        05  WS-PARM-TOKEN       PIC X(15) OCCURS 4 TIMES VALUE SPACES.
    01  WS-PARM-IDX             PIC 9 VALUE 1.
    01  WS-PARM-KEYWORD         PIC X(8)  VALUE SPACES.
    01  WS-PARM-VALUE           PIC X(8)  VALUE SPACES.
    01  WS-PARM-VALUE-NUM REDEFINES WS-PARM-VALUE PIC 9(8).
    01  WS-OPERATOR-ID          PIC X(8)  VALUE SPACES.

    01  WS-OPERATOR-OK-SWITCH   PIC X VALUE "N".
        88  WS-OPERATOR-OK      VALUE "Y".

    01  WS-PRICING-SWITCH       PIC X VALUE "N".
        88  WS-PRICING-MODE     VALUE "Y".

    01  WS-SELECT-DEPARTMENT    PIC X(6) VALUE SPACES.
        88  WS-ALL-DEPARTMENTS  VALUE SPACES.

*> A batch drawn from every department goes out under this sender
*> code, so the duplicate-batch register tells it apart from the
*> departments' own keyed batches.
    01  WS-SENDER-CODE          PIC X(6) VALUE "STDINS".

    01  WS-BUSINESS-DATE        PIC 9(8) VALUE ZERO.
    01  WS-BUSINESS-DATE-SPLIT REDEFINES WS-BUSINESS-DATE.
        05  WS-BD-YEAR          PIC 9(4).
        05  WS-BD-MONTH         PIC 9(2).
        05  WS-BD-DAY           PIC 9(2).

*> Due-date working fields; see 310-COMPUTE-DUE-DATE.
    01  WS-START-DATE-SPLIT.
        05  WS-SD-YEAR          PIC 9(4).
        05  WS-SD-MONTH         PIC 9(2).
        05  WS-SD-DAY           PIC 9(2).
    01  WS-DUE-DATE             PIC 9(8) VALUE ZERO.
    01  WS-DUE-DATE-SPLIT REDEFINES WS-DUE-DATE.
        05  WS-DD-YEAR          PIC 9(4).
        05  WS-DD-MONTH         PIC 9(2).
        05  WS-DD-DAY           PIC 9(2).
    01  WS-MONTH-END-DATE       PIC 9(8) VALUE ZERO.
    01  WS-MONTH-END-SPLIT REDEFINES WS-MONTH-END-DATE.
        05  WS-ME-YEAR          PIC 9(4).
        05  WS-ME-MONTH         PIC 9(2).
        05  WS-ME-DAY           PIC 9(2).
    01  WS-DAYS-SINCE-START     PIC S9(7) VALUE ZERO.
    01  WS-MONTHS-SINCE-START   PIC S9(5) VALUE ZERO.
    01  WS-CYCLE-COUNT          PIC S9(7) VALUE ZERO.
    01  WS-CYCLE-OFFSET         PIC S9(3) VALUE ZERO.

    01  WS-SKIP-REASON          PIC X(4) VALUE SPACES.
        88  WS-SKIP-INVALID     VALUE "INVL".
        88  WS-SKIP-OTHER-DEPT  VALUE "ODPT".
        88  WS-SKIP-OTHER-MODE  VALUE "OMOD".
        88  WS-SKIP-INACTIVE    VALUE "INAC".
        88  WS-SKIP-NOT-STARTED VALUE "NSTR".
        88  WS-SKIP-ENDED       VALUE "ENDD".
        88  WS-SKIP-NOT-DUE     VALUE "NDUE".
        88  WS-SKIP-DONE        VALUE "DONE".

    01  WS-READ-COUNT           PIC 9(7) VALUE ZERO.
    01  WS-GENERATED-COUNT      PIC 9(7) VALUE ZERO.
    01  WS-DONE-COUNT           PIC 9(7) VALUE ZERO.
    01  WS-NOT-DUE-COUNT        PIC 9(7) VALUE ZERO.
    01  WS-INACTIVE-COUNT       PIC 9(7) VALUE ZERO.
    01  WS-NOT-SELECTED-COUNT   PIC 9(7) VALUE ZERO.
    01  WS-INVALID-COUNT        PIC 9(7) VALUE ZERO.

*> Trailer hash: both factors of every arithmetic detail, or the
*> quantity of every pricing detail - the same sum the edit and the
*> calculation prove the trailer against.
    01  WS-HASH-TOTAL           PIC S9(12)V99 VALUE ZERO.

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
            VALUE "STANDING INSTRUCTION RUN  ".
        05  FILLER              PIC X(31)
            VALUE "Standing_instruction_generate  ".
        05  FILLER              PIC X(6)  VALUE "PAGE: ".
        05  WS-PH1-PAGE         PIC ZZZ9.
        05  FILLER              PIC X(13) VALUE SPACES.

    01  WS-PAGE-HEADING-2.
        05  FILLER              PIC X(10) VALUE "RUN DATE: ".
        05  WS-PH2-DATE         PIC 9(8).
        05  FILLER              PIC X(8)  VALUE "  TIME: ".
        05  WS-PH2-TIME         PIC 9(8).
        05  FILLER              PIC X(8)  VALUE "  OPER: ".
        05  WS-PH2-OPER         PIC X(8).
        05  FILLER              PIC X(30) VALUE SPACES.

    01  WS-PAGE-HEADING-3.
        05  FILLER              PIC X(15) VALUE "BUSINESS DATE: ".
        05  WS-PH3-DATE         PIC 9(8).
        05  FILLER              PIC X(8)  VALUE "  MODE: ".
        05  WS-PH3-MODE         PIC X(10).
        05  FILLER              PIC X(10) VALUE "  SENDER: ".
        05  WS-PH3-SENDER       PIC X(6).
        05  FILLER              PIC X(23) VALUE SPACES.

    01  WS-COLUMN-HEADING.
        05  FILLER              PIC X(17) VALUE "INSTR-ID DEPT   F".
        05  FILLER              PIC X(12) VALUE "  DUE DATE".
        05  FILLER              PIC X(29) VALUE "DETAIL".
        05  FILLER              PIC X(22) VALUE "DISPOSITION".

    01  WS-END-OF-REPORT-LINE   PIC X(80) VALUE "END OF REPORT".

    01  WS-DETAIL-LINE.
        05  WS-DL-INSTRUCTION-ID PIC X(8).
        05  FILLER              PIC X     VALUE SPACE.
        05  WS-DL-DEPARTMENT    PIC X(6).
        05  FILLER              PIC X     VALUE SPACE.
        05  WS-DL-FREQUENCY     PIC X.
        05  FILLER              PIC X(2)  VALUE SPACES.
        05  WS-DL-DUE-DATE      PIC X(8).
        05  FILLER              PIC X(2)  VALUE SPACES.
        05  WS-DL-DETAIL        PIC X(28).
        05  FILLER              PIC X     VALUE SPACE.
        05  WS-DL-DISPOSITION   PIC X(22).

    01  WS-ARITHMETIC-DETAIL.
        05  WS-AD-OP-CODE       PIC X.
        05  FILLER              PIC X(2)  VALUE SPACES.
        05  WS-AD-DIGIT-1       PIC -ZZZZ9.99.
        05  FILLER              PIC X     VALUE SPACE.
        05  WS-AD-DIGIT-2       PIC -ZZZZ9.99.
        05  FILLER              PIC X(6)  VALUE SPACES.

    01  WS-PRICING-DETAIL.
        05  WS-PD-ITEM-CODE     PIC X(8).
        05  FILLER              PIC X     VALUE SPACE.
        05  WS-PD-QUANTITY      PIC -ZZZZ9.99.
        05  FILLER              PIC X     VALUE SPACE.
        05  WS-PD-CUSTOMER-NO   PIC X(8).
        05  FILLER              PIC X     VALUE SPACE.

    01  WS-DONE-DISPOSITION.
        05  FILLER              PIC X(10) VALUE "SKIP DONE ".
        05  WS-DN-GENERATED-DATE PIC X(8).
        05  FILLER              PIC X(4)  VALUE SPACES.

    01  WS-TOTAL-LINE.
        05  WS-TL-LABEL         PIC X(23).
        05  WS-TL-COUNT         PIC ZZZZZZ9.
        05  FILLER              PIC X(50) VALUE SPACES.

    01  WS-BATCH-LINE.
        05  FILLER              PIC X(23) VALUE "BATCH DATE:            ".
        05  WS-BL-BATCH-DATE    PIC 9(8).
        05  FILLER              PIC X(10) VALUE "  SENDER: ".
        05  WS-BL-SENDER        PIC X(6).
        05  FILLER              PIC X(33) VALUE SPACES.

    01  WS-HASH-LINE.
        05  FILLER              PIC X(23) VALUE "TRAILER HASH TOTAL:    ".
        05  WS-HL-HASH-TOTAL    PIC -Z(11)9.99.
        05  FILLER              PIC X(41) VALUE SPACES.

PROCEDURE DIVISION.
000-MAIN-CONTROL.
    PERFORM 100-READ-RUN-PARM.
    PERFORM 105-VALIDATE-OPERATOR.
    IF NOT WS-OPERATOR-OK
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 120-CHECK-BUSINESS-PERIOD.
    PERFORM 150-OPEN-FILES.
    PERFORM 200-WRITE-BATCH-HEADER.
    PERFORM 210-READ-INSTRUCTION.
    PERFORM UNTIL WS-EOF
        ADD 1 TO WS-READ-COUNT
        PERFORM 300-SELECT-INSTRUCTION
        PERFORM 210-READ-INSTRUCTION
    END-PERFORM.
    PERFORM 400-WRITE-BATCH-TRAILER.
    PERFORM 410-WRITE-GENERATE-TOTALS.
    CLOSE STANDING-INSTRUCTION-FILE.
    CLOSE DIGIT-PAIRS-FILE.
    CLOSE GENERATE-PRINT-FILE.
    STOP RUN.

100-READ-RUN-PARM.
    ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
    UNSTRING WS-RUN-PARM DELIMITED BY ALL SPACE
        INTO WS-PARM-TOKEN(1) WS-PARM-TOKEN(2) WS-PARM-TOKEN(3)
             WS-PARM-TOKEN(4)
    END-UNSTRING.
    PERFORM VARYING WS-PARM-IDX FROM 1 BY 1 UNTIL WS-PARM-IDX > 4
        PERFORM 102-CLASSIFY-PARM-TOKEN
    END-PERFORM.
    IF WS-OPERATOR-ID = SPACES
        MOVE "BATCH" TO WS-OPERATOR-ID
    END-IF.
    IF WS-BUSINESS-DATE = ZERO
        MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
        MOVE WS-CDT-DATE TO WS-BUSINESS-DATE
    END-IF.
    IF NOT WS-ALL-DEPARTMENTS
        MOVE WS-SELECT-DEPARTMENT TO WS-SENDER-CODE
    END-IF.

*> A business date that is not a real calendar date stops the run
*> here rather than dating a batch the edit could never accept.
102-CLASSIFY-PARM-TOKEN.
    IF WS-PARM-TOKEN(WS-PARM-IDX) NOT = SPACES
        MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE
        UNSTRING WS-PARM-TOKEN(WS-PARM-IDX) DELIMITED BY "="
            INTO WS-PARM-KEYWORD WS-PARM-VALUE
        END-UNSTRING
        EVALUATE TRUE
            WHEN WS-PARM-KEYWORD = "DATE"
                IF WS-PARM-VALUE IS NUMERIC
                        AND FUNCTION TEST-DATE-YYYYMMDD(
                            WS-PARM-VALUE-NUM) = 0
                    MOVE WS-PARM-VALUE-NUM TO WS-BUSINESS-DATE
                ELSE
                    DISPLAY "ERROR: BUSINESS DATE INVALID - "
                        WS-PARM-VALUE
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            WHEN WS-PARM-KEYWORD = "DEPT" AND WS-PARM-VALUE NOT = SPACES
                MOVE WS-PARM-VALUE TO WS-SELECT-DEPARTMENT
            WHEN WS-PARM-VALUE = SPACES AND WS-PARM-KEYWORD = "PRICING"
                SET WS-PRICING-MODE TO TRUE
            WHEN WS-PARM-VALUE = SPACES
                MOVE WS-PARM-KEYWORD TO WS-OPERATOR-ID
            WHEN OTHER
                DISPLAY "WARNING: PARAMETER NOT UNDERSTOOD "
                    "- IGNORED: " WS-PARM-TOKEN(WS-PARM-IDX)
        END-EVALUATE
    END-IF.

*> Same fail-closed sign-on rule as the calculation program: an
*> unreadable operator master refuses everyone, and the operator must
*> hold calculate authority.
*> Every refusal is written to SECURITY-VIOLATION.DAT by
*> 960-LOG-SIGN-ON-REFUSAL, and a locked ID is refused before any
*> other check.
105-VALIDATE-OPERATOR.
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
                    WHEN NOT OM-MAY-CALCULATE
                        DISPLAY "OPERATOR " WS-OPERATOR-ID
                            " NOT AUTHORIZED TO CALCULATE - REFUSED"
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

*> A batch dated in a closed accounting period would only be refused
*> by the edit, so none is generated and no instruction is marked as
*> done for the period. A period with no record on PERIOD-CONTROL.DAT
*> has never been closed, and no file at all means no period has been.
120-CHECK-BUSINESS-PERIOD.
    OPEN INPUT PERIOD-CONTROL-FILE.
    IF WS-PERIOD-CONTROL-STATUS = "35"
        CONTINUE
    ELSE
        IF WS-PERIOD-CONTROL-STATUS NOT = "00"
            DISPLAY "ERROR: UNABLE TO OPEN PERIOD-CONTROL.DAT - STATUS "
                WS-PERIOD-CONTROL-STATUS " - NOTHING GENERATED"
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE WS-BUSINESS-DATE(1:6) TO PD-PERIOD
        READ PERIOD-CONTROL-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF PD-CLOSED
                    DISPLAY "ERROR: BUSINESS DATE " WS-BUSINESS-DATE
                        " FALLS IN CLOSED PERIOD " PD-PERIOD
                        " - NOTHING GENERATED"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
        END-READ
        CLOSE PERIOD-CONTROL-FILE
    END-IF.

150-OPEN-FILES.
    OPEN I-O STANDING-INSTRUCTION-FILE.
    IF WS-STANDING-STATUS NOT = "00"
        DISPLAY "ERROR: UNABLE TO OPEN STANDING-INSTRUCTION.DAT "
            "- STATUS " WS-STANDING-STATUS " - NOTHING GENERATED"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT DIGIT-PAIRS-FILE.
    IF WS-DIGIT-PAIRS-STATUS NOT = "00"
        DISPLAY "ERROR: UNABLE TO OPEN DIGIT-PAIRS.DAT - STATUS "
            WS-DIGIT-PAIRS-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT GENERATE-PRINT-FILE.
    IF WS-GENERATE-PRINT-STATUS NOT = "00"
        DISPLAY "ERROR: UNABLE TO OPEN STANDING-GENERATE.PRT - STATUS "
            WS-GENERATE-PRINT-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

200-WRITE-BATCH-HEADER.
    MOVE SPACES TO DIGIT-PAIRS-RECORD.
    MOVE "H" TO OUT-RECORD-TYPE.
    MOVE WS-BUSINESS-DATE TO OUT-BATCH-DATE.
    MOVE WS-SENDER-CODE TO OUT-SENDER-CODE.
    PERFORM 220-WRITE-BATCH-RECORD.

210-READ-INSTRUCTION.
    READ STANDING-INSTRUCTION-FILE
        AT END
            SET WS-EOF TO TRUE
    END-READ.

*> A failed write leaves the batch without its trailer, which the
*> edit refuses, so the run stops rather than carry on marking
*> instructions done that are not in a usable batch.
220-WRITE-BATCH-RECORD.
    WRITE DIGIT-PAIRS-RECORD.
    IF WS-DIGIT-PAIRS-STATUS NOT = "00"
        DISPLAY "ERROR: UNABLE TO WRITE DIGIT-PAIRS.DAT - STATUS "
            WS-DIGIT-PAIRS-STATUS " - BATCH INCOMPLETE"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

*> Every instruction on file is listed, generated or not, with the
*> reason it was left out. Only an instruction that is sound, in this
*> run's department and mode, active, inside its start and end dates,
*> due, and not yet generated for its current period goes into the
*> batch.
300-SELECT-INSTRUCTION.
    MOVE SPACES TO WS-SKIP-REASON.
    MOVE ZERO TO WS-DUE-DATE.
    EVALUATE TRUE
        WHEN NOT (SI-ARITHMETIC OR SI-PRICING)
                OR NOT SI-FREQUENCY-VALID
                OR SI-START-DATE NOT NUMERIC
                OR SI-END-DATE NOT NUMERIC
            SET WS-SKIP-INVALID TO TRUE
        WHEN FUNCTION TEST-DATE-YYYYMMDD(SI-START-DATE) NOT = 0
            SET WS-SKIP-INVALID TO TRUE
        WHEN SI-ARITHMETIC
                AND (SI-DIGIT-1 NOT NUMERIC OR SI-DIGIT-2 NOT NUMERIC
                    OR NOT SI-OP-VALID)
            SET WS-SKIP-INVALID TO TRUE
        WHEN SI-PRICING
                AND (SI-QUANTITY NOT NUMERIC OR SI-ITEM-CODE = SPACES)
            SET WS-SKIP-INVALID TO TRUE
        WHEN NOT WS-ALL-DEPARTMENTS
                AND SI-DEPARTMENT NOT = WS-SELECT-DEPARTMENT
            SET WS-SKIP-OTHER-DEPT TO TRUE
        WHEN WS-PRICING-MODE AND NOT SI-PRICING
            SET WS-SKIP-OTHER-MODE TO TRUE
        WHEN NOT WS-PRICING-MODE AND SI-PRICING
            SET WS-SKIP-OTHER-MODE TO TRUE
        WHEN NOT SI-ACTIVE
            SET WS-SKIP-INACTIVE TO TRUE
        WHEN WS-BUSINESS-DATE < SI-START-DATE
            SET WS-SKIP-NOT-STARTED TO TRUE
        WHEN SI-END-DATE NOT = ZERO AND WS-BUSINESS-DATE > SI-END-DATE
            SET WS-SKIP-ENDED TO TRUE
        WHEN OTHER
            PERFORM 310-COMPUTE-DUE-DATE
            IF SI-LAST-DUE-DATE NOT NUMERIC
                MOVE ZERO TO SI-LAST-DUE-DATE
            END-IF
            EVALUATE TRUE
                WHEN WS-BUSINESS-DATE < WS-DUE-DATE
                    SET WS-SKIP-NOT-DUE TO TRUE
                WHEN SI-LAST-DUE-DATE >= WS-DUE-DATE
                    SET WS-SKIP-DONE TO TRUE
            END-EVALUATE
    END-EVALUATE.
    IF WS-SKIP-REASON = SPACES
        PERFORM 320-GENERATE-DETAIL
    ELSE
        PERFORM 330-LIST-SKIPPED-INSTRUCTION
    END-IF.

*> The due date of the period the business date falls in. A daily
*> instruction is due every day; a weekly one on the last date on or
*> before the business date that is a whole number of weeks from its
*> start. Monthly and quarterly instructions are due on the start
*> date's day of the month in the business date's month, or for a
*> quarterly one in the first month of the three-month cycle from the
*> start month that the business date falls in, moved back to the
*> last day of a month too short to have that day. The generator is
*> normally run every business day: an instruction is generated on
*> the first run on or after its due date, and a period in which the
*> generator never runs after the due date is not made up later.
310-COMPUTE-DUE-DATE.
    MOVE SI-START-DATE TO WS-START-DATE-SPLIT.
    EVALUATE TRUE
        WHEN SI-DAILY
            MOVE WS-BUSINESS-DATE TO WS-DUE-DATE
        WHEN SI-WEEKLY
            COMPUTE WS-DAYS-SINCE-START =
                FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                - FUNCTION INTEGER-OF-DATE(SI-START-DATE)
            DIVIDE WS-DAYS-SINCE-START BY 7 GIVING WS-CYCLE-COUNT
                REMAINDER WS-CYCLE-OFFSET
            COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)
                - WS-CYCLE-OFFSET)
        WHEN SI-MONTHLY
            MOVE WS-BD-YEAR TO WS-DD-YEAR
            MOVE WS-BD-MONTH TO WS-DD-MONTH
            PERFORM 315-SET-DUE-DAY
        WHEN SI-QUARTERLY
            COMPUTE WS-MONTHS-SINCE-START =
                (WS-BD-YEAR - WS-SD-YEAR) * 12
                + WS-BD-MONTH - WS-SD-MONTH
            DIVIDE WS-MONTHS-SINCE-START BY 3 GIVING WS-CYCLE-COUNT
                REMAINDER WS-CYCLE-OFFSET
            MOVE WS-BD-YEAR TO WS-DD-YEAR
            IF WS-BD-MONTH > WS-CYCLE-OFFSET
                COMPUTE WS-DD-MONTH = WS-BD-MONTH - WS-CYCLE-OFFSET
            ELSE
                COMPUTE WS-DD-MONTH = WS-BD-MONTH - WS-CYCLE-OFFSET + 12
                SUBTRACT 1 FROM WS-DD-YEAR
            END-IF
            PERFORM 315-SET-DUE-DAY
    END-EVALUATE.

*> Entered with the due year and month set; works out the last day of
*> that month from the first of the next.
315-SET-DUE-DAY.
    MOVE WS-DD-YEAR TO WS-ME-YEAR.
    IF WS-DD-MONTH = 12
        ADD 1 TO WS-ME-YEAR
        MOVE 1 TO WS-ME-MONTH
    ELSE
        COMPUTE WS-ME-MONTH = WS-DD-MONTH + 1
    END-IF.
    MOVE 1 TO WS-ME-DAY.
    COMPUTE WS-MONTH-END-DATE = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(WS-MONTH-END-DATE) - 1).
    IF WS-SD-DAY > WS-ME-DAY
        MOVE WS-ME-DAY TO WS-DD-DAY
    ELSE
        MOVE WS-SD-DAY TO WS-DD-DAY
    END-IF.

*> The detail is written before the instruction is marked as done
*> for its period, so a run that stops between the two can at worst
*> leave an instruction unmarked in a batch that has no trailer and
*> will not pass the edit.
320-GENERATE-DETAIL.
    MOVE SPACES TO DIGIT-PAIRS-RECORD.
    MOVE "D" TO OUT-RECORD-TYPE.
    IF SI-PRICING
        MOVE SI-ITEM-CODE TO OUT-PR-ITEM-CODE
        MOVE SI-QUANTITY TO OUT-PR-QUANTITY
        MOVE SI-CUSTOMER-NO TO OUT-PR-CUSTOMER-NO
        MOVE SI-ORDER-NO TO OUT-PR-ORDER-NO
        MOVE SI-CURRENCY-CODE TO OUT-PR-CURRENCY-CODE
        ADD SI-QUANTITY TO WS-HASH-TOTAL
    ELSE
        MOVE SI-DIGIT-1 TO OUT-DIGIT-1
        MOVE SI-DIGIT-2 TO OUT-DIGIT-2
        MOVE SI-OP-CODE TO OUT-OP-CODE
        ADD SI-DIGIT-1 TO WS-HASH-TOTAL
        ADD SI-DIGIT-2 TO WS-HASH-TOTAL
    END-IF.
    PERFORM 220-WRITE-BATCH-RECORD.
    ADD 1 TO WS-GENERATED-COUNT.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    MOVE WS-DUE-DATE TO SI-LAST-DUE-DATE.
    MOVE WS-BUSINESS-DATE TO SI-LAST-GENERATED-DATE.
    MOVE WS-OPERATOR-ID TO SI-LAST-GENERATED-BY.
    MOVE WS-CDT-TIME TO SI-LAST-GENERATED-TIME.
    REWRITE STANDING-INSTRUCTION-RECORD
        INVALID KEY
            DISPLAY "ERROR: UNABLE TO MARK INSTRUCTION "
                SI-INSTRUCTION-ID " GENERATED - STATUS "
                WS-STANDING-STATUS
            DISPLAY "       DIGIT-PAIRS.DAT IS INCOMPLETE - "
                "RUN ABANDONED"
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-REWRITE.
    MOVE "GENERATED" TO WS-DL-DISPOSITION.
    PERFORM 340-WRITE-DETAIL-LINE.

330-LIST-SKIPPED-INSTRUCTION.
    EVALUATE TRUE
        WHEN WS-SKIP-INVALID
            ADD 1 TO WS-INVALID-COUNT
            MOVE "SKIP INVALID" TO WS-DL-DISPOSITION
        WHEN WS-SKIP-OTHER-DEPT
            ADD 1 TO WS-NOT-SELECTED-COUNT
            MOVE "SKIP OTHER DEPT" TO WS-DL-DISPOSITION
        WHEN WS-SKIP-OTHER-MODE
            ADD 1 TO WS-NOT-SELECTED-COUNT
            MOVE "SKIP OTHER MODE" TO WS-DL-DISPOSITION
        WHEN WS-SKIP-INACTIVE
            ADD 1 TO WS-INACTIVE-COUNT
            MOVE "SKIP INACTIVE" TO WS-DL-DISPOSITION
        WHEN WS-SKIP-NOT-STARTED
            ADD 1 TO WS-NOT-DUE-COUNT
            MOVE "SKIP NOT STARTED" TO WS-DL-DISPOSITION
        WHEN WS-SKIP-ENDED
            ADD 1 TO WS-NOT-DUE-COUNT
            MOVE "SKIP ENDED" TO WS-DL-DISPOSITION
        WHEN WS-SKIP-NOT-DUE
            ADD 1 TO WS-NOT-DUE-COUNT
            MOVE "SKIP NOT DUE" TO WS-DL-DISPOSITION
        WHEN OTHER
            ADD 1 TO WS-DONE-COUNT
            MOVE SI-LAST-GENERATED-DATE TO WS-DN-GENERATED-DATE
            MOVE WS-DONE-DISPOSITION TO WS-DL-DISPOSITION
    END-EVALUATE.
    PERFORM 340-WRITE-DETAIL-LINE.

340-WRITE-DETAIL-LINE.
    MOVE SI-INSTRUCTION-ID TO WS-DL-INSTRUCTION-ID.
    MOVE SI-DEPARTMENT TO WS-DL-DEPARTMENT.
    MOVE SI-FREQUENCY TO WS-DL-FREQUENCY.
    IF WS-DUE-DATE = ZERO
        MOVE SPACES TO WS-DL-DUE-DATE
    ELSE
        MOVE WS-DUE-DATE TO WS-DL-DUE-DATE
    END-IF.
    EVALUATE TRUE
        WHEN WS-SKIP-INVALID
            MOVE SPACES TO WS-DL-DETAIL
        WHEN SI-PRICING
            MOVE SI-ITEM-CODE TO WS-PD-ITEM-CODE
            MOVE SI-QUANTITY TO WS-PD-QUANTITY
            MOVE SI-CUSTOMER-NO TO WS-PD-CUSTOMER-NO
            MOVE WS-PRICING-DETAIL TO WS-DL-DETAIL
        WHEN OTHER
            MOVE SI-OP-CODE TO WS-AD-OP-CODE
            MOVE SI-DIGIT-1 TO WS-AD-DIGIT-1
            MOVE SI-DIGIT-2 TO WS-AD-DIGIT-2
            MOVE WS-ARITHMETIC-DETAIL TO WS-DL-DETAIL
    END-EVALUATE.
    MOVE WS-DETAIL-LINE TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.

400-WRITE-BATCH-TRAILER.
    MOVE SPACES TO DIGIT-PAIRS-RECORD.
    MOVE "T" TO OUT-RECORD-TYPE.
    MOVE WS-GENERATED-COUNT TO OUT-RECORD-COUNT.
    MOVE WS-HASH-TOTAL TO OUT-HASH-TOTAL.
    PERFORM 220-WRITE-BATCH-RECORD.

410-WRITE-GENERATE-TOTALS.
    MOVE "INSTRUCTIONS READ:     " TO WS-TL-LABEL.
    MOVE WS-READ-COUNT TO WS-TL-COUNT.
    PERFORM 405-WRITE-TOTAL-LINE.
    MOVE "GENERATED:             " TO WS-TL-LABEL.
    MOVE WS-GENERATED-COUNT TO WS-TL-COUNT.
    PERFORM 405-WRITE-TOTAL-LINE.
    MOVE "SKIPPED ALREADY DONE:  " TO WS-TL-LABEL.
    MOVE WS-DONE-COUNT TO WS-TL-COUNT.
    PERFORM 405-WRITE-TOTAL-LINE.
    MOVE "SKIPPED NOT DUE:       " TO WS-TL-LABEL.
    MOVE WS-NOT-DUE-COUNT TO WS-TL-COUNT.
    PERFORM 405-WRITE-TOTAL-LINE.
    MOVE "SKIPPED INACTIVE:      " TO WS-TL-LABEL.
    MOVE WS-INACTIVE-COUNT TO WS-TL-COUNT.
    PERFORM 405-WRITE-TOTAL-LINE.
    MOVE "SKIPPED NOT SELECTED:  " TO WS-TL-LABEL.
    MOVE WS-NOT-SELECTED-COUNT TO WS-TL-COUNT.
    PERFORM 405-WRITE-TOTAL-LINE.
    MOVE "SKIPPED INVALID:       " TO WS-TL-LABEL.
    MOVE WS-INVALID-COUNT TO WS-TL-COUNT.
    PERFORM 405-WRITE-TOTAL-LINE.
    MOVE WS-BUSINESS-DATE TO WS-BL-BATCH-DATE.
    MOVE WS-SENDER-CODE TO WS-BL-SENDER.
    MOVE WS-BATCH-LINE TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.
    MOVE "TRAILER RECORD COUNT:  " TO WS-TL-LABEL.
    MOVE WS-GENERATED-COUNT TO WS-TL-COUNT.
    PERFORM 405-WRITE-TOTAL-LINE.
    MOVE WS-HASH-TOTAL TO WS-HL-HASH-TOTAL.
    MOVE WS-HASH-LINE TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.
    MOVE WS-END-OF-REPORT-LINE TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.
    DISPLAY "STANDING INSTRUCTION RUN COMPLETE - SEE "
        "STANDING-GENERATE.PRT".
    DISPLAY "  DIGIT-PAIRS.DAT BATCH DATE " WS-BUSINESS-DATE
        " SENDER " WS-SENDER-CODE " DETAILS " WS-GENERATED-COUNT.
    IF WS-GENERATED-COUNT = ZERO
        DISPLAY "  NO INSTRUCTIONS WERE DUE - BATCH HAS NO DETAILS"
        MOVE 4 TO RETURN-CODE
    END-IF.
    IF WS-INVALID-COUNT > ZERO
        DISPLAY "  INVALID INSTRUCTIONS SKIPPED - SEE LISTING"
        MOVE 4 TO RETURN-CODE
    END-IF.

405-WRITE-TOTAL-LINE.
    MOVE WS-TOTAL-LINE TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.

500-WRITE-REPORT-LINE.
    IF WS-LINE-COUNT >= WS-PAGE-DEPTH
        PERFORM 510-WRITE-PAGE-HEADINGS
    END-IF.
    WRITE GENERATE-PRINT-RECORD FROM WS-REPORT-LINE.
    ADD 1 TO WS-LINE-COUNT.

510-WRITE-PAGE-HEADINGS.
    ADD 1 TO WS-PAGE-NUMBER.
    IF WS-PAGE-NUMBER > 1
        MOVE SPACES TO GENERATE-PRINT-RECORD
        WRITE GENERATE-PRINT-RECORD
    END-IF.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    MOVE WS-PAGE-NUMBER TO WS-PH1-PAGE.
    WRITE GENERATE-PRINT-RECORD FROM WS-PAGE-HEADING-1.
    MOVE WS-CDT-DATE TO WS-PH2-DATE.
    MOVE WS-CDT-TIME TO WS-PH2-TIME.
    MOVE WS-OPERATOR-ID TO WS-PH2-OPER.
    WRITE GENERATE-PRINT-RECORD FROM WS-PAGE-HEADING-2.
    MOVE WS-BUSINESS-DATE TO WS-PH3-DATE.
    IF WS-PRICING-MODE
        MOVE "PRICING" TO WS-PH3-MODE
    ELSE
        MOVE "ARITHMETIC" TO WS-PH3-MODE
    END-IF.
    MOVE WS-SENDER-CODE TO WS-PH3-SENDER.
    WRITE GENERATE-PRINT-RECORD FROM WS-PAGE-HEADING-3.
    WRITE GENERATE-PRINT-RECORD FROM WS-COLUMN-HEADING.
    MOVE 5 TO WS-LINE-COUNT.

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
        MOVE "Standing_instruction_generate" TO SV-PROGRAM
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
