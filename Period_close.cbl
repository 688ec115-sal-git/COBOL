IDENTIFICATION DIVISION.
PROGRAM-ID. Period_close.
AUTHOR. Stephen.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERIOD-CONTROL.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PD-PERIOD
        FILE STATUS IS WS-PERIOD-CONTROL-STATUS.

    SELECT PERIOD-CLOSE-LOG ASSIGN TO "PERIOD-CLOSE-LOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PERIOD-LOG-STATUS.

    SELECT RUN-HISTORY-FILE ASSIGN TO "RUN-HISTORY.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUN-HISTORY-STATUS.

    SELECT RUN-STATS-FILE ASSIGN TO "MULT-RUN-STATS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RS-STAT-KEY
        FILE STATUS IS WS-RUN-STATS-STATUS.

    SELECT MULT-AUDIT-LOG ASSIGN TO "MULT-AUDIT-LOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-LOG-STATUS.

*> The archive generation for the period is found through the same
*> ARCHFILE name Audit_log_archive writes it under.
    SELECT ARCHIVE-FILE ASSIGN TO ARCHFILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ARCHIVE-STATUS.

    SELECT CLOSE-PRINT-FILE ASSIGN TO "PERIOD-CLOSE.PRT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CLOSE-PRINT-STATUS.

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
FD  PERIOD-CONTROL-FILE.
01  PERIOD-CONTROL-RECORD.
    COPY PERCTL.

*> One line per close or reopen attempt that got past sign-on, with
*> the outcome: DONE, or the reason it was refused.
FD  PERIOD-CLOSE-LOG.
01  PERIOD-LOG-RECORD.
    05  PL-ACTION           PIC X(6).
    05  PL-RESULT           PIC X(4).
    05  PL-PERIOD           PIC 9(6).
    05  PL-OPERATOR-ID      PIC X(8).
    05  PL-DATE             PIC 9(8).
    05  PL-TIME             PIC 9(8).
    05  PL-REASON           PIC X(30).
    05  PL-FILLER           PIC X(10).

FD  RUN-HISTORY-FILE.
01  RUN-HISTORY-RECORD.
    COPY RUNHIST.

FD  RUN-STATS-FILE.
01  RUN-STATS-RECORD.
    COPY RUNSTATS.

FD  MULT-AUDIT-LOG.
01  MULT-AUDIT-LOG-RECORD.
    COPY AUDITLOG.

FD  ARCHIVE-FILE.
01  ARCHIVE-RECORD           PIC X(100).

FD  CLOSE-PRINT-FILE.
01  CLOSE-PRINT-RECORD       PIC X(80).

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
    01  WS-PERIOD-CONTROL-STATUS PIC XX VALUE SPACES.
    01  WS-PERIOD-LOG-STATUS    PIC XX VALUE SPACES.
    01  WS-RUN-HISTORY-STATUS   PIC XX VALUE SPACES.
    01  WS-RUN-STATS-STATUS     PIC XX VALUE SPACES.
    01  WS-AUDIT-LOG-STATUS     PIC XX VALUE SPACES.
    01  WS-ARCHIVE-STATUS       PIC XX VALUE SPACES.
    01  WS-CLOSE-PRINT-STATUS   PIC XX VALUE SPACES.
    01  WS-OPER-MASTER-STATUS   PIC XX VALUE SPACES.
    01  WS-SEC-VIOL-STATUS      PIC XX VALUE SPACES.
    01  WS-SEC-CONTROL-STATUS   PIC XX VALUE SPACES.

*> A refused sign-on goes to SECURITY-VIOLATION.DAT with the function
*> asked for, the reason, and the failure count and lock it left on
*> the operator master - see 960-LOG-SIGN-ON-REFUSAL.
    01  WS-REQUESTED-FUNCTION   PIC X(10) VALUE "PERCLOSE".
    01  WS-REFUSAL-REASON       PIC X(4) VALUE SPACES.
    01  WS-FAILURE-COUNT        PIC 9(3) VALUE ZERO.
    01  WS-SIGN-ON-LIMIT        PIC 9(2) VALUE 3.
    01  WS-LOCKED-NOW-SWITCH    PIC X VALUE "N".
        88  WS-LOCKED-NOW       VALUE "Y".

    01  WS-OPERATOR-ID          PIC X(8) VALUE SPACES.
    01  WS-OPERATOR-OK-SWITCH   PIC X VALUE "N".
        88  WS-OPERATOR-OK      VALUE "Y".

    01  WS-EOF-SWITCH           PIC X VALUE "N".
        88  WS-EOF              VALUE "Y".

    01  WS-CURRENT-DATE-TIME.
        05  WS-CDT-DATE         PIC 9(8).
        05  WS-CDT-TIME         PIC 9(8).
        05  FILLER              PIC X(5).

*> CLOSE or REOPEN, PERIOD=YYYYMM and the operator ID arrive as
*> tokens in any order. The action defaults to CLOSE and the period
*> to the previous month, the same default the audit log archive
*> uses, so the month-end sequence is archive, then close, with no
*> parameters but the operator. The operator defaults to BATCH and
*> must pass sign-on validation with the period close authority
*> either way.
    01  WS-RUN-PARM             PIC X(40) VALUE SPACES.
    01  WS-PARM-TOKENS.
        05  WS-PARM-TOKEN       PIC X(15) OCCURS 3 TIMES VALUE SPACES.
    01  WS-PARM-IDX             PIC 9 VALUE 1.
    01  WS-PARM-KEYWORD         PIC X(8)  VALUE SPACES.
    01  WS-PARM-VALUE           PIC X(8)  VALUE SPACES.
    01  WS-NUMVAL-CHECK         PIC S9(4) VALUE ZERO.

    01  WS-ACTION               PIC X(6) VALUE "CLOSE".
        88  WS-ACTION-CLOSE     VALUE "CLOSE".
        88  WS-ACTION-REOPEN    VALUE "REOPEN".

    01  WS-PERIOD               PIC 9(6) VALUE ZERO.
    01  WS-PERIOD-SPLIT REDEFINES WS-PERIOD.
        05  WS-PERIOD-YEAR      PIC 9(4).
        05  WS-PERIOD-MONTH     PIC 9(2).
    01  WS-CURRENT-PERIOD       PIC 9(6) VALUE ZERO.

    01  WS-PERIOD-ON-FILE-SWITCH PIC X VALUE "N".
        88  WS-PERIOD-ON-FILE   VALUE "Y".

    01  WS-REOPEN-REASON-INPUT  PIC X(30) VALUE SPACES.

*> Outcome written to the log and the report: DONE, or CLSD already
*> closed, FUTR period not yet begun, NARC not archived, NREC run
*> history and run statistics do not agree, NCLS reopen of a period
*> that is not closed, NRSN reopen without a reason, IOER the period
*> record could not be written.
    01  WS-LOG-RESULT           PIC X(4) VALUE SPACES.
    01  WS-LOG-REASON           PIC X(30) VALUE SPACES.

*> Archived means the period's own generation of the audit log exists
*> with its control record, and nothing dated in or before the period
*> is still sitting on the live log.
    01  WS-ARCHIVE-FILE-NAME    PIC X(30) VALUE SPACES.
    01  WS-ARCHIVED-SWITCH      PIC X VALUE "N".
        88  WS-ARCHIVED         VALUE "Y".
    01  WS-ARCHIVE-CTL-COUNT    PIC 9(3) VALUE ZERO.
    01  WS-ARCHIVED-COUNT       PIC 9(7) VALUE ZERO.
    01  WS-UNARCHIVED-COUNT     PIC 9(7) VALUE ZERO.

    01  WS-ARCHIVE-CONTROL-RECORD.
        05  FILLER              PIC X(4).
        05  ARC-PERIOD          PIC 9(6).
        05  ARC-RECORD-COUNT    PIC 9(7).
        05  ARC-PRODUCT-SUM     PIC S9(12)V99 SIGN IS TRAILING SEPARATE
                                               CHARACTER.
        05  ARC-WRITTEN-DATE    PIC 9(8).
        05  FILLER              PIC X(40).

*> Reconciled means every operation's good-record count and amount on
*> RUN-HISTORY.DAT agree with MULT-RUN-STATS.DAT for the month, by
*> the rules the calculation program posts both under: a statistics
*> row counts every audited record, so its good count is the record
*> count less the errors, and its sum is OK products only.
    01  WS-BALANCED-SWITCH      PIC X VALUE "Y".
        88  WS-BALANCED         VALUE "Y".

    01  WS-OP-NAME-TABLE.
        05  FILLER              PIC X(8) VALUE "ADD".
        05  FILLER              PIC X(8) VALUE "SUBTRACT".
        05  FILLER              PIC X(8) VALUE "MULTIPLY".
        05  FILLER              PIC X(8) VALUE "DIVIDE".
        05  FILLER              PIC X(8) VALUE "PRICING".
    01  WS-OP-NAMES REDEFINES WS-OP-NAME-TABLE.
        05  WS-OP-NAME-ENTRY    PIC X(8) OCCURS 5 TIMES.
    01  WS-OP-IDX               PIC 9 VALUE ZERO.
    01  WS-OP-SCAN              PIC 99 VALUE ZERO.

    01  WS-PERIOD-TOTALS.
        05  WS-PT-ENTRY OCCURS 5 TIMES.
            10  WS-PT-HIST-COUNT    PIC 9(9).
            10  WS-PT-HIST-SUM      PIC S9(13)V99.
            10  WS-PT-STATS-COUNT   PIC 9(9).
            10  WS-PT-STATS-SUM     PIC S9(13)V99.
    01  WS-HIST-COUNT-TOTAL     PIC 9(9) VALUE ZERO.
    01  WS-HIST-SUM-TOTAL       PIC S9(13)V99 VALUE ZERO.
    01  WS-STATS-COUNT-TOTAL    PIC 9(9) VALUE ZERO.
    01  WS-STATS-SUM-TOTAL      PIC S9(13)V99 VALUE ZERO.
    01  WS-STATS-ERROR-COUNT    PIC 9(9) VALUE ZERO.
    01  WS-RUN-COUNT            PIC 9(5) VALUE ZERO.
    01  WS-PAIR-COUNT           PIC 9(9) VALUE ZERO.
    01  WS-SUSPENSE-COUNT       PIC 9(9) VALUE ZERO.

    01  WS-DISPLAY-COUNT        PIC ZZZZZZ9.

*> Report pagination: every report line goes out through
*> 500-WRITE-REPORT-LINE, which repaints the page heading block at
*> the standard depth so a burst continuation page still identifies
*> the run.
    01  WS-REPORT-LINE          PIC X(80) VALUE SPACES.
    01  WS-LINE-COUNT           PIC 9(3) VALUE 999.
    01  WS-PAGE-NUMBER          PIC 9(4) VALUE ZERO.
    01  WS-PAGE-DEPTH           PIC 9(3) VALUE 55.

    01  WS-PAGE-HEADING-1.
        05  FILLER              PIC X(26)
            VALUE "PERIOD CLOSE              ".
        05  FILLER              PIC X(22)
            VALUE "Period_close          ".
        05  FILLER              PIC X(6)  VALUE "PAGE: ".
        05  WS-PH1-PAGE         PIC ZZZ9.
        05  FILLER              PIC X(22) VALUE SPACES.

    01  WS-PAGE-HEADING-2.
        05  FILLER              PIC X(10) VALUE "RUN DATE: ".
        05  WS-PH2-DATE         PIC 9(8).
        05  FILLER              PIC X(8)  VALUE "  TIME: ".
        05  WS-PH2-TIME         PIC 9(8).
        05  FILLER              PIC X(10) VALUE "  PERIOD: ".
        05  WS-PH2-PERIOD       PIC 9(6).
        05  FILLER              PIC X(12) VALUE "  OPERATOR: ".
        05  WS-PH2-OPERATOR     PIC X(8).
        05  FILLER              PIC X(10) VALUE SPACES.

    01  WS-COLUMN-HEADING.
        05  FILLER              PIC X(34)
            VALUE "OPERATION HISTORY   HISTORY AMOUNT".
        05  FILLER              PIC X(46)
            VALUE "    STATS     STATS AMOUNT  CHECK".

    01  WS-END-OF-REPORT-LINE   PIC X(80) VALUE "END OF REPORT".

    01  WS-OPERATION-LINE.
        05  WS-OL-OPERATION     PIC X(8).
        05  FILLER              PIC X(2)  VALUE SPACES.
        05  WS-OL-HIST-COUNT    PIC ZZZZZZ9.
        05  FILLER              PIC X     VALUE SPACE.
        05  WS-OL-HIST-AMOUNT   PIC -(12)9.99.
        05  FILLER              PIC X(2)  VALUE SPACES.
        05  WS-OL-STATS-COUNT   PIC ZZZZZZ9.
        05  FILLER              PIC X     VALUE SPACE.
        05  WS-OL-STATS-AMOUNT  PIC -(12)9.99.
        05  FILLER              PIC X(2)  VALUE SPACES.
        05  WS-OL-CHECK         PIC X(8).
        05  FILLER              PIC X(10) VALUE SPACES.

    01  WS-TOTAL-LINE.
        05  WS-TL-LABEL         PIC X(23).
        05  WS-TL-COUNT         PIC ZZZZZZ9.
        05  FILLER              PIC X(50) VALUE SPACES.

    01  WS-RESULT-LINE.
        05  WS-RL-LABEL         PIC X(23).
        05  WS-RL-TEXT          PIC X(57).

PROCEDURE DIVISION.
000-MAIN-CONTROL.
    PERFORM 100-READ-RUN-PARM.
    PERFORM 105-VALIDATE-OPERATOR.
    IF NOT WS-OPERATOR-OK
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM 150-OPEN-FILES.
    PERFORM 160-READ-PERIOD-RECORD.
    IF WS-ACTION-REOPEN
        PERFORM 600-REOPEN-PERIOD
    ELSE
        PERFORM 200-CLOSE-PERIOD
    END-IF.
    PERFORM 800-WRITE-PERIOD-LOG.
    CLOSE PERIOD-CONTROL-FILE.
    CLOSE PERIOD-CLOSE-LOG.
    STOP RUN.

100-READ-RUN-PARM.
    ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
    UNSTRING WS-RUN-PARM DELIMITED BY ALL SPACE
        INTO WS-PARM-TOKEN(1) WS-PARM-TOKEN(2) WS-PARM-TOKEN(3)
    END-UNSTRING.
    PERFORM VARYING WS-PARM-IDX FROM 1 BY 1 UNTIL WS-PARM-IDX > 3
        PERFORM 102-CLASSIFY-PARM-TOKEN
    END-PERFORM.
    IF WS-OPERATOR-ID = SPACES
        MOVE "BATCH" TO WS-OPERATOR-ID
    END-IF.
    IF WS-ACTION-REOPEN
        MOVE "PERREOPEN" TO WS-REQUESTED-FUNCTION
    END-IF.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    MOVE WS-CDT-DATE(1:6) TO WS-CURRENT-PERIOD.
    IF WS-PERIOD = ZERO
        MOVE WS-CURRENT-PERIOD TO WS-PERIOD
        IF WS-PERIOD-MONTH = 1
            SUBTRACT 1 FROM WS-PERIOD-YEAR
            MOVE 12 TO WS-PERIOD-MONTH
        ELSE
            SUBTRACT 1 FROM WS-PERIOD-MONTH
        END-IF
    END-IF.
    IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
        DISPLAY "ERROR: PERIOD MONTH INVALID - " WS-PERIOD
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

102-CLASSIFY-PARM-TOKEN.
    IF WS-PARM-TOKEN(WS-PARM-IDX) NOT = SPACES
        MOVE SPACES TO WS-PARM-KEYWORD WS-PARM-VALUE
        UNSTRING WS-PARM-TOKEN(WS-PARM-IDX) DELIMITED BY "="
            INTO WS-PARM-KEYWORD WS-PARM-VALUE
        END-UNSTRING
        MOVE FUNCTION TEST-NUMVAL(WS-PARM-VALUE) TO WS-NUMVAL-CHECK
        EVALUATE TRUE
            WHEN WS-PARM-KEYWORD = "PERIOD" AND WS-NUMVAL-CHECK = 0
                COMPUTE WS-PERIOD = FUNCTION NUMVAL(WS-PARM-VALUE)
            WHEN WS-PARM-VALUE = SPACES
                    AND (WS-PARM-KEYWORD = "CLOSE"
                    OR WS-PARM-KEYWORD = "REOPEN")
                MOVE WS-PARM-KEYWORD TO WS-ACTION
            WHEN WS-PARM-VALUE = SPACES
                MOVE WS-PARM-KEYWORD TO WS-OPERATOR-ID
            WHEN OTHER
                DISPLAY "WARNING: PARAMETER NOT UNDERSTOOD "
                    "- IGNORED: " WS-PARM-TOKEN(WS-PARM-IDX)
        END-EVALUATE
    END-IF.

*> Same fail-closed sign-on rule as every other sign-on point: an
*> unreadable operator master refuses everyone. Closing and reopening
*> a period both need the period close authority.
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
                    WHEN NOT OM-MAY-CLOSE-PERIOD
                        DISPLAY "OPERATOR " WS-OPERATOR-ID
                            " NOT AUTHORIZED FOR PERIOD CLOSE "
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

*> The close log is opened before anything is changed, so no close
*> or reopen can happen without leaving its line behind.
150-OPEN-FILES.
    OPEN I-O PERIOD-CONTROL-FILE.
    IF WS-PERIOD-CONTROL-STATUS = "35"
        OPEN OUTPUT PERIOD-CONTROL-FILE
        IF WS-PERIOD-CONTROL-STATUS NOT = "00"
            DISPLAY "ERROR: UNABLE TO CREATE PERIOD-CONTROL.DAT "
                "- STATUS " WS-PERIOD-CONTROL-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        CLOSE PERIOD-CONTROL-FILE
        OPEN I-O PERIOD-CONTROL-FILE
    END-IF.
    IF WS-PERIOD-CONTROL-STATUS NOT = "00"
        DISPLAY "ERROR: UNABLE TO OPEN PERIOD-CONTROL.DAT - STATUS "
            WS-PERIOD-CONTROL-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN EXTEND PERIOD-CLOSE-LOG.
    IF WS-PERIOD-LOG-STATUS NOT = "00"
        OPEN OUTPUT PERIOD-CLOSE-LOG
        IF WS-PERIOD-LOG-STATUS NOT = "00"
            DISPLAY "ERROR: UNABLE TO OPEN PERIOD-CLOSE-LOG.DAT "
                "- STATUS " WS-PERIOD-LOG-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.

160-READ-PERIOD-RECORD.
    MOVE "N" TO WS-PERIOD-ON-FILE-SWITCH.
    MOVE WS-PERIOD TO PD-PERIOD.
    READ PERIOD-CONTROL-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET WS-PERIOD-ON-FILE TO TRUE
    END-READ.

*> A period is closed only once its runs are archived and reconciled.
*> The report is printed either way, so a refused close shows the
*> operator which check held it back.
200-CLOSE-PERIOD.
    EVALUATE TRUE
        WHEN WS-PERIOD-ON-FILE AND PD-CLOSED
            DISPLAY "ERROR: PERIOD " WS-PERIOD " ALREADY CLOSED BY "
                PD-CLOSED-BY " ON " PD-CLOSED-DATE
            MOVE "CLSD" TO WS-LOG-RESULT
            MOVE 16 TO RETURN-CODE
        WHEN WS-PERIOD > WS-CURRENT-PERIOD
            DISPLAY "ERROR: PERIOD " WS-PERIOD " HAS NOT BEGUN"
            MOVE "FUTR" TO WS-LOG-RESULT
            MOVE 16 TO RETURN-CODE
        WHEN OTHER
            PERFORM 210-OPEN-REPORT
            PERFORM 300-CHECK-ARCHIVE
            PERFORM 400-TOTAL-RUN-HISTORY
            PERFORM 450-TOTAL-RUN-STATS
            PERFORM 470-COMPARE-TOTALS
            EVALUATE TRUE
                WHEN NOT WS-ARCHIVED
                    DISPLAY "ERROR: PERIOD " WS-PERIOD
                        " NOT ARCHIVED - CLOSE REFUSED"
                    MOVE "NARC" TO WS-LOG-RESULT
                    MOVE 16 TO RETURN-CODE
                WHEN NOT WS-BALANCED
                    DISPLAY "ERROR: PERIOD " WS-PERIOD
                        " RUN HISTORY OUT OF BALANCE - CLOSE REFUSED"
                    MOVE "NREC" TO WS-LOG-RESULT
                    MOVE 16 TO RETURN-CODE
                WHEN OTHER
                    PERFORM 480-MARK-PERIOD-CLOSED
            END-EVALUATE
            PERFORM 700-PRINT-CLOSE-REPORT
    END-EVALUATE.

210-OPEN-REPORT.
    OPEN OUTPUT CLOSE-PRINT-FILE.
    IF WS-CLOSE-PRINT-STATUS NOT = "00"
        DISPLAY "ERROR: UNABLE TO OPEN PERIOD-CLOSE.PRT - STATUS "
            WS-CLOSE-PRINT-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

300-CHECK-ARCHIVE.
    MOVE "N" TO WS-ARCHIVED-SWITCH.
    MOVE ZERO TO WS-ARCHIVE-CTL-COUNT WS-ARCHIVED-COUNT
        WS-UNARCHIVED-COUNT.
    MOVE SPACES TO WS-ARCHIVE-FILE-NAME.
    STRING "MULT-AUDIT-ARCH-" WS-PERIOD ".DAT"
        DELIMITED BY SIZE
        INTO WS-ARCHIVE-FILE-NAME
    END-STRING.
    SET ENVIRONMENT "ARCHFILE" TO WS-ARCHIVE-FILE-NAME.
    OPEN INPUT ARCHIVE-FILE.
    IF WS-ARCHIVE-STATUS = "00"
        MOVE "N" TO WS-EOF-SWITCH
        PERFORM 310-READ-ARCHIVE-RECORD
        PERFORM UNTIL WS-EOF
            IF ARCHIVE-RECORD(1:4) = "CTL "
                MOVE ARCHIVE-RECORD TO WS-ARCHIVE-CONTROL-RECORD
                IF ARC-PERIOD = WS-PERIOD
                    ADD 1 TO WS-ARCHIVE-CTL-COUNT
                    ADD ARC-RECORD-COUNT TO WS-ARCHIVED-COUNT
                END-IF
            END-IF
            PERFORM 310-READ-ARCHIVE-RECORD
        END-PERFORM
        CLOSE ARCHIVE-FILE
    END-IF.
    OPEN INPUT MULT-AUDIT-LOG.
    EVALUATE WS-AUDIT-LOG-STATUS
        WHEN "00"
            MOVE "N" TO WS-EOF-SWITCH
            PERFORM 320-READ-AUDIT-RECORD
            PERFORM UNTIL WS-EOF
                IF AL-RUN-DATE(1:6) <= WS-PERIOD
                    ADD 1 TO WS-UNARCHIVED-COUNT
                END-IF
                PERFORM 320-READ-AUDIT-RECORD
            END-PERFORM
            CLOSE MULT-AUDIT-LOG
        WHEN "35"
            CONTINUE
        WHEN OTHER
            DISPLAY "ERROR: UNABLE TO OPEN MULT-AUDIT-LOG.DAT - STATUS "
                WS-AUDIT-LOG-STATUS " - CLOSE ABANDONED"
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.
    IF WS-ARCHIVE-CTL-COUNT > ZERO AND WS-UNARCHIVED-COUNT = ZERO
        SET WS-ARCHIVED TO TRUE
    END-IF.

310-READ-ARCHIVE-RECORD.
    READ ARCHIVE-FILE
        AT END
            SET WS-EOF TO TRUE
    END-READ.

320-READ-AUDIT-RECORD.
    READ MULT-AUDIT-LOG
        AT END
            SET WS-EOF TO TRUE
    END-READ.

*> The month's runs are the RUN-HISTORY.DAT records with a run date
*> in the period - the same month the audit records of those runs
*> were archived under.
400-TOTAL-RUN-HISTORY.
    MOVE ZERO TO WS-PERIOD-TOTALS WS-RUN-COUNT WS-PAIR-COUNT
        WS-SUSPENSE-COUNT.
    OPEN INPUT RUN-HISTORY-FILE.
    EVALUATE WS-RUN-HISTORY-STATUS
        WHEN "00"
            MOVE "N" TO WS-EOF-SWITCH
            PERFORM 410-READ-RUN-HISTORY
            PERFORM UNTIL WS-EOF
                IF RH-RUN-DATE(1:6) = WS-PERIOD
                    PERFORM 420-ACCUMULATE-RUN-HISTORY
                END-IF
                PERFORM 410-READ-RUN-HISTORY
            END-PERFORM
            CLOSE RUN-HISTORY-FILE
        WHEN "35"
            CONTINUE
        WHEN OTHER
            DISPLAY "ERROR: UNABLE TO OPEN RUN-HISTORY.DAT - STATUS "
                WS-RUN-HISTORY-STATUS " - CLOSE ABANDONED"
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

410-READ-RUN-HISTORY.
    READ RUN-HISTORY-FILE
        AT END
            SET WS-EOF TO TRUE
    END-READ.

420-ACCUMULATE-RUN-HISTORY.
    ADD 1 TO WS-RUN-COUNT.
    ADD RH-PAIR-COUNT TO WS-PAIR-COUNT.
    ADD RH-SUSPENSE-COUNT TO WS-SUSPENSE-COUNT.
    PERFORM VARYING WS-OP-IDX FROM 1 BY 1 UNTIL WS-OP-IDX > 5
        IF RH-OT-COUNT(WS-OP-IDX) NUMERIC
            ADD RH-OT-COUNT(WS-OP-IDX)
                TO WS-PT-HIST-COUNT(WS-OP-IDX)
            ADD RH-OT-SUM(WS-OP-IDX)
                TO WS-PT-HIST-SUM(WS-OP-IDX)
        END-IF
    END-PERFORM.

*> The statistics rows are keyed run date first, so the month is one
*> START and a read forward to the first date past it.
450-TOTAL-RUN-STATS.
    MOVE ZERO TO WS-STATS-ERROR-COUNT.
    OPEN INPUT RUN-STATS-FILE.
    EVALUATE WS-RUN-STATS-STATUS
        WHEN "00"
            MOVE "N" TO WS-EOF-SWITCH
            MOVE LOW-VALUES TO RS-STAT-KEY
            COMPUTE RS-RUN-DATE = WS-PERIOD * 100
            START RUN-STATS-FILE KEY >= RS-STAT-KEY
                INVALID KEY
                    SET WS-EOF TO TRUE
            END-START
            PERFORM UNTIL WS-EOF
                READ RUN-STATS-FILE NEXT RECORD
                    AT END
                        SET WS-EOF TO TRUE
                    NOT AT END
                        IF RS-RUN-DATE(1:6) > WS-PERIOD
                            SET WS-EOF TO TRUE
                        ELSE
                            PERFORM 460-ACCUMULATE-RUN-STATS
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RUN-STATS-FILE
        WHEN "35"
            CONTINUE
        WHEN OTHER
            DISPLAY "ERROR: UNABLE TO OPEN MULT-RUN-STATS.DAT - STATUS "
                WS-RUN-STATS-STATUS " - CLOSE ABANDONED"
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

*> INVALID-operation rows carry only errors, so they add to the error
*> count and nothing else.
460-ACCUMULATE-RUN-STATS.
    ADD RS-ERROR-COUNT TO WS-STATS-ERROR-COUNT.
    MOVE ZERO TO WS-OP-IDX.
    PERFORM VARYING WS-OP-SCAN FROM 1 BY 1 UNTIL WS-OP-SCAN > 5
        IF RS-OPERATION = WS-OP-NAME-ENTRY(WS-OP-SCAN)
            MOVE WS-OP-SCAN TO WS-OP-IDX
            MOVE 9 TO WS-OP-SCAN
        END-IF
    END-PERFORM.
    IF WS-OP-IDX > ZERO
        COMPUTE WS-PT-STATS-COUNT(WS-OP-IDX) =
            WS-PT-STATS-COUNT(WS-OP-IDX)
            + RS-RECORD-COUNT - RS-ERROR-COUNT
        ADD RS-PRODUCT-SUM TO WS-PT-STATS-SUM(WS-OP-IDX)
    END-IF.

470-COMPARE-TOTALS.
    SET WS-BALANCED TO TRUE.
    MOVE ZERO TO WS-HIST-COUNT-TOTAL WS-HIST-SUM-TOTAL
        WS-STATS-COUNT-TOTAL WS-STATS-SUM-TOTAL.
    PERFORM VARYING WS-OP-IDX FROM 1 BY 1 UNTIL WS-OP-IDX > 5
        ADD WS-PT-HIST-COUNT(WS-OP-IDX) TO WS-HIST-COUNT-TOTAL
        ADD WS-PT-HIST-SUM(WS-OP-IDX) TO WS-HIST-SUM-TOTAL
        ADD WS-PT-STATS-COUNT(WS-OP-IDX) TO WS-STATS-COUNT-TOTAL
        ADD WS-PT-STATS-SUM(WS-OP-IDX) TO WS-STATS-SUM-TOTAL
        IF WS-PT-HIST-COUNT(WS-OP-IDX)
                NOT = WS-PT-STATS-COUNT(WS-OP-IDX)
                OR WS-PT-HIST-SUM(WS-OP-IDX)
                NOT = WS-PT-STATS-SUM(WS-OP-IDX)
            MOVE "N" TO WS-BALANCED-SWITCH
        END-IF
    END-PERFORM.

480-MARK-PERIOD-CLOSED.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    IF NOT WS-PERIOD-ON-FILE
        MOVE SPACES TO PERIOD-CONTROL-RECORD
        MOVE WS-PERIOD TO PD-PERIOD
        MOVE ZERO TO PD-REOPENED-DATE PD-REOPENED-TIME PD-CLOSE-COUNT
    END-IF.
    SET PD-CLOSED TO TRUE.
    MOVE WS-OPERATOR-ID TO PD-CLOSED-BY.
    MOVE WS-CDT-DATE TO PD-CLOSED-DATE.
    MOVE WS-CDT-TIME TO PD-CLOSED-TIME.
    IF PD-CLOSE-COUNT NOT NUMERIC
        MOVE ZERO TO PD-CLOSE-COUNT
    END-IF.
    IF PD-CLOSE-COUNT < 999
        ADD 1 TO PD-CLOSE-COUNT
    END-IF.
    MOVE WS-RUN-COUNT TO PD-RUN-COUNT.
    MOVE WS-PAIR-COUNT TO PD-PAIR-COUNT.
    MOVE WS-SUSPENSE-COUNT TO PD-SUSPENSE-COUNT.
    MOVE WS-HIST-SUM-TOTAL TO PD-AMOUNT-TOTAL.
    MOVE "DONE" TO WS-LOG-RESULT.
    IF WS-PERIOD-ON-FILE
        REWRITE PERIOD-CONTROL-RECORD
            INVALID KEY
                MOVE "IOER" TO WS-LOG-RESULT
        END-REWRITE
    ELSE
        WRITE PERIOD-CONTROL-RECORD
            INVALID KEY
                MOVE "IOER" TO WS-LOG-RESULT
        END-WRITE
    END-IF.
    IF WS-LOG-RESULT = "DONE"
        DISPLAY "PERIOD " WS-PERIOD " CLOSED BY " WS-OPERATOR-ID
    ELSE
        DISPLAY "ERROR: UNABLE TO RECORD CLOSE OF PERIOD " WS-PERIOD
            " - STATUS " WS-PERIOD-CONTROL-STATUS
        MOVE 16 TO RETURN-CODE
    END-IF.

*> A reopen puts a closed month back to open for corrections. The
*> reason is taken from the console and is required; it goes on the
*> period record and the close log.
600-REOPEN-PERIOD.
    IF NOT WS-PERIOD-ON-FILE OR NOT PD-CLOSED
        DISPLAY "ERROR: PERIOD " WS-PERIOD " IS NOT CLOSED"
        MOVE "NCLS" TO WS-LOG-RESULT
        MOVE 16 TO RETURN-CODE
    ELSE
        DISPLAY "PERIOD " WS-PERIOD " CLOSED BY " PD-CLOSED-BY
            " ON " PD-CLOSED-DATE
        DISPLAY "Enter reason for reopening: " WITH NO ADVANCING
        ACCEPT WS-REOPEN-REASON-INPUT
        MOVE WS-REOPEN-REASON-INPUT TO WS-LOG-REASON
        IF WS-REOPEN-REASON-INPUT = SPACES
            DISPLAY "ERROR: A REASON IS REQUIRED - PERIOD NOT REOPENED"
            MOVE "NRSN" TO WS-LOG-RESULT
            MOVE 16 TO RETURN-CODE
        ELSE
            PERFORM 610-MARK-PERIOD-REOPENED
        END-IF
    END-IF.

610-MARK-PERIOD-REOPENED.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    SET PD-OPEN TO TRUE.
    MOVE WS-OPERATOR-ID TO PD-REOPENED-BY.
    MOVE WS-CDT-DATE TO PD-REOPENED-DATE.
    MOVE WS-CDT-TIME TO PD-REOPENED-TIME.
    MOVE WS-REOPEN-REASON-INPUT TO PD-REOPEN-REASON.
    MOVE "DONE" TO WS-LOG-RESULT.
    REWRITE PERIOD-CONTROL-RECORD
        INVALID KEY
            MOVE "IOER" TO WS-LOG-RESULT
    END-REWRITE.
    IF WS-LOG-RESULT = "DONE"
        DISPLAY "PERIOD " WS-PERIOD " REOPENED BY " WS-OPERATOR-ID
    ELSE
        DISPLAY "ERROR: UNABLE TO RECORD REOPEN OF PERIOD " WS-PERIOD
            " - STATUS " WS-PERIOD-CONTROL-STATUS
        MOVE 16 TO RETURN-CODE
    END-IF.

*> Final counts and amounts per operation from both sources, the
*> month's run and suspense totals, the archive position, and the
*> outcome.
700-PRINT-CLOSE-REPORT.
    MOVE ZERO TO WS-PAGE-NUMBER.
    MOVE 999 TO WS-LINE-COUNT.
    PERFORM VARYING WS-OP-IDX FROM 1 BY 1 UNTIL WS-OP-IDX > 5
        MOVE WS-OP-NAME-ENTRY(WS-OP-IDX) TO WS-OL-OPERATION
        MOVE WS-PT-HIST-COUNT(WS-OP-IDX) TO WS-OL-HIST-COUNT
        MOVE WS-PT-HIST-SUM(WS-OP-IDX) TO WS-OL-HIST-AMOUNT
        MOVE WS-PT-STATS-COUNT(WS-OP-IDX) TO WS-OL-STATS-COUNT
        MOVE WS-PT-STATS-SUM(WS-OP-IDX) TO WS-OL-STATS-AMOUNT
        IF WS-PT-HIST-COUNT(WS-OP-IDX)
                = WS-PT-STATS-COUNT(WS-OP-IDX)
                AND WS-PT-HIST-SUM(WS-OP-IDX)
                = WS-PT-STATS-SUM(WS-OP-IDX)
            MOVE "AGREES" TO WS-OL-CHECK
        ELSE
            MOVE "DIFFERS" TO WS-OL-CHECK
        END-IF
        MOVE WS-OPERATION-LINE TO WS-REPORT-LINE
        PERFORM 500-WRITE-REPORT-LINE
    END-PERFORM.
    MOVE "TOTAL" TO WS-OL-OPERATION.
    MOVE WS-HIST-COUNT-TOTAL TO WS-OL-HIST-COUNT.
    MOVE WS-HIST-SUM-TOTAL TO WS-OL-HIST-AMOUNT.
    MOVE WS-STATS-COUNT-TOTAL TO WS-OL-STATS-COUNT.
    MOVE WS-STATS-SUM-TOTAL TO WS-OL-STATS-AMOUNT.
    IF WS-BALANCED
        MOVE "AGREES" TO WS-OL-CHECK
    ELSE
        MOVE "DIFFERS" TO WS-OL-CHECK
    END-IF.
    MOVE WS-OPERATION-LINE TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.
    MOVE "RUNS IN PERIOD:        " TO WS-TL-LABEL.
    MOVE WS-RUN-COUNT TO WS-TL-COUNT.
    PERFORM 405-WRITE-TOTAL-LINE.
    MOVE "RECORDS PROCESSED:     " TO WS-TL-LABEL.
    MOVE WS-PAIR-COUNT TO WS-TL-COUNT.
    PERFORM 405-WRITE-TOTAL-LINE.
    MOVE "RECORDS SUSPENDED:     " TO WS-TL-LABEL.
    MOVE WS-SUSPENSE-COUNT TO WS-TL-COUNT.
    PERFORM 405-WRITE-TOTAL-LINE.
    MOVE "ERROR RECORDS (STATS): " TO WS-TL-LABEL.
    MOVE WS-STATS-ERROR-COUNT TO WS-TL-COUNT.
    PERFORM 405-WRITE-TOTAL-LINE.
    MOVE "AUDIT RECORDS ARCHIVED:" TO WS-TL-LABEL.
    MOVE WS-ARCHIVED-COUNT TO WS-TL-COUNT.
    PERFORM 405-WRITE-TOTAL-LINE.
    MOVE "LEFT ON LIVE AUDIT LOG:" TO WS-TL-LABEL.
    MOVE WS-UNARCHIVED-COUNT TO WS-TL-COUNT.
    PERFORM 405-WRITE-TOTAL-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.
    MOVE "ARCHIVE:" TO WS-RL-LABEL.
    EVALUATE TRUE
        WHEN WS-ARCHIVED
            MOVE WS-ARCHIVE-FILE-NAME TO WS-RL-TEXT
        WHEN WS-ARCHIVE-CTL-COUNT = ZERO
            MOVE "NO ARCHIVE GENERATION FOR THE PERIOD" TO WS-RL-TEXT
        WHEN OTHER
            MOVE "PERIOD RECORDS STILL ON THE LIVE AUDIT LOG"
                TO WS-RL-TEXT
    END-EVALUATE.
    MOVE WS-RESULT-LINE TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.
    MOVE "RECONCILIATION:" TO WS-RL-LABEL.
    IF WS-BALANCED
        MOVE "RUN HISTORY AGREES WITH RUN STATISTICS" TO WS-RL-TEXT
    ELSE
        MOVE "RUN HISTORY DOES NOT AGREE WITH RUN STATISTICS"
            TO WS-RL-TEXT
    END-IF.
    MOVE WS-RESULT-LINE TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.
    MOVE "PERIOD STATUS:" TO WS-RL-LABEL.
    IF WS-LOG-RESULT = "DONE"
        MOVE SPACES TO WS-RL-TEXT
        STRING "CLOSED BY " DELIMITED BY SIZE
            WS-OPERATOR-ID DELIMITED BY SPACE
            " ON " PD-CLOSED-DATE DELIMITED BY SIZE
            INTO WS-RL-TEXT
        END-STRING
    ELSE
        MOVE SPACES TO WS-RL-TEXT
        STRING "NOT CLOSED - " WS-LOG-RESULT
            DELIMITED BY SIZE
            INTO WS-RL-TEXT
        END-STRING
    END-IF.
    MOVE WS-RESULT-LINE TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.
    MOVE WS-END-OF-REPORT-LINE TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.
    CLOSE CLOSE-PRINT-FILE.

405-WRITE-TOTAL-LINE.
    MOVE WS-TOTAL-LINE TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.

500-WRITE-REPORT-LINE.
    IF WS-LINE-COUNT >= WS-PAGE-DEPTH
        PERFORM 510-WRITE-PAGE-HEADINGS
    END-IF.
    WRITE CLOSE-PRINT-RECORD FROM WS-REPORT-LINE.
    ADD 1 TO WS-LINE-COUNT.

510-WRITE-PAGE-HEADINGS.
    ADD 1 TO WS-PAGE-NUMBER.
    IF WS-PAGE-NUMBER > 1
        MOVE SPACES TO CLOSE-PRINT-RECORD
        WRITE CLOSE-PRINT-RECORD
    END-IF.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    MOVE WS-PAGE-NUMBER TO WS-PH1-PAGE.
    WRITE CLOSE-PRINT-RECORD FROM WS-PAGE-HEADING-1.
    MOVE WS-CDT-DATE TO WS-PH2-DATE.
    MOVE WS-CDT-TIME TO WS-PH2-TIME.
    MOVE WS-PERIOD TO WS-PH2-PERIOD.
    MOVE WS-OPERATOR-ID TO WS-PH2-OPERATOR.
    WRITE CLOSE-PRINT-RECORD FROM WS-PAGE-HEADING-2.
    WRITE CLOSE-PRINT-RECORD FROM WS-COLUMN-HEADING.
    MOVE 4 TO WS-LINE-COUNT.

800-WRITE-PERIOD-LOG.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    MOVE SPACES TO PERIOD-LOG-RECORD.
    MOVE WS-ACTION TO PL-ACTION.
    MOVE WS-LOG-RESULT TO PL-RESULT.
    MOVE WS-PERIOD TO PL-PERIOD.
    MOVE WS-OPERATOR-ID TO PL-OPERATOR-ID.
    MOVE WS-CDT-DATE TO PL-DATE.
    MOVE WS-CDT-TIME TO PL-TIME.
    MOVE WS-LOG-REASON TO PL-REASON.
    WRITE PERIOD-LOG-RECORD.

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
        MOVE "Period_close" TO SV-PROGRAM
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
