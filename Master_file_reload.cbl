IDENTIFICATION DIVISION.
PROGRAM-ID. Master_file_reload.
AUTHOR. Stephen.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ITEM-MASTER-FILE ASSIGN TO "ITEM-MASTER.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS IM-ITEM-CODE
        FILE STATUS IS WS-ITEM-MASTER-STATUS.

    SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERATOR-MASTER.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OM-OPERATOR-ID
        FILE STATUS IS WS-OPER-MASTER-STATUS.

    SELECT RUN-STATS-FILE ASSIGN TO "MULT-RUN-STATS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RS-STAT-KEY
        FILE STATUS IS WS-RUN-STATS-STATUS.

*> The generation name is dated, so the assignment is resolved through
*> the BKUPFILE name set at run time, the way Master_file_unload
*> writes it.
    SELECT BACKUP-FILE ASSIGN TO BKUPFILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BACKUP-STATUS.

    SELECT BACKUP-CATALOG-FILE ASSIGN TO "BACKUP-CATALOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CATALOG-STATUS.

    SELECT ITEM-JOURNAL-FILE ASSIGN TO "ITEM-MAINT-AUDIT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ITEM-JOURNAL-STATUS.

    SELECT OPER-JOURNAL-FILE ASSIGN TO "OPER-MAINT-AUDIT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPER-JOURNAL-STATUS.

    SELECT MULT-AUDIT-LOG ASSIGN TO "MULT-AUDIT-LOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-LOG-STATUS.

    SELECT OPER-EVENT-SORT-FILE ASSIGN TO "RECOVSORT.TMP".

    SELECT RECOVERY-PRINT-FILE ASSIGN TO "MASTER-RECOVERY.PRT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RECOVERY-PRINT-STATUS.

    SELECT SECURITY-VIOLATION-LOG ASSIGN TO "SECURITY-VIOLATION.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SEC-VIOL-STATUS.

    SELECT SECURITY-CONTROL-FILE ASSIGN TO "SECURITY-CONTROL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SEC-CONTROL-STATUS.

DATA DIVISION.
FILE SECTION.
FD  ITEM-MASTER-FILE.
01  ITEM-MASTER-RECORD.
    COPY ITEMMAST.

FD  OPERATOR-MASTER-FILE.
01  OPERATOR-MASTER-RECORD.
    COPY OPERMAST.

FD  RUN-STATS-FILE.
01  RUN-STATS-RECORD.
    COPY RUNSTATS.

FD  BACKUP-FILE.
01  BACKUP-RECORD.
    COPY BKUPREC.

FD  BACKUP-CATALOG-FILE.
01  BACKUP-CATALOG-RECORD.
    COPY BKUPCAT.

*> Same layout as the ITEM-MAINT-AUDIT.DAT record in Item_master_maint.
FD  ITEM-JOURNAL-FILE.
01  ITEM-JOURNAL-RECORD.
    05  IJ-ACTION           PIC X(8).
    05  IJ-ITEM-CODE        PIC X(8).
    05  IJ-OLD-PRICE        PIC S9(5)V99 SIGN IS TRAILING SEPARATE
                                          CHARACTER.
    05  IJ-NEW-PRICE        PIC S9(5)V99 SIGN IS TRAILING SEPARATE
                                          CHARACTER.
    05  IJ-RUN-DATE         PIC 9(8).
    05  IJ-RUN-TIME         PIC 9(8).
    05  IJ-OPERATOR-ID      PIC X(8).
    05  IJ-STOCK-CHANGE     PIC X(20).
    05  IJ-APPROVED-BY      PIC X(8).
    05  IJ-FILLER           PIC X(4).
    05  IJ-AFTER-IMAGE      PIC X(225).

*> Same layout as the OPER-MAINT-AUDIT.DAT record in
*> Operator_master_maint.
FD  OPER-JOURNAL-FILE.
01  OPER-JOURNAL-RECORD.
    05  OJ-ACTION           PIC X(10).
    05  OJ-OPERATOR-ID      PIC X(8).
    05  OJ-OLD-FLAGS        PIC X(8).
    05  OJ-NEW-FLAGS        PIC X(8).
    05  OJ-RUN-DATE         PIC 9(8).
    05  OJ-RUN-TIME         PIC 9(8).
    05  OJ-SIGNED-ON-ID     PIC X(8).
    05  OJ-FILLER           PIC X(22).
    05  OJ-AFTER-IMAGE      PIC X(80).

FD  MULT-AUDIT-LOG.
01  MULT-AUDIT-LOG-RECORD.
    COPY AUDITLOG.

*> Operator maintenance entries and sign-on lockouts merged into the
*> order they happened, so an UNLOCK keyed after a lockout is applied
*> after it and not before. The sequence keeps entries logged in the
*> same hundredth of a second in the order they were read.
SD  OPER-EVENT-SORT-FILE.
01  OPER-EVENT-SORT-RECORD.
    05  OE-EVENT-DATE       PIC 9(8).
    05  OE-EVENT-TIME       PIC 9(8).
    05  OE-EVENT-SEQ        PIC 9(7).
    05  OE-SOURCE           PIC X.
        88  OE-FROM-JOURNAL     VALUE "J".
        88  OE-FROM-LOCKOUT     VALUE "S".
    05  OE-ACTION           PIC X(10).
    05  OE-OPERATOR-ID      PIC X(8).
    05  OE-SIGNED-ON-ID     PIC X(8).
    05  OE-FAIL-COUNT       PIC 9(3).
    05  OE-AFTER-IMAGE      PIC X(80).

FD  RECOVERY-PRINT-FILE.
01  RECOVERY-PRINT-RECORD   PIC X(80).

FD  SECURITY-VIOLATION-LOG.
01  SECURITY-VIOLATION-RECORD.
    COPY SECVIOL.

FD  SECURITY-CONTROL-FILE.
01  SECURITY-CONTROL-RECORD.
    COPY SECCTL.

WORKING-STORAGE SECTION.
    01  WS-ITEM-MASTER-STATUS   PIC XX VALUE SPACES.
    01  WS-OPER-MASTER-STATUS   PIC XX VALUE SPACES.
    01  WS-RUN-STATS-STATUS     PIC XX VALUE SPACES.
    01  WS-BACKUP-STATUS        PIC XX VALUE SPACES.
    01  WS-CATALOG-STATUS       PIC XX VALUE SPACES.
    01  WS-ITEM-JOURNAL-STATUS  PIC XX VALUE SPACES.
    01  WS-OPER-JOURNAL-STATUS  PIC XX VALUE SPACES.
    01  WS-AUDIT-LOG-STATUS     PIC XX VALUE SPACES.
    01  WS-RECOVERY-PRINT-STATUS PIC XX VALUE SPACES.
    01  WS-SEC-VIOL-STATUS      PIC XX VALUE SPACES.
    01  WS-SEC-CONTROL-STATUS   PIC XX VALUE SPACES.

*> A refused sign-on goes to SECURITY-VIOLATION.DAT with the function
*> asked for, the reason, and the failure count and lock it left on
*> the operator master - see 960-LOG-SIGN-ON-REFUSAL.
    01  WS-REQUESTED-FUNCTION   PIC X(10) VALUE "RELOAD".
    01  WS-REFUSAL-REASON       PIC X(4) VALUE SPACES.
    01  WS-FAILURE-COUNT        PIC 9(3) VALUE ZERO.
    01  WS-SIGN-ON-LIMIT        PIC 9(2) VALUE 3.
    01  WS-LOCKED-NOW-SWITCH    PIC X VALUE "N".
        88  WS-LOCKED-NOW       VALUE "Y".

    01  WS-OPERATOR-ID          PIC X(8) VALUE SPACES.
    01  WS-OPERATOR-OK-SWITCH   PIC X VALUE "N".
        88  WS-OPERATOR-OK      VALUE "Y".
    01  WS-OPERATOR-FOUND-SWITCH PIC X VALUE "N".
        88  WS-OPERATOR-FOUND   VALUE "Y".
    01  WS-SIGN-ON-SOURCE       PIC X VALUE "M".
        88  WS-SIGN-ON-FROM-MASTER VALUE "M".
        88  WS-SIGN-ON-FROM-BACKUP VALUE "B".

    01  WS-EOF-SWITCH           PIC X VALUE "N".
        88  WS-EOF              VALUE "Y".

    01  WS-CURRENT-DATE-TIME.
        05  WS-CDT-DATE         PIC 9(8).
        05  WS-CDT-TIME         PIC 9(8).
        05  FILLER              PIC X(5).

*> Parms, in any order: GEN=yyyymmdd picks the generation (GEN=LAST,
*> the default, takes the latest on BACKUP-CATALOG.DAT); FILE=ITEM,
*> OPER or STATS restores one master (FILE=ALL, the default, restores
*> all three); REPLAY=NO stops at the backup point instead of rolling
*> forward; a bare token is the operator ID, BATCH when left off.
*> Replacing a master is a controlled housekeeping function, so the
*> operator must carry the archive authority.
    01  WS-RUN-PARM             PIC X(80) VALUE SPACES.
    01  WS-PARM-TOKENS.
        05  WS-PARM-TOKEN       PIC X(15) OCCURS 4 TIMES VALUE SPACES.
    01  WS-PARM-IDX             PIC 9 VALUE 1.
    01  WS-PARM-KEYWORD         PIC X(8)  VALUE SPACES.
    01  WS-PARM-VALUE           PIC X(8)  VALUE SPACES.
    01  WS-NUMVAL-CHECK         PIC S9(4) VALUE ZERO.

    01  WS-GEN-DATE             PIC 9(8) VALUE ZERO.
    01  WS-SELECTED-FILE        PIC X(5) VALUE "ALL".
        88  WS-DO-ITEM          VALUE "ITEM" "ALL".
        88  WS-DO-OPER          VALUE "OPER" "ALL".
        88  WS-DO-STATS         VALUE "STATS" "ALL".
        88  WS-SELECTED-FILE-OK VALUE "ITEM" "OPER" "STATS" "ALL".
    01  WS-REPLAY-SWITCH        PIC X VALUE "Y".
        88  WS-REPLAY           VALUE "Y".

*> The generation in hand, checked by 120-VERIFY-GENERATION before
*> the live master is touched. The backup moment comes from the
*> generation's own control record.
    01  WS-FILE-ID              PIC X(20) VALUE SPACES.
    01  WS-RECORD-LENGTH        PIC 9(3) VALUE ZERO.
    01  WS-BACKUP-FILE-NAME     PIC X(40) VALUE SPACES.
    01  WS-BACKUP-DATE          PIC 9(8) VALUE ZERO.
    01  WS-BACKUP-TIME          PIC 9(8) VALUE ZERO.
    01  WS-CONTROL-COUNT        PIC 9(7) VALUE ZERO.
    01  WS-DATA-COUNT           PIC 9(7) VALUE ZERO.
    01  WS-VERIFY-REASON        PIC X(40) VALUE SPACES.
    01  WS-CONTROL-SEEN-SWITCH  PIC X VALUE "N".
        88  WS-CONTROL-SEEN     VALUE "Y".

    01  WS-RESTORED-COUNT       PIC 9(7) VALUE ZERO.
    01  WS-WRITE-FAILED-COUNT   PIC 9(7) VALUE ZERO.
    01  WS-JOURNAL-READ-COUNT   PIC 9(7) VALUE ZERO.
    01  WS-BEFORE-BACKUP-COUNT  PIC 9(7) VALUE ZERO.
    01  WS-APPLIED-COUNT        PIC 9(7) VALUE ZERO.
    01  WS-NOT-REPLAYABLE-COUNT PIC 9(7) VALUE ZERO.
    01  WS-LOCKOUT-COUNT        PIC 9(7) VALUE ZERO.
    01  WS-EVENT-SEQ            PIC 9(7) VALUE ZERO.
    01  WS-STATS-DROPPED-COUNT  PIC 9(7) VALUE ZERO.
    01  WS-STATS-BUILT-COUNT    PIC 9(7) VALUE ZERO.
    01  WS-ENTRY-RESULT         PIC X(20) VALUE SPACES.

*> 16 when a generation fails its check or a restore comes up short,
*> 4 when anything logged since the backup could not be replayed,
*> otherwise zero. The highest wins.
    01  WS-HIGHEST-RC           PIC 9(2) VALUE ZERO.

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
            VALUE "MASTER FILE RECOVERY      ".
        05  FILLER              PIC X(22)
            VALUE "Master_file_reload    ".
        05  FILLER              PIC X(6)  VALUE "PAGE: ".
        05  WS-PH1-PAGE         PIC ZZZ9.
        05  FILLER              PIC X(22) VALUE SPACES.

    01  WS-PAGE-HEADING-2.
        05  FILLER              PIC X(10) VALUE "RUN DATE: ".
        05  WS-PH2-DATE         PIC 9(8).
        05  FILLER              PIC X(8)  VALUE "  TIME: ".
        05  WS-PH2-TIME         PIC 9(8).
        05  FILLER              PIC X(8)  VALUE "  OPER: ".
        05  WS-PH2-OPER         PIC X(8).
        05  FILLER              PIC X(30) VALUE SPACES.

    01  WS-COLUMN-HEADING.
        05  FILLER              PIC X(53)
            VALUE "DATE     TIME     ACTION     KEY      OPERATOR RESULT".
        05  FILLER              PIC X(27) VALUE SPACES.

    01  WS-END-OF-REPORT-LINE   PIC X(80) VALUE "END OF REPORT".

    01  WS-RUN-LINE.
        05  FILLER              PIC X(12) VALUE "GENERATION: ".
        05  WS-RL-GEN-DATE      PIC 9(8).
        05  FILLER              PIC X(9)  VALUE "   FILE: ".
        05  WS-RL-FILE          PIC X(5).
        05  FILLER              PIC X(11) VALUE "   REPLAY: ".
        05  WS-RL-REPLAY        PIC X(3).
        05  FILLER              PIC X(32) VALUE SPACES.

    01  WS-SECTION-LINE.
        05  FILLER              PIC X(4)  VALUE "*** ".
        05  WS-SL-FILE-ID       PIC X(20).
        05  FILLER              PIC X(56) VALUE SPACES.

    01  WS-GENERATION-LINE.
        05  FILLER              PIC X(12) VALUE "RESTORE OF: ".
        05  WS-GL-FILE-NAME     PIC X(36).
        05  FILLER              PIC X(8)  VALUE "  TAKEN ".
        05  WS-GL-DATE          PIC 9(8).
        05  FILLER              PIC X     VALUE SPACE.
        05  WS-GL-TIME          PIC 9(8).
        05  FILLER              PIC X(7)  VALUE SPACES.

    01  WS-NOT-RESTORED-LINE.
        05  FILLER              PIC X(19) VALUE "NOT RESTORED - ".
        05  WS-NRL-REASON       PIC X(40).
        05  FILLER              PIC X(21) VALUE SPACES.

    01  WS-DETAIL-LINE.
        05  WS-DL-DATE          PIC 9(8).
        05  FILLER              PIC X     VALUE SPACE.
        05  WS-DL-TIME          PIC 9(8).
        05  FILLER              PIC X     VALUE SPACE.
        05  WS-DL-ACTION        PIC X(10).
        05  FILLER              PIC X     VALUE SPACE.
        05  WS-DL-KEY           PIC X(8).
        05  FILLER              PIC X     VALUE SPACE.
        05  WS-DL-OPERATOR      PIC X(8).
        05  FILLER              PIC X     VALUE SPACE.
        05  WS-DL-RESULT        PIC X(20).
        05  FILLER              PIC X(13) VALUE SPACES.

    01  WS-TOTAL-LINE.
        05  WS-TL-LABEL         PIC X(23).
        05  WS-TL-COUNT         PIC ZZZZZZ9.
        05  FILLER              PIC X(50) VALUE SPACES.

PROCEDURE DIVISION.
000-MAIN-CONTROL.
    PERFORM 100-READ-RUN-PARMS.
    IF WS-GEN-DATE = ZERO
        PERFORM 110-FIND-LAST-GENERATION
    END-IF.
    PERFORM 105-VALIDATE-OPERATOR.
    IF NOT WS-OPERATOR-OK
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT RECOVERY-PRINT-FILE.
    IF WS-RECOVERY-PRINT-STATUS NOT = "00"
        DISPLAY "ERROR: UNABLE TO OPEN MASTER-RECOVERY.PRT - STATUS "
            WS-RECOVERY-PRINT-STATUS
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE WS-GEN-DATE TO WS-RL-GEN-DATE.
    MOVE WS-SELECTED-FILE TO WS-RL-FILE.
    IF WS-REPLAY
        MOVE "YES" TO WS-RL-REPLAY
    ELSE
        MOVE "NO" TO WS-RL-REPLAY
    END-IF.
    MOVE WS-RUN-LINE TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.
    IF WS-DO-ITEM
        PERFORM 200-RECOVER-ITEM-MASTER
    END-IF.
    IF WS-DO-OPER
        PERFORM 300-RECOVER-OPERATOR-MASTER
    END-IF.
    IF WS-DO-STATS
        PERFORM 400-RECOVER-RUN-STATS
    END-IF.
    MOVE SPACES TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.
    MOVE WS-END-OF-REPORT-LINE TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.
    CLOSE RECOVERY-PRINT-FILE.
    DISPLAY "MASTER FILE RECOVERY COMPLETE - SEE MASTER-RECOVERY.PRT".
    EVALUATE WS-HIGHEST-RC
        WHEN 16
            DISPLAY "  ONE OR MORE MASTERS NOT RESTORED - SEE REPORT"
        WHEN 4
            DISPLAY "  JOURNAL ENTRIES NOT REPLAYED - SEE REPORT"
    END-EVALUATE.
    MOVE WS-HIGHEST-RC TO RETURN-CODE.
    STOP RUN.

100-READ-RUN-PARMS.
    ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
    UNSTRING WS-RUN-PARM DELIMITED BY ALL SPACE
        INTO WS-PARM-TOKEN(1) WS-PARM-TOKEN(2)
             WS-PARM-TOKEN(3) WS-PARM-TOKEN(4)
    END-UNSTRING.
    PERFORM VARYING WS-PARM-IDX FROM 1 BY 1 UNTIL WS-PARM-IDX > 4
        PERFORM 102-CLASSIFY-PARM-TOKEN
    END-PERFORM.
    IF WS-OPERATOR-ID = SPACES
        MOVE "BATCH" TO WS-OPERATOR-ID
    END-IF.
    IF NOT WS-SELECTED-FILE-OK
        DISPLAY "ERROR: FILE MUST BE ITEM, OPER, STATS OR ALL - "
            WS-SELECTED-FILE
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
            WHEN WS-PARM-KEYWORD = "GEN" AND WS-PARM-VALUE = "LAST"
                MOVE ZERO TO WS-GEN-DATE
            WHEN WS-PARM-KEYWORD = "GEN" AND WS-NUMVAL-CHECK = 0
                COMPUTE WS-GEN-DATE = FUNCTION NUMVAL(WS-PARM-VALUE)
            WHEN WS-PARM-KEYWORD = "FILE"
                MOVE WS-PARM-VALUE TO WS-SELECTED-FILE
            WHEN WS-PARM-KEYWORD = "REPLAY" AND WS-PARM-VALUE = "NO"
                MOVE "N" TO WS-REPLAY-SWITCH
            WHEN WS-PARM-KEYWORD = "REPLAY" AND WS-PARM-VALUE = "YES"
                MOVE "Y" TO WS-REPLAY-SWITCH
            WHEN WS-PARM-VALUE = SPACES
                MOVE WS-PARM-KEYWORD TO WS-OPERATOR-ID
            WHEN OTHER
                DISPLAY "WARNING: PARAMETER NOT UNDERSTOOD "
                    "- IGNORED: " WS-PARM-TOKEN(WS-PARM-IDX)
        END-EVALUATE
    END-IF.

*> Same fail-closed sign-on rule as the archive: an unreadable
*> operator master refuses everyone, with one exception. When the
*> operator master is itself being restored - the usual reason it
*> cannot be read - the ID is checked against its record in the
*> generation about to be loaded, by the same rules. Failures are not
*> counted against that copy; the refusal is still logged.
105-VALIDATE-OPERATOR.
    MOVE "N" TO WS-OPERATOR-OK-SWITCH.
    MOVE "N" TO WS-OPERATOR-FOUND-SWITCH.
    SET WS-SIGN-ON-FROM-MASTER TO TRUE.
    OPEN I-O OPERATOR-MASTER-FILE.
    IF WS-OPER-MASTER-STATUS = "00"
        MOVE WS-OPERATOR-ID TO OM-OPERATOR-ID
        READ OPERATOR-MASTER-FILE
            NOT INVALID KEY
                SET WS-OPERATOR-FOUND TO TRUE
        END-READ
    ELSE
        DISPLAY "ERROR: UNABLE TO OPEN OPERATOR-MASTER.DAT - STATUS "
            WS-OPER-MASTER-STATUS
        IF WS-DO-OPER
            SET WS-SIGN-ON-FROM-BACKUP TO TRUE
            DISPLAY "CHECKING SIGN-ON AGAINST OPERATOR-MASTER "
                "GENERATION " WS-GEN-DATE
            PERFORM 106-READ-OPERATOR-FROM-BACKUP
        END-IF
    END-IF.
    EVALUATE TRUE
        WHEN WS-SIGN-ON-FROM-MASTER
                AND WS-OPER-MASTER-STATUS NOT = "00"
                AND NOT WS-OPERATOR-FOUND
            DISPLAY "SIGN-ON CANNOT BE VERIFIED - REFUSED"
            MOVE "UNVF" TO WS-REFUSAL-REASON
            PERFORM 960-LOG-SIGN-ON-REFUSAL
        WHEN NOT WS-OPERATOR-FOUND
            DISPLAY "OPERATOR " WS-OPERATOR-ID
                " NOT ON OPERATOR MASTER - REFUSED"
            MOVE "UNKN" TO WS-REFUSAL-REASON
            PERFORM 960-LOG-SIGN-ON-REFUSAL
        WHEN OM-LOCKED
            DISPLAY "OPERATOR " WS-OPERATOR-ID
                " IS LOCKED - REFUSED"
            MOVE "LOCK" TO WS-REFUSAL-REASON
            PERFORM 960-LOG-SIGN-ON-REFUSAL
        WHEN NOT OM-ACTIVE
            DISPLAY "OPERATOR " WS-OPERATOR-ID
                " IS DEACTIVATED - REFUSED"
            MOVE "DEAC" TO WS-REFUSAL-REASON
            IF WS-SIGN-ON-FROM-MASTER
                PERFORM 965-COUNT-SIGN-ON-FAILURE
            END-IF
            PERFORM 960-LOG-SIGN-ON-REFUSAL
        WHEN NOT OM-MAY-ARCHIVE
            DISPLAY "OPERATOR " WS-OPERATOR-ID
                " NOT AUTHORIZED FOR RELOAD - REFUSED"
            MOVE "NAUT" TO WS-REFUSAL-REASON
            IF WS-SIGN-ON-FROM-MASTER
                PERFORM 965-COUNT-SIGN-ON-FAILURE
            END-IF
            PERFORM 960-LOG-SIGN-ON-REFUSAL
        WHEN OTHER
            SET WS-OPERATOR-OK TO TRUE
            IF WS-SIGN-ON-FROM-MASTER
                PERFORM 970-CLEAR-SIGN-ON-FAILURES
            END-IF
    END-EVALUATE.
    IF WS-OPER-MASTER-STATUS = "00"
            OR WS-OPER-MASTER-STATUS = "23"
        CLOSE OPERATOR-MASTER-FILE
    END-IF.

*> A generation that cannot be read or has no record for the ID
*> leaves the operator not found.
106-READ-OPERATOR-FROM-BACKUP.
    MOVE "OPERATOR-MASTER" TO WS-FILE-ID.
    PERFORM 115-SET-BACKUP-FILE-NAME.
    OPEN INPUT BACKUP-FILE.
    IF WS-BACKUP-STATUS = "00"
        MOVE "N" TO WS-EOF-SWITCH
        PERFORM 130-READ-BACKUP-RECORD
        PERFORM UNTIL WS-EOF OR WS-OPERATOR-FOUND
            IF BK-DATA-RECORD
                    AND BK-RECORD-IMAGE(1:8) = WS-OPERATOR-ID
                MOVE BK-RECORD-IMAGE(1:80) TO OPERATOR-MASTER-RECORD
                SET WS-OPERATOR-FOUND TO TRUE
            END-IF
            PERFORM 130-READ-BACKUP-RECORD
        END-PERFORM
        CLOSE BACKUP-FILE
    END-IF.

110-FIND-LAST-GENERATION.
    OPEN INPUT BACKUP-CATALOG-FILE.
    IF WS-CATALOG-STATUS NOT = "00"
        DISPLAY "ERROR: UNABLE TO OPEN BACKUP-CATALOG.DAT - STATUS "
            WS-CATALOG-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "N" TO WS-EOF-SWITCH.
    PERFORM UNTIL WS-EOF
        READ BACKUP-CATALOG-FILE
            AT END
                SET WS-EOF TO TRUE
            NOT AT END
                IF BC-BACKUP-DATE NUMERIC
                    MOVE BC-BACKUP-DATE TO WS-GEN-DATE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE BACKUP-CATALOG-FILE.
    IF WS-GEN-DATE = ZERO
        DISPLAY "ERROR: NO GENERATION ON BACKUP-CATALOG.DAT"
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

115-SET-BACKUP-FILE-NAME.
    MOVE SPACES TO WS-BACKUP-FILE-NAME.
    STRING WS-FILE-ID DELIMITED BY SPACE
        "-BKP-" WS-GEN-DATE ".DAT" DELIMITED BY SIZE
        INTO WS-BACKUP-FILE-NAME
    END-STRING.
    SET ENVIRONMENT "BKUPFILE" TO WS-BACKUP-FILE-NAME.

*> The whole generation is read before the live master is opened for
*> output: it must end in exactly one control record for this master,
*> at this record length, whose count agrees with the data records
*> ahead of it. A generation that fails leaves the live file as it
*> was.
120-VERIFY-GENERATION.
    PERFORM 115-SET-BACKUP-FILE-NAME.
    MOVE ZERO TO WS-DATA-COUNT WS-CONTROL-COUNT.
    MOVE ZERO TO WS-BACKUP-DATE WS-BACKUP-TIME.
    MOVE SPACES TO WS-VERIFY-REASON.
    MOVE "N" TO WS-CONTROL-SEEN-SWITCH.
    MOVE WS-FILE-ID TO WS-SL-FILE-ID.
    MOVE SPACES TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.
    MOVE WS-SECTION-LINE TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.
    OPEN INPUT BACKUP-FILE.
    IF WS-BACKUP-STATUS NOT = "00"
        MOVE "GENERATION FILE NOT FOUND" TO WS-VERIFY-REASON
    ELSE
        MOVE "N" TO WS-EOF-SWITCH
        PERFORM 130-READ-BACKUP-RECORD
        PERFORM UNTIL WS-EOF
            PERFORM 125-CHECK-BACKUP-RECORD
            PERFORM 130-READ-BACKUP-RECORD
        END-PERFORM
        CLOSE BACKUP-FILE
        EVALUATE TRUE
            WHEN WS-VERIFY-REASON NOT = SPACES
                CONTINUE
            WHEN NOT WS-CONTROL-SEEN
                MOVE "NO CONTROL RECORD - GENERATION INCOMPLETE"
                    TO WS-VERIFY-REASON
            WHEN WS-CONTROL-COUNT NOT = WS-DATA-COUNT
                MOVE "RECORD COUNT DISAGREES WITH CONTROL"
                    TO WS-VERIFY-REASON
        END-EVALUATE
    END-IF.
    MOVE WS-BACKUP-FILE-NAME TO WS-GL-FILE-NAME.
    MOVE WS-BACKUP-DATE TO WS-GL-DATE.
    MOVE WS-BACKUP-TIME TO WS-GL-TIME.
    MOVE WS-GENERATION-LINE TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.
    MOVE "RECORDS IN GENERATION: " TO WS-TL-LABEL.
    MOVE WS-DATA-COUNT TO WS-TL-COUNT.
    PERFORM 405-WRITE-TOTAL-LINE.
    IF WS-VERIFY-REASON NOT = SPACES
        MOVE WS-VERIFY-REASON TO WS-NRL-REASON
        MOVE WS-NOT-RESTORED-LINE TO WS-REPORT-LINE
        PERFORM 500-WRITE-REPORT-LINE
        DISPLAY "ERROR: " WS-BACKUP-FILE-NAME " - " WS-VERIFY-REASON
        MOVE 16 TO WS-HIGHEST-RC
    END-IF.

125-CHECK-BACKUP-RECORD.
    EVALUATE TRUE
        WHEN WS-VERIFY-REASON NOT = SPACES
            CONTINUE
        WHEN WS-CONTROL-SEEN
            MOVE "RECORDS FOUND AFTER CONTROL RECORD"
                TO WS-VERIFY-REASON
        WHEN BK-DATA-RECORD
            ADD 1 TO WS-DATA-COUNT
        WHEN BK-CONTROL-RECORD
            SET WS-CONTROL-SEEN TO TRUE
            IF BK-FILE-ID NOT = WS-FILE-ID
                    OR BK-RECORD-LENGTH NOT = WS-RECORD-LENGTH
                    OR BK-RECORD-COUNT NOT NUMERIC
                MOVE "CONTROL RECORD IS FOR ANOTHER FILE"
                    TO WS-VERIFY-REASON
            ELSE
                MOVE BK-RECORD-COUNT TO WS-CONTROL-COUNT
                MOVE BK-BACKUP-DATE TO WS-BACKUP-DATE
                MOVE BK-BACKUP-TIME TO WS-BACKUP-TIME
            END-IF
        WHEN OTHER
            MOVE "UNRECOGNISED RECORD TYPE" TO WS-VERIFY-REASON
    END-EVALUATE.

130-READ-BACKUP-RECORD.
    READ BACKUP-FILE
        AT END
            SET WS-EOF TO TRUE
    END-READ.

*> Restored counts that fall short of the generation mean the live
*> master is not what was backed up, and the run ends RC 16.
140-REPORT-RESTORE.
    MOVE "RECORDS RESTORED:      " TO WS-TL-LABEL.
    MOVE WS-RESTORED-COUNT TO WS-TL-COUNT.
    PERFORM 405-WRITE-TOTAL-LINE.
    IF WS-WRITE-FAILED-COUNT > ZERO
        MOVE "RECORDS NOT WRITTEN:   " TO WS-TL-LABEL
        MOVE WS-WRITE-FAILED-COUNT TO WS-TL-COUNT
        PERFORM 405-WRITE-TOTAL-LINE
        MOVE 16 TO WS-HIGHEST-RC
    END-IF.

150-REPORT-REPLAY.
    MOVE "JOURNAL ENTRIES READ:  " TO WS-TL-LABEL.
    MOVE WS-JOURNAL-READ-COUNT TO WS-TL-COUNT.
    PERFORM 405-WRITE-TOTAL-LINE.
    MOVE "LOGGED BEFORE BACKUP:  " TO WS-TL-LABEL.
    MOVE WS-BEFORE-BACKUP-COUNT TO WS-TL-COUNT.
    PERFORM 405-WRITE-TOTAL-LINE.
    MOVE "ENTRIES REPLAYED:      " TO WS-TL-LABEL.
    MOVE WS-APPLIED-COUNT TO WS-TL-COUNT.
    PERFORM 405-WRITE-TOTAL-LINE.
    MOVE "NOT REPLAYABLE:        " TO WS-TL-LABEL.
    MOVE WS-NOT-REPLAYABLE-COUNT TO WS-TL-COUNT.
    PERFORM 405-WRITE-TOTAL-LINE.
    IF WS-NOT-REPLAYABLE-COUNT > ZERO AND WS-HIGHEST-RC < 4
        MOVE 4 TO WS-HIGHEST-RC
    END-IF.

160-CLEAR-FILE-COUNTS.
    MOVE ZERO TO WS-RESTORED-COUNT WS-WRITE-FAILED-COUNT.
    MOVE ZERO TO WS-JOURNAL-READ-COUNT WS-BEFORE-BACKUP-COUNT.
    MOVE ZERO TO WS-APPLIED-COUNT WS-NOT-REPLAYABLE-COUNT.
    MOVE ZERO TO WS-LOCKOUT-COUNT WS-EVENT-SEQ.

*> --- ITEM-MASTER: reload, then roll forward from
*> ITEM-MAINT-AUDIT.DAT. Entries are applied in the order they were
*> logged; a DELETE removes the item, anything else puts back the
*> after-image the entry carries. Entries from before the journal
*> carried an image cannot be replayed and are listed as such.
200-RECOVER-ITEM-MASTER.
    MOVE "ITEM-MASTER" TO WS-FILE-ID.
    MOVE 225 TO WS-RECORD-LENGTH.
    PERFORM 160-CLEAR-FILE-COUNTS.
    PERFORM 120-VERIFY-GENERATION.
    IF WS-VERIFY-REASON = SPACES
        PERFORM 210-RESTORE-ITEM-MASTER
        IF WS-REPLAY
            PERFORM 220-REPLAY-ITEM-JOURNAL
        ELSE
            MOVE "JOURNAL NOT REPLAYED - REPLAY=NO" TO WS-REPORT-LINE
            PERFORM 500-WRITE-REPORT-LINE
        END-IF
    END-IF.

210-RESTORE-ITEM-MASTER.
    OPEN OUTPUT ITEM-MASTER-FILE.
    IF WS-ITEM-MASTER-STATUS NOT = "00"
        DISPLAY "ERROR: UNABLE TO CREATE ITEM-MASTER.DAT - STATUS "
            WS-ITEM-MASTER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT BACKUP-FILE.
    MOVE "N" TO WS-EOF-SWITCH.
    PERFORM 130-READ-BACKUP-RECORD.
    PERFORM UNTIL WS-EOF
        IF BK-DATA-RECORD
            MOVE BK-RECORD-IMAGE TO ITEM-MASTER-RECORD
            WRITE ITEM-MASTER-RECORD
                INVALID KEY
                    ADD 1 TO WS-WRITE-FAILED-COUNT
                NOT INVALID KEY
                    ADD 1 TO WS-RESTORED-COUNT
            END-WRITE
        END-IF
        PERFORM 130-READ-BACKUP-RECORD
    END-PERFORM.
    CLOSE BACKUP-FILE.
    CLOSE ITEM-MASTER-FILE.
    PERFORM 140-REPORT-RESTORE.

220-REPLAY-ITEM-JOURNAL.
    OPEN INPUT ITEM-JOURNAL-FILE.
    IF WS-ITEM-JOURNAL-STATUS NOT = "00"
        MOVE "NO ITEM-MAINT-AUDIT.DAT - NOTHING TO REPLAY"
            TO WS-REPORT-LINE
        PERFORM 500-WRITE-REPORT-LINE
    ELSE
        OPEN I-O ITEM-MASTER-FILE
        IF WS-ITEM-MASTER-STATUS NOT = "00"
            DISPLAY "ERROR: UNABLE TO REOPEN ITEM-MASTER.DAT - STATUS "
                WS-ITEM-MASTER-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE SPACES TO WS-REPORT-LINE
        PERFORM 500-WRITE-REPORT-LINE
        MOVE WS-COLUMN-HEADING TO WS-REPORT-LINE
        PERFORM 500-WRITE-REPORT-LINE
        MOVE "N" TO WS-EOF-SWITCH
        PERFORM UNTIL WS-EOF
            READ ITEM-JOURNAL-FILE
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-JOURNAL-READ-COUNT
                    IF IJ-RUN-DATE > WS-BACKUP-DATE
                            OR (IJ-RUN-DATE = WS-BACKUP-DATE
                            AND IJ-RUN-TIME >= WS-BACKUP-TIME)
                        PERFORM 230-APPLY-ITEM-ENTRY
                    ELSE
                        ADD 1 TO WS-BEFORE-BACKUP-COUNT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE ITEM-MASTER-FILE
        CLOSE ITEM-JOURNAL-FILE
    END-IF.
    PERFORM 150-REPORT-REPLAY.

230-APPLY-ITEM-ENTRY.
    EVALUATE TRUE
        WHEN IJ-AFTER-IMAGE = SPACES
            MOVE "NO AFTER-IMAGE" TO WS-ENTRY-RESULT
            ADD 1 TO WS-NOT-REPLAYABLE-COUNT
        WHEN IJ-AFTER-IMAGE(1:8) NOT = IJ-ITEM-CODE
            MOVE "IMAGE KEY MISMATCH" TO WS-ENTRY-RESULT
            ADD 1 TO WS-NOT-REPLAYABLE-COUNT
        WHEN IJ-ACTION = "DELETE"
            MOVE IJ-ITEM-CODE TO IM-ITEM-CODE
            DELETE ITEM-MASTER-FILE
                INVALID KEY
                    MOVE "ALREADY GONE" TO WS-ENTRY-RESULT
                NOT INVALID KEY
                    MOVE "DELETED" TO WS-ENTRY-RESULT
            END-DELETE
            ADD 1 TO WS-APPLIED-COUNT
        WHEN OTHER
            MOVE IJ-AFTER-IMAGE TO ITEM-MASTER-RECORD
            REWRITE ITEM-MASTER-RECORD
                INVALID KEY
                    PERFORM 235-ADD-ITEM-RECORD
                NOT INVALID KEY
                    MOVE "REWRITTEN" TO WS-ENTRY-RESULT
                    ADD 1 TO WS-APPLIED-COUNT
            END-REWRITE
    END-EVALUATE.
    MOVE IJ-RUN-DATE TO WS-DL-DATE.
    MOVE IJ-RUN-TIME TO WS-DL-TIME.
    MOVE IJ-ACTION TO WS-DL-ACTION.
    MOVE IJ-ITEM-CODE TO WS-DL-KEY.
    MOVE IJ-OPERATOR-ID TO WS-DL-OPERATOR.
    MOVE WS-ENTRY-RESULT TO WS-DL-RESULT.
    MOVE WS-DETAIL-LINE TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.

235-ADD-ITEM-RECORD.
    WRITE ITEM-MASTER-RECORD
        INVALID KEY
            MOVE "WRITE FAILED" TO WS-ENTRY-RESULT
            ADD 1 TO WS-NOT-REPLAYABLE-COUNT
        NOT INVALID KEY
            MOVE "ADDED" TO WS-ENTRY-RESULT
            ADD 1 TO WS-APPLIED-COUNT
    END-WRITE.

*> --- OPERATOR-MASTER: reload, then roll forward from
*> OPER-MAINT-AUDIT.DAT together with the lockouts on
*> SECURITY-VIOLATION.DAT, which change the operator record without a
*> maintenance entry. FAILLIMIT entries change no operator record and
*> are listed but not applied. Failure counts short of a lockout are
*> not journaled; they stand as at the backup and clear on the next
*> good sign-on.
300-RECOVER-OPERATOR-MASTER.
    MOVE "OPERATOR-MASTER" TO WS-FILE-ID.
    MOVE 80 TO WS-RECORD-LENGTH.
    PERFORM 160-CLEAR-FILE-COUNTS.
    PERFORM 120-VERIFY-GENERATION.
    IF WS-VERIFY-REASON = SPACES
        PERFORM 310-RESTORE-OPERATOR-MASTER
        IF WS-REPLAY
            PERFORM 320-REPLAY-OPERATOR-EVENTS
        ELSE
            MOVE "JOURNAL NOT REPLAYED - REPLAY=NO" TO WS-REPORT-LINE
            PERFORM 500-WRITE-REPORT-LINE
        END-IF
    END-IF.

310-RESTORE-OPERATOR-MASTER.
    OPEN OUTPUT OPERATOR-MASTER-FILE.
    IF WS-OPER-MASTER-STATUS NOT = "00"
        DISPLAY "ERROR: UNABLE TO CREATE OPERATOR-MASTER.DAT - STATUS "
            WS-OPER-MASTER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT BACKUP-FILE.
    MOVE "N" TO WS-EOF-SWITCH.
    PERFORM 130-READ-BACKUP-RECORD.
    PERFORM UNTIL WS-EOF
        IF BK-DATA-RECORD
            MOVE BK-RECORD-IMAGE(1:80) TO OPERATOR-MASTER-RECORD
            WRITE OPERATOR-MASTER-RECORD
                INVALID KEY
                    ADD 1 TO WS-WRITE-FAILED-COUNT
                NOT INVALID KEY
                    ADD 1 TO WS-RESTORED-COUNT
            END-WRITE
        END-IF
        PERFORM 130-READ-BACKUP-RECORD
    END-PERFORM.
    CLOSE BACKUP-FILE.
    CLOSE OPERATOR-MASTER-FILE.
    PERFORM 140-REPORT-RESTORE.

320-REPLAY-OPERATOR-EVENTS.
    OPEN I-O OPERATOR-MASTER-FILE.
    IF WS-OPER-MASTER-STATUS NOT = "00"
        DISPLAY "ERROR: UNABLE TO REOPEN OPERATOR-MASTER.DAT - STATUS "
            WS-OPER-MASTER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE SPACES TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.
    MOVE WS-COLUMN-HEADING TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.
    SORT OPER-EVENT-SORT-FILE
        ON ASCENDING KEY OE-EVENT-DATE OE-EVENT-TIME OE-EVENT-SEQ
        INPUT PROCEDURE IS 330-RELEASE-OPERATOR-EVENTS
        OUTPUT PROCEDURE IS 340-APPLY-OPERATOR-EVENTS.
    CLOSE OPERATOR-MASTER-FILE.
    PERFORM 150-REPORT-REPLAY.
    MOVE "LOCKOUTS REAPPLIED:    " TO WS-TL-LABEL.
    MOVE WS-LOCKOUT-COUNT TO WS-TL-COUNT.
    PERFORM 405-WRITE-TOTAL-LINE.

330-RELEASE-OPERATOR-EVENTS.
    OPEN INPUT OPER-JOURNAL-FILE.
    IF WS-OPER-JOURNAL-STATUS = "00"
        MOVE "N" TO WS-EOF-SWITCH
        PERFORM UNTIL WS-EOF
            READ OPER-JOURNAL-FILE
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-JOURNAL-READ-COUNT
                    IF OJ-RUN-DATE > WS-BACKUP-DATE
                            OR (OJ-RUN-DATE = WS-BACKUP-DATE
                            AND OJ-RUN-TIME >= WS-BACKUP-TIME)
                        PERFORM 332-RELEASE-JOURNAL-EVENT
                    ELSE
                        ADD 1 TO WS-BEFORE-BACKUP-COUNT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE OPER-JOURNAL-FILE
    END-IF.
    OPEN INPUT SECURITY-VIOLATION-LOG.
    IF WS-SEC-VIOL-STATUS = "00"
        MOVE "N" TO WS-EOF-SWITCH
        PERFORM UNTIL WS-EOF
            READ SECURITY-VIOLATION-LOG
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    IF SV-LOCKED-NOW
                            AND (SV-DATE > WS-BACKUP-DATE
                            OR (SV-DATE = WS-BACKUP-DATE
                            AND SV-TIME >= WS-BACKUP-TIME))
                        PERFORM 334-RELEASE-LOCKOUT-EVENT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE SECURITY-VIOLATION-LOG
    END-IF.

332-RELEASE-JOURNAL-EVENT.
    ADD 1 TO WS-EVENT-SEQ.
    MOVE SPACES TO OPER-EVENT-SORT-RECORD.
    MOVE OJ-RUN-DATE TO OE-EVENT-DATE.
    MOVE OJ-RUN-TIME TO OE-EVENT-TIME.
    MOVE WS-EVENT-SEQ TO OE-EVENT-SEQ.
    SET OE-FROM-JOURNAL TO TRUE.
    MOVE OJ-ACTION TO OE-ACTION.
    MOVE OJ-OPERATOR-ID TO OE-OPERATOR-ID.
    MOVE OJ-SIGNED-ON-ID TO OE-SIGNED-ON-ID.
    MOVE ZERO TO OE-FAIL-COUNT.
    MOVE OJ-AFTER-IMAGE TO OE-AFTER-IMAGE.
    RELEASE OPER-EVENT-SORT-RECORD.

334-RELEASE-LOCKOUT-EVENT.
    ADD 1 TO WS-EVENT-SEQ.
    MOVE SPACES TO OPER-EVENT-SORT-RECORD.
    MOVE SV-DATE TO OE-EVENT-DATE.
    MOVE SV-TIME TO OE-EVENT-TIME.
    MOVE WS-EVENT-SEQ TO OE-EVENT-SEQ.
    SET OE-FROM-LOCKOUT TO TRUE.
    MOVE "LOCKOUT" TO OE-ACTION.
    MOVE SV-OPERATOR-ID TO OE-OPERATOR-ID.
    MOVE SV-OPERATOR-ID TO OE-SIGNED-ON-ID.
    MOVE SV-FAIL-COUNT TO OE-FAIL-COUNT.
    RELEASE OPER-EVENT-SORT-RECORD.

340-APPLY-OPERATOR-EVENTS.
    MOVE "N" TO WS-EOF-SWITCH.
    PERFORM UNTIL WS-EOF
        RETURN OPER-EVENT-SORT-FILE
            AT END
                SET WS-EOF TO TRUE
            NOT AT END
                IF OE-FROM-LOCKOUT
                    PERFORM 344-APPLY-LOCKOUT
                ELSE
                    PERFORM 342-APPLY-OPERATOR-ENTRY
                END-IF
                MOVE OE-EVENT-DATE TO WS-DL-DATE
                MOVE OE-EVENT-TIME TO WS-DL-TIME
                MOVE OE-ACTION TO WS-DL-ACTION
                MOVE OE-OPERATOR-ID TO WS-DL-KEY
                MOVE OE-SIGNED-ON-ID TO WS-DL-OPERATOR
                MOVE WS-ENTRY-RESULT TO WS-DL-RESULT
                MOVE WS-DETAIL-LINE TO WS-REPORT-LINE
                PERFORM 500-WRITE-REPORT-LINE
        END-RETURN
    END-PERFORM.

342-APPLY-OPERATOR-ENTRY.
    EVALUATE TRUE
        WHEN OE-ACTION = "FAILLIMIT"
            MOVE "NO MASTER CHANGE" TO WS-ENTRY-RESULT
        WHEN OE-AFTER-IMAGE = SPACES
            MOVE "NO AFTER-IMAGE" TO WS-ENTRY-RESULT
            ADD 1 TO WS-NOT-REPLAYABLE-COUNT
        WHEN OE-AFTER-IMAGE(1:8) NOT = OE-OPERATOR-ID
            MOVE "IMAGE KEY MISMATCH" TO WS-ENTRY-RESULT
            ADD 1 TO WS-NOT-REPLAYABLE-COUNT
        WHEN OTHER
            MOVE OE-AFTER-IMAGE TO OPERATOR-MASTER-RECORD
            REWRITE OPERATOR-MASTER-RECORD
                INVALID KEY
                    PERFORM 346-ADD-OPERATOR-RECORD
                NOT INVALID KEY
                    MOVE "REWRITTEN" TO WS-ENTRY-RESULT
                    ADD 1 TO WS-APPLIED-COUNT
            END-REWRITE
    END-EVALUATE.

*> The lockout is put back as the sign-on point left it: locked at
*> the moment of the refusal, with that day's failure count.
344-APPLY-LOCKOUT.
    MOVE OE-OPERATOR-ID TO OM-OPERATOR-ID.
    READ OPERATOR-MASTER-FILE
        INVALID KEY
            MOVE "NOT ON FILE" TO WS-ENTRY-RESULT
            ADD 1 TO WS-NOT-REPLAYABLE-COUNT
        NOT INVALID KEY
            SET OM-LOCKED TO TRUE
            MOVE OE-EVENT-DATE TO OM-LOCKED-DATE
            MOVE OE-EVENT-TIME TO OM-LOCKED-TIME
            MOVE OE-EVENT-DATE TO OM-FAIL-DATE
            MOVE OE-FAIL-COUNT TO OM-FAIL-COUNT
            REWRITE OPERATOR-MASTER-RECORD
                INVALID KEY
                    MOVE "REWRITE FAILED" TO WS-ENTRY-RESULT
                    ADD 1 TO WS-NOT-REPLAYABLE-COUNT
                NOT INVALID KEY
                    MOVE "LOCK REAPPLIED" TO WS-ENTRY-RESULT
                    ADD 1 TO WS-LOCKOUT-COUNT
            END-REWRITE
    END-READ.

346-ADD-OPERATOR-RECORD.
    WRITE OPERATOR-MASTER-RECORD
        INVALID KEY
            MOVE "WRITE FAILED" TO WS-ENTRY-RESULT
            ADD 1 TO WS-NOT-REPLAYABLE-COUNT
        NOT INVALID KEY
            MOVE "ADDED" TO WS-ENTRY-RESULT
            ADD 1 TO WS-APPLIED-COUNT
    END-WRITE.

*> --- MULT-RUN-STATS: reload, then rebuild. The statistics have no
*> journal of their own, but every count in them is derived from
*> MULT-AUDIT-LOG.DAT by the rules on RUNSTATS.CPY. Every restored
*> record for the backup date or later is dropped - the backup may
*> hold part of that day - and those dates are rebuilt in full from
*> the live audit log, so the reconciliation still balances.
400-RECOVER-RUN-STATS.
    MOVE "MULT-RUN-STATS" TO WS-FILE-ID.
    MOVE 80 TO WS-RECORD-LENGTH.
    PERFORM 160-CLEAR-FILE-COUNTS.
    MOVE ZERO TO WS-STATS-DROPPED-COUNT WS-STATS-BUILT-COUNT.
    PERFORM 120-VERIFY-GENERATION.
    IF WS-VERIFY-REASON = SPACES
        PERFORM 410-RESTORE-RUN-STATS
        IF WS-REPLAY
            PERFORM 420-REBUILD-RUN-STATS
        ELSE
            MOVE "AUDIT LOG NOT REPLAYED - REPLAY=NO" TO WS-REPORT-LINE
            PERFORM 500-WRITE-REPORT-LINE
        END-IF
    END-IF.

410-RESTORE-RUN-STATS.
    OPEN OUTPUT RUN-STATS-FILE.
    IF WS-RUN-STATS-STATUS NOT = "00"
        DISPLAY "ERROR: UNABLE TO CREATE MULT-RUN-STATS.DAT - STATUS "
            WS-RUN-STATS-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT BACKUP-FILE.
    MOVE "N" TO WS-EOF-SWITCH.
    PERFORM 130-READ-BACKUP-RECORD.
    PERFORM UNTIL WS-EOF
        IF BK-DATA-RECORD
            MOVE BK-RECORD-IMAGE(1:80) TO RUN-STATS-RECORD
            WRITE RUN-STATS-RECORD
                INVALID KEY
                    ADD 1 TO WS-WRITE-FAILED-COUNT
                NOT INVALID KEY
                    ADD 1 TO WS-RESTORED-COUNT
            END-WRITE
        END-IF
        PERFORM 130-READ-BACKUP-RECORD
    END-PERFORM.
    CLOSE BACKUP-FILE.
    CLOSE RUN-STATS-FILE.
    PERFORM 140-REPORT-RESTORE.

420-REBUILD-RUN-STATS.
    OPEN INPUT MULT-AUDIT-LOG.
    IF WS-AUDIT-LOG-STATUS NOT = "00"
        MOVE "NO MULT-AUDIT-LOG.DAT - STATISTICS AS AT BACKUP"
            TO WS-REPORT-LINE
        PERFORM 500-WRITE-REPORT-LINE
        IF WS-HIGHEST-RC < 4
            MOVE 4 TO WS-HIGHEST-RC
        END-IF
    ELSE
        OPEN I-O RUN-STATS-FILE
        IF WS-RUN-STATS-STATUS NOT = "00"
            DISPLAY "ERROR: UNABLE TO REOPEN MULT-RUN-STATS.DAT "
                "- STATUS " WS-RUN-STATS-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM 430-DROP-STATS-FROM-BACKUP-DATE
        MOVE "N" TO WS-EOF-SWITCH
        PERFORM UNTIL WS-EOF
            READ MULT-AUDIT-LOG
                AT END
                    SET WS-EOF TO TRUE
                NOT AT END
                    ADD 1 TO WS-JOURNAL-READ-COUNT
                    IF AL-RUN-DATE >= WS-BACKUP-DATE
                        PERFORM 440-POST-AUDIT-RECORD
                    ELSE
                        ADD 1 TO WS-BEFORE-BACKUP-COUNT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RUN-STATS-FILE
        CLOSE MULT-AUDIT-LOG
    END-IF.
    MOVE "AUDIT RECORDS READ:    " TO WS-TL-LABEL.
    MOVE WS-JOURNAL-READ-COUNT TO WS-TL-COUNT.
    PERFORM 405-WRITE-TOTAL-LINE.
    MOVE "DATED BEFORE BACKUP:   " TO WS-TL-LABEL.
    MOVE WS-BEFORE-BACKUP-COUNT TO WS-TL-COUNT.
    PERFORM 405-WRITE-TOTAL-LINE.
    MOVE "AUDIT RECORDS REPOSTED:" TO WS-TL-LABEL.
    MOVE WS-APPLIED-COUNT TO WS-TL-COUNT.
    PERFORM 405-WRITE-TOTAL-LINE.
    MOVE "RESTORED STATS DROPPED:" TO WS-TL-LABEL.
    MOVE WS-STATS-DROPPED-COUNT TO WS-TL-COUNT.
    PERFORM 405-WRITE-TOTAL-LINE.
    MOVE "STATS RECORDS REBUILT: " TO WS-TL-LABEL.
    MOVE WS-STATS-BUILT-COUNT TO WS-TL-COUNT.
    PERFORM 405-WRITE-TOTAL-LINE.

430-DROP-STATS-FROM-BACKUP-DATE.
    MOVE LOW-VALUES TO RS-STAT-KEY.
    MOVE WS-BACKUP-DATE TO RS-RUN-DATE.
    MOVE "N" TO WS-EOF-SWITCH.
    START RUN-STATS-FILE KEY >= RS-STAT-KEY
        INVALID KEY
            SET WS-EOF TO TRUE
    END-START.
    PERFORM UNTIL WS-EOF
        READ RUN-STATS-FILE NEXT RECORD
            AT END
                SET WS-EOF TO TRUE
            NOT AT END
                DELETE RUN-STATS-FILE
                    INVALID KEY
                        DISPLAY "WARNING: UNABLE TO DROP STATS RECORD "
                            RS-STAT-KEY " - STATUS "
                            WS-RUN-STATS-STATUS
                    NOT INVALID KEY
                        ADD 1 TO WS-STATS-DROPPED-COUNT
                END-DELETE
        END-READ
    END-PERFORM.

*> Same counting rules as 910/955 in the calculation program.
440-POST-AUDIT-RECORD.
    ADD 1 TO WS-APPLIED-COUNT.
    MOVE AL-RUN-DATE TO RS-RUN-DATE.
    IF AL-RUN-NUMBER NUMERIC
        MOVE AL-RUN-NUMBER TO RS-RUN-NUMBER
    ELSE
        MOVE ZERO TO RS-RUN-NUMBER
    END-IF.
    MOVE AL-OPERATOR-ID TO RS-OPERATOR-ID.
    MOVE AL-OPERATION TO RS-OPERATION.
    READ RUN-STATS-FILE
        INVALID KEY
            MOVE ZERO TO RS-RECORD-COUNT RS-ERROR-COUNT RS-PRODUCT-SUM
            MOVE SPACES TO RS-FILLER
            PERFORM 445-COUNT-AUDIT-RECORD
            WRITE RUN-STATS-RECORD
                INVALID KEY
                    DISPLAY "WARNING: UNABLE TO REBUILD STATS RECORD "
                        RS-STAT-KEY " - STATUS " WS-RUN-STATS-STATUS
                NOT INVALID KEY
                    ADD 1 TO WS-STATS-BUILT-COUNT
            END-WRITE
        NOT INVALID KEY
            PERFORM 445-COUNT-AUDIT-RECORD
            REWRITE RUN-STATS-RECORD
                INVALID KEY
                    DISPLAY "WARNING: UNABLE TO UPDATE STATS RECORD "
                        RS-STAT-KEY " - STATUS " WS-RUN-STATS-STATUS
            END-REWRITE
    END-READ.

445-COUNT-AUDIT-RECORD.
    ADD 1 TO RS-RECORD-COUNT.
    IF AL-STATUS = "OK"
        ADD AL-PRODUCT TO RS-PRODUCT-SUM
    ELSE
        ADD 1 TO RS-ERROR-COUNT
    END-IF.

405-WRITE-TOTAL-LINE.
    MOVE WS-TOTAL-LINE TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.

500-WRITE-REPORT-LINE.
    IF WS-LINE-COUNT >= WS-PAGE-DEPTH
        PERFORM 510-WRITE-PAGE-HEADINGS
    END-IF.
    WRITE RECOVERY-PRINT-RECORD FROM WS-REPORT-LINE.
    ADD 1 TO WS-LINE-COUNT.

510-WRITE-PAGE-HEADINGS.
    ADD 1 TO WS-PAGE-NUMBER.
    IF WS-PAGE-NUMBER > 1
        MOVE SPACES TO RECOVERY-PRINT-RECORD
        WRITE RECOVERY-PRINT-RECORD
    END-IF.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    MOVE WS-PAGE-NUMBER TO WS-PH1-PAGE.
    WRITE RECOVERY-PRINT-RECORD FROM WS-PAGE-HEADING-1.
    MOVE WS-CDT-DATE TO WS-PH2-DATE.
    MOVE WS-CDT-TIME TO WS-PH2-TIME.
    MOVE WS-OPERATOR-ID TO WS-PH2-OPER.
    WRITE RECOVERY-PRINT-RECORD FROM WS-PAGE-HEADING-2.
    MOVE SPACES TO RECOVERY-PRINT-RECORD.
    WRITE RECOVERY-PRINT-RECORD.
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
        MOVE "Master_file_reload" TO SV-PROGRAM
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
