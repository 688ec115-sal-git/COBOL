IDENTIFICATION DIVISION.
PROGRAM-ID. Master_file_unload.
AUTHOR. Stephen.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ITEM-MASTER-FILE ASSIGN TO "ITEM-MASTER.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS IM-ITEM-CODE
        FILE STATUS IS WS-ITEM-MASTER-STATUS.

    SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERATOR-MASTER.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS OM-OPERATOR-ID
        FILE STATUS IS WS-OPER-MASTER-STATUS.

    SELECT RUN-STATS-FILE ASSIGN TO "MULT-RUN-STATS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS RS-STAT-KEY
        FILE STATUS IS WS-RUN-STATS-STATUS.

*> The backup generation name is dated, so the assignment is resolved
*> through the BKUPFILE name set at run time, one master at a time.
    SELECT BACKUP-FILE ASSIGN TO BKUPFILE
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BACKUP-STATUS.

    SELECT BACKUP-CATALOG-FILE ASSIGN TO "BACKUP-CATALOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CATALOG-STATUS.

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

WORKING-STORAGE SECTION.
    01  WS-ITEM-MASTER-STATUS   PIC XX VALUE SPACES.
    01  WS-OPER-MASTER-STATUS   PIC XX VALUE SPACES.
    01  WS-RUN-STATS-STATUS     PIC XX VALUE SPACES.
    01  WS-BACKUP-STATUS        PIC XX VALUE SPACES.
    01  WS-CATALOG-STATUS       PIC XX VALUE SPACES.

    01  WS-EOF-SWITCH           PIC X VALUE "N".
        88  WS-EOF              VALUE "Y".

    01  WS-CURRENT-DATE-TIME.
        05  WS-CDT-DATE         PIC 9(8).
        05  WS-CDT-TIME         PIC 9(8).
        05  FILLER              PIC X(5).

*> Every generation written by one run carries the moment the run
*> started. Forward recovery replays journal entries from that moment
*> on; an entry logged while the unload was still reading is replayed
*> over a record that may already hold it, which is harmless because
*> every journal entry carries the whole record as it was left.
    01  WS-BACKUP-DATE          PIC 9(8) VALUE ZERO.
    01  WS-BACKUP-TIME          PIC 9(8) VALUE ZERO.

    01  WS-FILE-ID              PIC X(20) VALUE SPACES.
    01  WS-RECORD-LENGTH        PIC 9(3) VALUE ZERO.
    01  WS-BACKUP-FILE-NAME     PIC X(40) VALUE SPACES.

    01  WS-UNLOAD-COUNT         PIC 9(7) VALUE ZERO.
    01  WS-ITEM-COUNT           PIC 9(7) VALUE ZERO.
    01  WS-OPER-COUNT           PIC 9(7) VALUE ZERO.
    01  WS-STATS-COUNT          PIC 9(7) VALUE ZERO.

*> Set when a master was not there to unload. Its generation is still
*> written, empty but with its control record, so the set stays whole;
*> the catalog entry is marked incomplete and the run ends RC 4.
    01  WS-MISSING-MASTER-SWITCH PIC X VALUE "N".
        88  WS-MISSING-MASTER   VALUE "Y".

    01  WS-DISPLAY-COUNT        PIC ZZZZZZ9.

PROCEDURE DIVISION.
000-MAIN-CONTROL.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    MOVE WS-CDT-DATE TO WS-BACKUP-DATE.
    MOVE WS-CDT-TIME TO WS-BACKUP-TIME.
    PERFORM 200-UNLOAD-ITEM-MASTER.
    PERFORM 300-UNLOAD-OPERATOR-MASTER.
    PERFORM 400-UNLOAD-RUN-STATS.
    PERFORM 500-WRITE-CATALOG-ENTRY.
    DISPLAY "MASTER FILE UNLOAD COMPLETE - GENERATION " WS-BACKUP-DATE
        " AT " WS-BACKUP-TIME.
    MOVE WS-ITEM-COUNT TO WS-DISPLAY-COUNT.
    DISPLAY "  ITEM-MASTER RECORDS UNLOADED:     " WS-DISPLAY-COUNT.
    MOVE WS-OPER-COUNT TO WS-DISPLAY-COUNT.
    DISPLAY "  OPERATOR-MASTER RECORDS UNLOADED: " WS-DISPLAY-COUNT.
    MOVE WS-STATS-COUNT TO WS-DISPLAY-COUNT.
    DISPLAY "  MULT-RUN-STATS RECORDS UNLOADED:  " WS-DISPLAY-COUNT.
    IF WS-MISSING-MASTER
        DISPLAY "  GENERATION INCOMPLETE - SEE WARNINGS ABOVE"
        MOVE 4 TO RETURN-CODE
    END-IF.
    STOP RUN.

110-OPEN-BACKUP-FILE.
    MOVE ZERO TO WS-UNLOAD-COUNT.
    MOVE SPACES TO WS-BACKUP-FILE-NAME.
    STRING WS-FILE-ID DELIMITED BY SPACE
        "-BKP-" WS-BACKUP-DATE ".DAT" DELIMITED BY SIZE
        INTO WS-BACKUP-FILE-NAME
    END-STRING.
    SET ENVIRONMENT "BKUPFILE" TO WS-BACKUP-FILE-NAME.
    OPEN OUTPUT BACKUP-FILE.
    IF WS-BACKUP-STATUS NOT = "00"
        DISPLAY "ERROR: UNABLE TO OPEN " WS-BACKUP-FILE-NAME
            " - STATUS " WS-BACKUP-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

*> The caller has already placed the master record in the image.
120-WRITE-BACKUP-DATA.
    MOVE "D" TO BK-RECORD-TYPE.
    WRITE BACKUP-RECORD.
    ADD 1 TO WS-UNLOAD-COUNT.

130-WRITE-BACKUP-CONTROL.
    MOVE SPACES TO BACKUP-RECORD.
    MOVE "C" TO BK-RECORD-TYPE.
    MOVE WS-FILE-ID TO BK-FILE-ID.
    MOVE WS-BACKUP-DATE TO BK-BACKUP-DATE.
    MOVE WS-BACKUP-TIME TO BK-BACKUP-TIME.
    MOVE WS-UNLOAD-COUNT TO BK-RECORD-COUNT.
    MOVE WS-RECORD-LENGTH TO BK-RECORD-LENGTH.
    WRITE BACKUP-RECORD.
    CLOSE BACKUP-FILE.

200-UNLOAD-ITEM-MASTER.
    MOVE "ITEM-MASTER" TO WS-FILE-ID.
    MOVE 225 TO WS-RECORD-LENGTH.
    PERFORM 110-OPEN-BACKUP-FILE.
    OPEN INPUT ITEM-MASTER-FILE.
    EVALUATE WS-ITEM-MASTER-STATUS
        WHEN "00"
            MOVE "N" TO WS-EOF-SWITCH
            PERFORM 210-READ-ITEM-MASTER
            PERFORM UNTIL WS-EOF
                MOVE ITEM-MASTER-RECORD TO BK-RECORD-IMAGE
                PERFORM 120-WRITE-BACKUP-DATA
                PERFORM 210-READ-ITEM-MASTER
            END-PERFORM
            CLOSE ITEM-MASTER-FILE
        WHEN "35"
            DISPLAY "WARNING: ITEM-MASTER.DAT NOT FOUND "
                "- EMPTY GENERATION WRITTEN"
            SET WS-MISSING-MASTER TO TRUE
        WHEN OTHER
            DISPLAY "ERROR: UNABLE TO OPEN ITEM-MASTER.DAT - STATUS "
                WS-ITEM-MASTER-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.
    PERFORM 130-WRITE-BACKUP-CONTROL.
    MOVE WS-UNLOAD-COUNT TO WS-ITEM-COUNT.

210-READ-ITEM-MASTER.
    READ ITEM-MASTER-FILE
        AT END
            SET WS-EOF TO TRUE
    END-READ.

300-UNLOAD-OPERATOR-MASTER.
    MOVE "OPERATOR-MASTER" TO WS-FILE-ID.
    MOVE 80 TO WS-RECORD-LENGTH.
    PERFORM 110-OPEN-BACKUP-FILE.
    OPEN INPUT OPERATOR-MASTER-FILE.
    EVALUATE WS-OPER-MASTER-STATUS
        WHEN "00"
            MOVE "N" TO WS-EOF-SWITCH
            PERFORM 310-READ-OPERATOR-MASTER
            PERFORM UNTIL WS-EOF
                MOVE OPERATOR-MASTER-RECORD TO BK-RECORD-IMAGE
                PERFORM 120-WRITE-BACKUP-DATA
                PERFORM 310-READ-OPERATOR-MASTER
            END-PERFORM
            CLOSE OPERATOR-MASTER-FILE
        WHEN "35"
            DISPLAY "WARNING: OPERATOR-MASTER.DAT NOT FOUND "
                "- EMPTY GENERATION WRITTEN"
            SET WS-MISSING-MASTER TO TRUE
        WHEN OTHER
            DISPLAY "ERROR: UNABLE TO OPEN OPERATOR-MASTER.DAT - STATUS "
                WS-OPER-MASTER-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.
    PERFORM 130-WRITE-BACKUP-CONTROL.
    MOVE WS-UNLOAD-COUNT TO WS-OPER-COUNT.

310-READ-OPERATOR-MASTER.
    READ OPERATOR-MASTER-FILE
        AT END
            SET WS-EOF TO TRUE
    END-READ.

400-UNLOAD-RUN-STATS.
    MOVE "MULT-RUN-STATS" TO WS-FILE-ID.
    MOVE 80 TO WS-RECORD-LENGTH.
    PERFORM 110-OPEN-BACKUP-FILE.
    OPEN INPUT RUN-STATS-FILE.
    EVALUATE WS-RUN-STATS-STATUS
        WHEN "00"
            MOVE "N" TO WS-EOF-SWITCH
            PERFORM 410-READ-RUN-STATS
            PERFORM UNTIL WS-EOF
                MOVE RUN-STATS-RECORD TO BK-RECORD-IMAGE
                PERFORM 120-WRITE-BACKUP-DATA
                PERFORM 410-READ-RUN-STATS
            END-PERFORM
            CLOSE RUN-STATS-FILE
        WHEN "35"
            DISPLAY "WARNING: MULT-RUN-STATS.DAT NOT FOUND "
                "- EMPTY GENERATION WRITTEN"
            SET WS-MISSING-MASTER TO TRUE
        WHEN OTHER
            DISPLAY "ERROR: UNABLE TO OPEN MULT-RUN-STATS.DAT - STATUS "
                WS-RUN-STATS-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.
    PERFORM 130-WRITE-BACKUP-CONTROL.
    MOVE WS-UNLOAD-COUNT TO WS-STATS-COUNT.

410-READ-RUN-STATS.
    READ RUN-STATS-FILE
        AT END
            SET WS-EOF TO TRUE
    END-READ.

*> The catalog is only written once all three generations are closed
*> with their control records, so GEN=LAST never names a set that
*> was cut short.
500-WRITE-CATALOG-ENTRY.
    OPEN EXTEND BACKUP-CATALOG-FILE.
    IF WS-CATALOG-STATUS NOT = "00"
        OPEN OUTPUT BACKUP-CATALOG-FILE
        IF WS-CATALOG-STATUS NOT = "00"
            DISPLAY "ERROR: UNABLE TO OPEN BACKUP-CATALOG.DAT - STATUS "
                WS-CATALOG-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
    MOVE SPACES TO BACKUP-CATALOG-RECORD.
    MOVE WS-BACKUP-DATE TO BC-BACKUP-DATE.
    MOVE WS-BACKUP-TIME TO BC-BACKUP-TIME.
    MOVE WS-ITEM-COUNT TO BC-ITEM-COUNT.
    MOVE WS-OPER-COUNT TO BC-OPER-COUNT.
    MOVE WS-STATS-COUNT TO BC-STATS-COUNT.
    IF WS-MISSING-MASTER
        SET BC-INCOMPLETE TO TRUE
    ELSE
        SET BC-COMPLETE TO TRUE
    END-IF.
    WRITE BACKUP-CATALOG-RECORD.
    CLOSE BACKUP-CATALOG-FILE.
