IDENTIFICATION DIVISION.
PROGRAM-ID. Invoice_run.
AUTHOR. Stephen.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PRICED-EXTENSION-FILE ASSIGN TO "PRICED-EXTENSIONS.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PX-LINE-KEY
        FILE STATUS IS WS-PRICED-EXT-STATUS.

    SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTOMER-MASTER.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CM-CUSTOMER-NO
        FILE STATUS IS WS-CUST-MASTER-STATUS.

    SELECT ITEM-MASTER-FILE ASSIGN TO "ITEM-MASTER.DAT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS IM-ITEM-CODE
        FILE STATUS IS WS-ITEM-MASTER-STATUS.

    SELECT RUN-CONTROL-FILE ASSIGN TO "MULT-RUN-CONTROL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUN-CONTROL-STATUS.

    SELECT INVOICE-CONTROL-FILE ASSIGN TO "INVOICE-CONTROL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INV-CONTROL-STATUS.

    SELECT INVOICE-PRINT-FILE ASSIGN TO "INVOICE.PRT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INVOICE-PRINT-STATUS.

    SELECT INVOICE-REGISTER-FILE ASSIGN TO "INVOICE-REGISTER.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INV-REGISTER-STATUS.

    SELECT INVOICE-SORT-FILE ASSIGN TO "INVSORT.TMP".

DATA DIVISION.
FILE SECTION.
FD  PRICED-EXTENSION-FILE.
01  PRICED-EXTENSION-RECORD.
    COPY PRICEXT.

FD  CUSTOMER-MASTER-FILE.
01  CUSTOMER-MASTER-RECORD.
    COPY CUSTMAST.

FD  ITEM-MASTER-FILE.
01  ITEM-MASTER-RECORD.
    COPY ITEMMAST.

*> Mirror of the calculation program's one-record run-control file,
*> read here so RUN=LAST can invoice the run the stream just finished.
FD  RUN-CONTROL-FILE.
01  RUN-CONTROL-RECORD.
    05  RC-LAST-RUN-NUMBER      PIC 9(6).
    05  RC-ASSIGNED-DATE        PIC 9(8).
    05  RC-ASSIGNED-TIME        PIC 9(8).
    05  FILLER                  PIC X(58).

*> One-record control file holding the last invoice number issued,
*> kept the same way as the run-control file so invoice numbers run
*> on unbroken from one invoice run to the next.
FD  INVOICE-CONTROL-FILE.
01  INVOICE-CONTROL-RECORD.
    05  IC-LAST-INVOICE-NO      PIC 9(7).
    05  IC-ASSIGNED-DATE        PIC 9(8).
    05  IC-ASSIGNED-TIME        PIC 9(8).
    05  FILLER                  PIC X(57).

FD  INVOICE-PRINT-FILE.
01  INVOICE-PRINT-RECORD        PIC X(80).

*> One record per invoice issued, carrying the pricing run number the
*> invoice was raised from so any invoice can be tied back to that
*> run's audit log and run-history entries.
FD  INVOICE-REGISTER-FILE.
01  INVOICE-REGISTER-RECORD.
    05  IR-INVOICE-NO       PIC 9(7).
    05  IR-INVOICE-DATE     PIC 9(8).
    05  IR-DUE-DATE         PIC 9(8).
    05  IR-RUN-NUMBER       PIC 9(6).
    05  IR-CUSTOMER-NO      PIC X(8).
    05  IR-ORDER-NO         PIC X(8).
    05  IR-LINE-COUNT       PIC 9(5).
    05  IR-SUBTOTAL         PIC S9(10)V99 SIGN IS TRAILING SEPARATE
                                           CHARACTER.
    05  IR-TAX-RATE         PIC 9(2)V9(3).
    05  IR-TAX-AMOUNT       PIC S9(10)V99 SIGN IS TRAILING SEPARATE
                                           CHARACTER.
    05  IR-TOTAL            PIC S9(10)V99 SIGN IS TRAILING SEPARATE
                                           CHARACTER.
    05  IR-FILLER           PIC X(26).

SD  INVOICE-SORT-FILE.
01  INVOICE-SORT-RECORD.
    05  SR-CUSTOMER-NO      PIC X(8).
    05  SR-ORDER-NO         PIC X(8).
    05  SR-LINE-KEY         PIC X(13).
    05  SR-ITEM-CODE        PIC X(8).
    05  SR-QUANTITY         PIC S9(5)V99 SIGN IS TRAILING SEPARATE
                                          CHARACTER.
    05  SR-UNIT-PRICE       PIC S9(5)V99 SIGN IS TRAILING SEPARATE
                                          CHARACTER.
    05  SR-EXTENSION        PIC S9(10)V99 SIGN IS TRAILING SEPARATE
                                           CHARACTER.

WORKING-STORAGE SECTION.
    01  WS-PRICED-EXT-STATUS    PIC XX VALUE SPACES.
    01  WS-CUST-MASTER-STATUS   PIC XX VALUE SPACES.
    01  WS-ITEM-MASTER-STATUS   PIC XX VALUE SPACES.
    01  WS-RUN-CONTROL-STATUS   PIC XX VALUE SPACES.
    01  WS-INV-CONTROL-STATUS   PIC XX VALUE SPACES.
    01  WS-INVOICE-PRINT-STATUS PIC XX VALUE SPACES.
    01  WS-INV-REGISTER-STATUS  PIC XX VALUE SPACES.

    01  WS-EOF-SWITCH           PIC X VALUE "N".
        88  WS-EOF              VALUE "Y".
    01  WS-CONTROL-EOF-SWITCH   PIC X VALUE "N".
        88  WS-CONTROL-EOF      VALUE "Y".

    01  WS-CURRENT-DATE-TIME.
        05  WS-CDT-DATE         PIC 9(8).
        05  WS-CDT-TIME         PIC 9(8).
        05  FILLER              PIC X(5).

*> The run to invoice arrives as RUN=nnnnnn on the command line, or
*> RUN=LAST for the number the calculation program handed out most
*> recently. Only lines not yet carrying an invoice number are
*> picked up, so invoicing the same run twice issues nothing new.
    01  WS-RUN-PARM             PIC X(40) VALUE SPACES.
    01  WS-PARM-TOKEN           PIC X(17) VALUE SPACES.
    01  WS-PARM-KEYWORD         PIC X(8) VALUE SPACES.
    01  WS-PARM-VALUE           PIC X(8) VALUE SPACES.
    01  WS-NUMVAL-CHECK         PIC S9(4) VALUE ZERO.

    01  WS-SEL-RUN-NUMBER       PIC 9(6) VALUE ZERO.
    01  WS-INVOICE-DATE         PIC 9(8) VALUE ZERO.
    01  WS-INVOICE-NO           PIC 9(7) VALUE ZERO.
    01  WS-DUE-DATE             PIC 9(8) VALUE ZERO.

*> The customer and order the invoice being built belongs to; a change
*> in either on the sorted lines closes it and opens the next.
    01  WS-CURRENT-INVOICE-KEY.
        05  WS-CUR-CUSTOMER-NO  PIC X(8) VALUE SPACES.
        05  WS-CUR-ORDER-NO     PIC X(8) VALUE SPACES.
    01  WS-SORT-INVOICE-KEY.
        05  WS-SRT-CUSTOMER-NO  PIC X(8) VALUE SPACES.
        05  WS-SRT-ORDER-NO     PIC X(8) VALUE SPACES.

    01  WS-INVOICE-OPEN-SWITCH  PIC X VALUE "N".
        88  WS-INVOICE-OPEN     VALUE "Y".
    01  WS-CUSTOMER-FOUND-SWITCH PIC X VALUE "N".
        88  WS-CUSTOMER-FOUND   VALUE "Y".
    01  WS-TOTALS-PAGE-SWITCH   PIC X VALUE "N".
        88  WS-TOTALS-PAGE      VALUE "Y".

    01  WS-INV-LINE-COUNT       PIC 9(5)   VALUE ZERO.
    01  WS-INV-SUBTOTAL         PIC S9(10)V99 VALUE ZERO.
    01  WS-INV-TAX-AMOUNT       PIC S9(10)V99 VALUE ZERO.
    01  WS-INV-TOTAL            PIC S9(10)V99 VALUE ZERO.

    01  WS-READ-COUNT           PIC 9(7) VALUE ZERO.
    01  WS-SELECTED-COUNT       PIC 9(7) VALUE ZERO.
    01  WS-ALREADY-INVOICED     PIC 9(7) VALUE ZERO.
    01  WS-INVOICE-COUNT        PIC 9(7) VALUE ZERO.
    01  WS-NO-CUSTOMER-COUNT    PIC 9(7) VALUE ZERO.
    01  WS-GRAND-SUBTOTAL       PIC S9(12)V99 VALUE ZERO.
    01  WS-GRAND-TAX            PIC S9(12)V99 VALUE ZERO.
    01  WS-GRAND-TOTAL          PIC S9(12)V99 VALUE ZERO.
    01  WS-FIRST-INVOICE-NO     PIC 9(7) VALUE ZERO.

*> Report pagination: every report line goes out through
*> 500-WRITE-REPORT-LINE, which repaints the page heading block at
*> the standard depth so a continuation page still identifies the
*> invoice. Each invoice starts a page of its own, numbered from 1.
    01  WS-REPORT-LINE          PIC X(80) VALUE SPACES.
    01  WS-LINE-COUNT           PIC 9(3) VALUE 999.
    01  WS-PAGE-NUMBER          PIC 9(4) VALUE ZERO.
    01  WS-PAGE-DEPTH           PIC 9(3) VALUE 55.

    01  WS-PAGE-HEADING-1.
        05  FILLER              PIC X(26)
            VALUE "INVOICE                   ".
        05  FILLER              PIC X(22)
            VALUE "Invoice_run           ".
        05  FILLER              PIC X(6)  VALUE "PAGE: ".
        05  WS-PH1-PAGE         PIC ZZZ9.
        05  FILLER              PIC X(22) VALUE SPACES.

    01  WS-PAGE-HEADING-2.
        05  FILLER              PIC X(12) VALUE "INVOICE NO: ".
        05  WS-PH2-INVOICE-NO   PIC 9(7).
        05  FILLER              PIC X(8)  VALUE "  DATE: ".
        05  WS-PH2-DATE         PIC 9(8).
        05  FILLER              PIC X(12) VALUE "  CUSTOMER: ".
        05  WS-PH2-CUSTOMER-NO  PIC X(8).
        05  FILLER              PIC X(7)  VALUE "  RUN: ".
        05  WS-PH2-RUN          PIC 9(6).
        05  FILLER              PIC X(12) VALUE SPACES.

    01  WS-TOTALS-HEADING-2.
        05  FILLER              PIC X(20) VALUE "INVOICE RUN TOTALS  ".
        05  FILLER              PIC X(10) VALUE "RUN DATE: ".
        05  WS-TH2-DATE         PIC 9(8).
        05  FILLER              PIC X(8)  VALUE "  TIME: ".
        05  WS-TH2-TIME         PIC 9(8).
        05  FILLER              PIC X(7)  VALUE "  RUN: ".
        05  WS-TH2-RUN          PIC 9(6).
        05  FILLER              PIC X(13) VALUE SPACES.

    01  WS-COLUMN-HEADING.
        05  FILLER              PIC X(38)
            VALUE "ITEM      DESCRIPTION                 ".
        05  FILLER              PIC X(42)
            VALUE "QUANTITY      PRICE      EXTENSION".

    01  WS-END-OF-REPORT-LINE   PIC X(80) VALUE "END OF REPORT".

    01  WS-BILL-TO-LINE.
        05  WS-BTL-LABEL        PIC X(10).
        05  WS-BTL-TEXT         PIC X(40).
        05  FILLER              PIC X(30) VALUE SPACES.

    01  WS-CITY-LINE.
        05  FILLER              PIC X(10) VALUE SPACES.
        05  WS-CL-CITY          PIC X(20).
        05  FILLER              PIC X     VALUE SPACE.
        05  WS-CL-STATE         PIC X(2).
        05  FILLER              PIC X(2)  VALUE SPACES.
        05  WS-CL-POSTCODE      PIC X(10).
        05  FILLER              PIC X(35) VALUE SPACES.

    01  WS-ORDER-LINE.
        05  FILLER              PIC X(10) VALUE "ORDER:    ".
        05  WS-OL-ORDER-NO      PIC X(8).
        05  FILLER              PIC X(10) VALUE "  TERMS: ".
        05  WS-OL-TERMS-CODE    PIC X(8).
        05  FILLER              PIC X(13) VALUE "  DUE DATE: ".
        05  WS-OL-DUE-DATE      PIC 9(8).
        05  FILLER              PIC X(23) VALUE SPACES.

    01  WS-INVOICE-DETAIL-LINE.
        05  WS-IDL-ITEM-CODE    PIC X(8).
        05  FILLER              PIC X(2)  VALUE SPACES.
        05  WS-IDL-DESC         PIC X(26).
        05  FILLER              PIC X     VALUE SPACE.
        05  WS-IDL-QUANTITY     PIC -ZZZZ9.99.
        05  FILLER              PIC X(2)  VALUE SPACES.
        05  WS-IDL-PRICE        PIC -ZZZZ9.99.
        05  FILLER              PIC X(2)  VALUE SPACES.
        05  WS-IDL-EXTENSION    PIC -Z(9)9.99.
        05  FILLER              PIC X(7)  VALUE SPACES.

    01  WS-AMOUNT-LINE.
        05  FILLER              PIC X(40) VALUE SPACES.
        05  WS-AL-LABEL         PIC X(19).
        05  WS-AL-AMOUNT        PIC -Z(9)9.99.
        05  FILLER              PIC X(7)  VALUE SPACES.

    01  WS-TAX-LABEL.
        05  FILLER              PIC X(5)  VALUE "TAX @".
        05  WS-TXL-RATE         PIC Z9.999.
        05  FILLER              PIC X(8)  VALUE "%:      ".

    01  WS-TOTAL-LINE.
        05  WS-TL-LABEL         PIC X(23).
        05  WS-TL-COUNT         PIC ZZZZZZ9.
        05  FILLER              PIC X(50) VALUE SPACES.

    01  WS-MONEY-TOTAL-LINE.
        05  WS-MTL-LABEL        PIC X(23).
        05  WS-MTL-AMOUNT       PIC -Z(11)9.99.
        05  FILLER              PIC X(41) VALUE SPACES.

    01  WS-DISPLAY-COUNT        PIC ZZZZZZ9.

PROCEDURE DIVISION.
000-MAIN-CONTROL.
    PERFORM 100-PARSE-PARMS.
    IF WS-SEL-RUN-NUMBER = ZERO
        DISPLAY "ERROR: NO RUN SELECTED - SPECIFY RUN=nnnnnn OR RUN=LAST"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    MOVE WS-CDT-DATE TO WS-INVOICE-DATE.
    OPEN OUTPUT INVOICE-PRINT-FILE.
    IF WS-INVOICE-PRINT-STATUS NOT = "00"
        DISPLAY "ERROR: UNABLE TO OPEN INVOICE.PRT - STATUS "
            WS-INVOICE-PRINT-STATUS
        STOP RUN
    END-IF.
    OPEN EXTEND INVOICE-REGISTER-FILE.
    IF WS-INV-REGISTER-STATUS NOT = "00"
        OPEN OUTPUT INVOICE-REGISTER-FILE
        IF WS-INV-REGISTER-STATUS NOT = "00"
            DISPLAY "ERROR: UNABLE TO OPEN INVOICE-REGISTER.DAT "
                "- STATUS " WS-INV-REGISTER-STATUS
            STOP RUN
        END-IF
    END-IF.
    SORT INVOICE-SORT-FILE
        ON ASCENDING KEY SR-CUSTOMER-NO SR-ORDER-NO SR-LINE-KEY
        INPUT PROCEDURE IS 200-SELECT-RUN-LINES
        OUTPUT PROCEDURE IS 300-PRINT-INVOICES.
    PERFORM 400-WRITE-RUN-TOTALS.
    CLOSE INVOICE-PRINT-FILE.
    CLOSE INVOICE-REGISTER-FILE.
    MOVE WS-INVOICE-COUNT TO WS-DISPLAY-COUNT.
    DISPLAY "INVOICE RUN COMPLETE FOR RUN " WS-SEL-RUN-NUMBER " - "
        WS-DISPLAY-COUNT " INVOICES - SEE INVOICE.PRT".
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
            WHEN WS-PARM-KEYWORD = "RUN" AND WS-PARM-VALUE = "LAST"
                PERFORM 110-READ-LAST-RUN-NUMBER
            WHEN WS-PARM-KEYWORD = "RUN"
                MOVE FUNCTION TEST-NUMVAL(WS-PARM-VALUE)
                    TO WS-NUMVAL-CHECK
                IF WS-NUMVAL-CHECK = 0
                    COMPUTE WS-SEL-RUN-NUMBER =
                        FUNCTION NUMVAL(WS-PARM-VALUE)
                ELSE
                    DISPLAY "WARNING: RUN VALUE NOT NUMERIC: "
                        WS-PARM-VALUE
                END-IF
            WHEN OTHER
                DISPLAY "WARNING: UNRECOGNIZED PARAMETER "
                    WS-PARM-TOKEN
        END-EVALUATE
    END-IF.

110-READ-LAST-RUN-NUMBER.
    OPEN INPUT RUN-CONTROL-FILE.
    IF WS-RUN-CONTROL-STATUS NOT = "00"
        DISPLAY "WARNING: UNABLE TO OPEN MULT-RUN-CONTROL.DAT "
            "- STATUS " WS-RUN-CONTROL-STATUS
    ELSE
        MOVE "N" TO WS-CONTROL-EOF-SWITCH
        PERFORM UNTIL WS-CONTROL-EOF
            READ RUN-CONTROL-FILE
                AT END
                    SET WS-CONTROL-EOF TO TRUE
                NOT AT END
                    IF RC-LAST-RUN-NUMBER NUMERIC
                        MOVE RC-LAST-RUN-NUMBER TO WS-SEL-RUN-NUMBER
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RUN-CONTROL-FILE
    END-IF.

*> Releases the selected run's lines that have not been invoiced yet.
*> Lines already carrying an invoice number were billed by an earlier
*> invoice run and are only counted.
200-SELECT-RUN-LINES.
    OPEN INPUT PRICED-EXTENSION-FILE.
    IF WS-PRICED-EXT-STATUS NOT = "00"
        DISPLAY "ERROR: UNABLE TO OPEN PRICED-EXTENSIONS.DAT - STATUS "
            WS-PRICED-EXT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "N" TO WS-EOF-SWITCH.
    PERFORM 210-READ-EXTENSION-RECORD.
    PERFORM UNTIL WS-EOF
        ADD 1 TO WS-READ-COUNT
        IF PX-RUN-NUMBER = WS-SEL-RUN-NUMBER
            IF PX-INVOICE-NO NUMERIC AND PX-INVOICE-NO NOT = ZERO
                ADD 1 TO WS-ALREADY-INVOICED
            ELSE
                ADD 1 TO WS-SELECTED-COUNT
                MOVE PX-CUSTOMER-NO TO SR-CUSTOMER-NO
                MOVE PX-ORDER-NO TO SR-ORDER-NO
                MOVE PX-LINE-KEY TO SR-LINE-KEY
                MOVE PX-ITEM-CODE TO SR-ITEM-CODE
                MOVE PX-QUANTITY TO SR-QUANTITY
                MOVE PX-UNIT-PRICE TO SR-UNIT-PRICE
                MOVE PX-EXTENSION TO SR-EXTENSION
                RELEASE INVOICE-SORT-RECORD
            END-IF
        END-IF
        PERFORM 210-READ-EXTENSION-RECORD
    END-PERFORM.
    CLOSE PRICED-EXTENSION-FILE.

210-READ-EXTENSION-RECORD.
    READ PRICED-EXTENSION-FILE NEXT RECORD
        AT END
            SET WS-EOF TO TRUE
    END-READ.

*> The sorted lines arrive grouped by customer and order; each group
*> becomes one numbered invoice. Every line printed is stamped with
*> its invoice number on the priced-extension file as it goes.
300-PRINT-INVOICES.
    OPEN I-O PRICED-EXTENSION-FILE.
    IF WS-PRICED-EXT-STATUS NOT = "00"
        DISPLAY "ERROR: UNABLE TO OPEN PRICED-EXTENSIONS.DAT - STATUS "
            WS-PRICED-EXT-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT CUSTOMER-MASTER-FILE.
    IF WS-CUST-MASTER-STATUS NOT = "00"
        DISPLAY "ERROR: UNABLE TO OPEN CUSTOMER-MASTER.DAT - STATUS "
            WS-CUST-MASTER-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT ITEM-MASTER-FILE.
    IF WS-ITEM-MASTER-STATUS NOT = "00"
        DISPLAY "WARNING: UNABLE TO OPEN ITEM-MASTER.DAT - STATUS "
            WS-ITEM-MASTER-STATUS " - DESCRIPTIONS NOT PRINTED"
    END-IF.
    MOVE "N" TO WS-EOF-SWITCH.
    PERFORM 305-RETURN-SORTED-LINE.
    PERFORM UNTIL WS-EOF
        IF NOT WS-INVOICE-OPEN
                OR WS-SORT-INVOICE-KEY NOT = WS-CURRENT-INVOICE-KEY
            IF WS-INVOICE-OPEN
                PERFORM 350-FINISH-INVOICE
            END-IF
            PERFORM 310-START-INVOICE
        END-IF
        PERFORM 330-WRITE-INVOICE-LINE
        PERFORM 340-STAMP-EXTENSION
        PERFORM 305-RETURN-SORTED-LINE
    END-PERFORM.
    IF WS-INVOICE-OPEN
        PERFORM 350-FINISH-INVOICE
    END-IF.
    CLOSE PRICED-EXTENSION-FILE.
    CLOSE CUSTOMER-MASTER-FILE.
    IF WS-ITEM-MASTER-STATUS = "00"
        CLOSE ITEM-MASTER-FILE
    END-IF.

305-RETURN-SORTED-LINE.
    RETURN INVOICE-SORT-FILE
        AT END
            SET WS-EOF TO TRUE
        NOT AT END
            MOVE SR-CUSTOMER-NO TO WS-SRT-CUSTOMER-NO
            MOVE SR-ORDER-NO TO WS-SRT-ORDER-NO
    END-RETURN.

*> An invoice opens on a fresh page with the bill-to block and terms.
*> A customer missing from the master at invoice time still gets its
*> invoice - the line was accepted when it was priced - but untaxed,
*> due on the invoice date, and counted on the totals page.
310-START-INVOICE.
    SET WS-INVOICE-OPEN TO TRUE.
    MOVE WS-SORT-INVOICE-KEY TO WS-CURRENT-INVOICE-KEY.
    MOVE ZERO TO WS-INV-LINE-COUNT WS-INV-SUBTOTAL.
    PERFORM 320-ASSIGN-INVOICE-NUMBER.
    MOVE "N" TO WS-CUSTOMER-FOUND-SWITCH.
    MOVE WS-CUR-CUSTOMER-NO TO CM-CUSTOMER-NO.
    READ CUSTOMER-MASTER-FILE
        INVALID KEY
            MOVE SPACES TO CUSTOMER-MASTER-RECORD
            MOVE ZERO TO CM-TAX-RATE CM-TERMS-DAYS
            ADD 1 TO WS-NO-CUSTOMER-COUNT
        NOT INVALID KEY
            SET WS-CUSTOMER-FOUND TO TRUE
    END-READ.
    COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(WS-INVOICE-DATE) + CM-TERMS-DAYS).
    MOVE ZERO TO WS-PAGE-NUMBER.
    MOVE 999 TO WS-LINE-COUNT.
    MOVE "BILL TO:  " TO WS-BTL-LABEL.
    IF WS-CUSTOMER-FOUND
        MOVE CM-CUSTOMER-NAME TO WS-BTL-TEXT
    ELSE
        MOVE "** CUSTOMER NOT ON CUSTOMER MASTER **" TO WS-BTL-TEXT
    END-IF.
    MOVE WS-BILL-TO-LINE TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.
    MOVE SPACES TO WS-BTL-LABEL.
    IF WS-CUSTOMER-FOUND
        MOVE CM-BILL-TO-LINE-1 TO WS-BTL-TEXT
        MOVE WS-BILL-TO-LINE TO WS-REPORT-LINE
        PERFORM 500-WRITE-REPORT-LINE
        IF CM-BILL-TO-LINE-2 NOT = SPACES
            MOVE CM-BILL-TO-LINE-2 TO WS-BTL-TEXT
            MOVE WS-BILL-TO-LINE TO WS-REPORT-LINE
            PERFORM 500-WRITE-REPORT-LINE
        END-IF
        MOVE CM-BILL-TO-CITY TO WS-CL-CITY
        MOVE CM-BILL-TO-STATE TO WS-CL-STATE
        MOVE CM-BILL-TO-POSTCODE TO WS-CL-POSTCODE
        MOVE WS-CITY-LINE TO WS-REPORT-LINE
        PERFORM 500-WRITE-REPORT-LINE
    END-IF.
    MOVE SPACES TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.
    MOVE WS-CUR-ORDER-NO TO WS-OL-ORDER-NO.
    MOVE CM-TERMS-CODE TO WS-OL-TERMS-CODE.
    MOVE WS-DUE-DATE TO WS-OL-DUE-DATE.
    MOVE WS-ORDER-LINE TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.
    MOVE SPACES TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.
    MOVE WS-COLUMN-HEADING TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.

*> The invoice-control file is read back and rewritten whole for each
*> number handed out, so a run that stops part way never reissues a
*> number already printed.
320-ASSIGN-INVOICE-NUMBER.
    MOVE ZERO TO WS-INVOICE-NO.
    OPEN INPUT INVOICE-CONTROL-FILE.
    IF WS-INV-CONTROL-STATUS = "00"
        MOVE "N" TO WS-CONTROL-EOF-SWITCH
        PERFORM UNTIL WS-CONTROL-EOF
            READ INVOICE-CONTROL-FILE
                AT END
                    SET WS-CONTROL-EOF TO TRUE
                NOT AT END
                    IF IC-LAST-INVOICE-NO NUMERIC
                        MOVE IC-LAST-INVOICE-NO TO WS-INVOICE-NO
                    END-IF
            END-READ
        END-PERFORM
        CLOSE INVOICE-CONTROL-FILE
    END-IF.
    ADD 1 TO WS-INVOICE-NO.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    OPEN OUTPUT INVOICE-CONTROL-FILE.
    IF WS-INV-CONTROL-STATUS NOT = "00"
        DISPLAY "ERROR: UNABLE TO REWRITE INVOICE-CONTROL.DAT "
            "- STATUS " WS-INV-CONTROL-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE SPACES TO INVOICE-CONTROL-RECORD.
    MOVE WS-INVOICE-NO TO IC-LAST-INVOICE-NO.
    MOVE WS-CDT-DATE TO IC-ASSIGNED-DATE.
    MOVE WS-CDT-TIME TO IC-ASSIGNED-TIME.
    WRITE INVOICE-CONTROL-RECORD.
    CLOSE INVOICE-CONTROL-FILE.
    IF WS-FIRST-INVOICE-NO = ZERO
        MOVE WS-INVOICE-NO TO WS-FIRST-INVOICE-NO
    END-IF.

330-WRITE-INVOICE-LINE.
    MOVE SPACES TO WS-IDL-DESC.
    IF WS-ITEM-MASTER-STATUS = "00"
        MOVE SR-ITEM-CODE TO IM-ITEM-CODE
        READ ITEM-MASTER-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE IM-ITEM-DESC TO WS-IDL-DESC
        END-READ
    END-IF.
    MOVE SR-ITEM-CODE TO WS-IDL-ITEM-CODE.
    MOVE SR-QUANTITY TO WS-IDL-QUANTITY.
    MOVE SR-UNIT-PRICE TO WS-IDL-PRICE.
    MOVE SR-EXTENSION TO WS-IDL-EXTENSION.
    MOVE WS-INVOICE-DETAIL-LINE TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.
    ADD 1 TO WS-INV-LINE-COUNT.
    ADD SR-EXTENSION TO WS-INV-SUBTOTAL.

340-STAMP-EXTENSION.
    MOVE SR-LINE-KEY TO PX-LINE-KEY.
    READ PRICED-EXTENSION-FILE
        INVALID KEY
            DISPLAY "ERROR: PRICED LINE " SR-LINE-KEY
                " NO LONGER ON PRICED-EXTENSIONS.DAT"
            MOVE 16 TO RETURN-CODE
        NOT INVALID KEY
            MOVE WS-INVOICE-NO TO PX-INVOICE-NO
            MOVE WS-INVOICE-DATE TO PX-INVOICED-DATE
            REWRITE PRICED-EXTENSION-RECORD
                INVALID KEY
                    DISPLAY "ERROR: UNABLE TO STAMP PRICED LINE "
                        SR-LINE-KEY " - STATUS " WS-PRICED-EXT-STATUS
                    MOVE 16 TO RETURN-CODE
            END-REWRITE
    END-READ.

*> Tax is worked once on the invoice subtotal, rounded half-up to the
*> cent, rather than line by line, so the invoice foots exactly.
350-FINISH-INVOICE.
    IF WS-CUSTOMER-FOUND
        COMPUTE WS-INV-TAX-AMOUNT ROUNDED =
            WS-INV-SUBTOTAL * CM-TAX-RATE / 100
    ELSE
        MOVE ZERO TO WS-INV-TAX-AMOUNT
    END-IF.
    ADD WS-INV-SUBTOTAL WS-INV-TAX-AMOUNT GIVING WS-INV-TOTAL.
    MOVE SPACES TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.
    MOVE "SUBTOTAL:          " TO WS-AL-LABEL.
    MOVE WS-INV-SUBTOTAL TO WS-AL-AMOUNT.
    MOVE WS-AMOUNT-LINE TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.
    MOVE CM-TAX-RATE TO WS-TXL-RATE.
    MOVE WS-TAX-LABEL TO WS-AL-LABEL.
    MOVE WS-INV-TAX-AMOUNT TO WS-AL-AMOUNT.
    MOVE WS-AMOUNT-LINE TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.
    MOVE "INVOICE TOTAL:     " TO WS-AL-LABEL.
    MOVE WS-INV-TOTAL TO WS-AL-AMOUNT.
    MOVE WS-AMOUNT-LINE TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.
    MOVE SPACES TO INVOICE-REGISTER-RECORD.
    MOVE WS-INVOICE-NO TO IR-INVOICE-NO.
    MOVE WS-INVOICE-DATE TO IR-INVOICE-DATE.
    MOVE WS-DUE-DATE TO IR-DUE-DATE.
    MOVE WS-SEL-RUN-NUMBER TO IR-RUN-NUMBER.
    MOVE WS-CUR-CUSTOMER-NO TO IR-CUSTOMER-NO.
    MOVE WS-CUR-ORDER-NO TO IR-ORDER-NO.
    MOVE WS-INV-LINE-COUNT TO IR-LINE-COUNT.
    MOVE WS-INV-SUBTOTAL TO IR-SUBTOTAL.
    MOVE CM-TAX-RATE TO IR-TAX-RATE.
    MOVE WS-INV-TAX-AMOUNT TO IR-TAX-AMOUNT.
    MOVE WS-INV-TOTAL TO IR-TOTAL.
    WRITE INVOICE-REGISTER-RECORD.
    ADD 1 TO WS-INVOICE-COUNT.
    ADD WS-INV-SUBTOTAL TO WS-GRAND-SUBTOTAL.
    ADD WS-INV-TAX-AMOUNT TO WS-GRAND-TAX.
    ADD WS-INV-TOTAL TO WS-GRAND-TOTAL.
    MOVE "N" TO WS-INVOICE-OPEN-SWITCH.

400-WRITE-RUN-TOTALS.
    SET WS-TOTALS-PAGE TO TRUE.
    MOVE ZERO TO WS-PAGE-NUMBER.
    MOVE 999 TO WS-LINE-COUNT.
    IF WS-SELECTED-COUNT = ZERO
        MOVE "NO UNINVOICED PRICED LINES FOR THE SELECTED RUN"
            TO WS-REPORT-LINE
        PERFORM 500-WRITE-REPORT-LINE
        MOVE 4 TO RETURN-CODE
    END-IF.
    MOVE "PRICED LINES READ:     " TO WS-TL-LABEL.
    MOVE WS-READ-COUNT TO WS-TL-COUNT.
    PERFORM 405-WRITE-TOTAL-LINE.
    MOVE "LINES INVOICED:        " TO WS-TL-LABEL.
    MOVE WS-SELECTED-COUNT TO WS-TL-COUNT.
    PERFORM 405-WRITE-TOTAL-LINE.
    MOVE "ALREADY INVOICED:      " TO WS-TL-LABEL.
    MOVE WS-ALREADY-INVOICED TO WS-TL-COUNT.
    PERFORM 405-WRITE-TOTAL-LINE.
    MOVE "INVOICES ISSUED:       " TO WS-TL-LABEL.
    MOVE WS-INVOICE-COUNT TO WS-TL-COUNT.
    PERFORM 405-WRITE-TOTAL-LINE.
    IF WS-INVOICE-COUNT > ZERO
        MOVE "FIRST INVOICE NUMBER:  " TO WS-TL-LABEL
        MOVE WS-FIRST-INVOICE-NO TO WS-TL-COUNT
        PERFORM 405-WRITE-TOTAL-LINE
        MOVE "LAST INVOICE NUMBER:   " TO WS-TL-LABEL
        MOVE WS-INVOICE-NO TO WS-TL-COUNT
        PERFORM 405-WRITE-TOTAL-LINE
    END-IF.
    MOVE "CUSTOMER NOT ON FILE:  " TO WS-TL-LABEL.
    MOVE WS-NO-CUSTOMER-COUNT TO WS-TL-COUNT.
    PERFORM 405-WRITE-TOTAL-LINE.
    MOVE "TOTAL BEFORE TAX:      " TO WS-MTL-LABEL.
    MOVE WS-GRAND-SUBTOTAL TO WS-MTL-AMOUNT.
    PERFORM 406-WRITE-MONEY-LINE.
    MOVE "TOTAL TAX:             " TO WS-MTL-LABEL.
    MOVE WS-GRAND-TAX TO WS-MTL-AMOUNT.
    PERFORM 406-WRITE-MONEY-LINE.
    MOVE "TOTAL INVOICED:        " TO WS-MTL-LABEL.
    MOVE WS-GRAND-TOTAL TO WS-MTL-AMOUNT.
    PERFORM 406-WRITE-MONEY-LINE.
    IF WS-NO-CUSTOMER-COUNT > ZERO AND RETURN-CODE < 4
        MOVE 4 TO RETURN-CODE
    END-IF.
    MOVE WS-END-OF-REPORT-LINE TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.

405-WRITE-TOTAL-LINE.
    MOVE WS-TOTAL-LINE TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.

406-WRITE-MONEY-LINE.
    MOVE WS-MONEY-TOTAL-LINE TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.

500-WRITE-REPORT-LINE.
    IF WS-LINE-COUNT >= WS-PAGE-DEPTH
        PERFORM 510-WRITE-PAGE-HEADINGS
    END-IF.
    WRITE INVOICE-PRINT-RECORD FROM WS-REPORT-LINE.
    ADD 1 TO WS-LINE-COUNT.

510-WRITE-PAGE-HEADINGS.
    IF WS-PAGE-NUMBER > 0 OR WS-INVOICE-COUNT > 0
        MOVE SPACES TO INVOICE-PRINT-RECORD
        WRITE INVOICE-PRINT-RECORD
    END-IF.
    ADD 1 TO WS-PAGE-NUMBER.
    MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
    MOVE WS-PAGE-NUMBER TO WS-PH1-PAGE.
    WRITE INVOICE-PRINT-RECORD FROM WS-PAGE-HEADING-1.
    IF WS-TOTALS-PAGE
        MOVE WS-CDT-DATE TO WS-TH2-DATE
        MOVE WS-CDT-TIME TO WS-TH2-TIME
        MOVE WS-SEL-RUN-NUMBER TO WS-TH2-RUN
        WRITE INVOICE-PRINT-RECORD FROM WS-TOTALS-HEADING-2
    ELSE
        MOVE WS-INVOICE-NO TO WS-PH2-INVOICE-NO
        MOVE WS-INVOICE-DATE TO WS-PH2-DATE
        MOVE WS-CUR-CUSTOMER-NO TO WS-PH2-CUSTOMER-NO
        MOVE WS-SEL-RUN-NUMBER TO WS-PH2-RUN
        WRITE INVOICE-PRINT-RECORD FROM WS-PAGE-HEADING-2
    END-IF.
    MOVE SPACES TO INVOICE-PRINT-RECORD.
    WRITE INVOICE-PRINT-RECORD.
    MOVE 4 TO WS-LINE-COUNT.
    IF WS-INVOICE-OPEN AND WS-PAGE-NUMBER > 1
        WRITE INVOICE-PRINT-RECORD FROM WS-COLUMN-HEADING
        ADD 1 TO WS-LINE-COUNT
    END-IF.
