            10  WS-MT-PAIR-COUNT    PIC 9(9).
            10  WS-MT-SUSP-COUNT    PIC 9(9).
            10  WS-MT-REASON-COUNTS.
                15  WS-MT-REASON-COUNT PIC 9(9) OCCURS 7 TIMES.
            10  WS-MT-OP-COUNTS.
                15  WS-MT-OP-COUNT  PIC 9(9) OCCURS 5 TIMES.

    01  WS-MONTH-USED           PIC 9(3) VALUE ZERO.
    01  WS-MONTH-IDX            PIC 9(3) VALUE ZERO.
    01  WS-REASON-IDX           PIC 9 VALUE ZERO.
    01  WS-RL2-IDX              PIC 9 VALUE ZERO.
    01  WS-OP-IDX               PIC 9 VALUE ZERO.
    01  WS-RECORD-PERIOD        PIC 9(6) VALUE ZERO.

        05  FILLER              PIC X(4) VALUE "DIV0".
        05  FILLER              PIC X(4) VALUE "OVFL".
        05  FILLER              PIC X(4) VALUE "NOIT".
        05  FILLER              PIC X(4) VALUE "NOCU".
        05  FILLER              PIC X(4) VALUE "NOXR".
    01  WS-REASON-NAMES REDEFINES WS-REASON-NAME-TABLE.
        05  WS-REASON-NAME      PIC X(4) OCCURS 7 TIMES.

*> Report pagination: every report line goes out through
*> 500-WRITE-REPORT-LINE, which repaints the page heading block at
            10  FILLER          PIC XX    VALUE SPACES.
        05  FILLER              PIC X(3)  VALUE SPACES.

*> Reason codes beyond the first five continue on a second line under
*> the first, so the original line keeps its layout.
    01  WS-REASON-LINE-2.
        05  FILLER              PIC X(17) VALUE SPACES.
        05  WS-RL2-REASON-ENTRY OCCURS 2 TIMES.
            10  WS-RL2-REASON   PIC X(4).
            10  FILLER          PIC X     VALUE SPACE.
            10  WS-RL2-PCT      PIC Z9.99.
            10  FILLER          PIC XX    VALUE SPACES.
        05  FILLER              PIC X(39) VALUE SPACES.

    01  WS-OPMIX-LINE.
        05  FILLER              PIC X(11) VALUE "  OP MIX:  ".
        05  WS-OM-ADD           PIC ZZZZZZZ9.
                TO WS-MT-REASON-COUNT(WS-MONTH-IDX WS-REASON-IDX)
        END-IF
    END-PERFORM.
    IF RH-NOCU-COUNT NUMERIC
        ADD RH-NOCU-COUNT TO WS-MT-REASON-COUNT(WS-MONTH-IDX 6)
    END-IF.
    IF RH-NOXR-COUNT NUMERIC
        ADD RH-NOXR-COUNT TO WS-MT-REASON-COUNT(WS-MONTH-IDX 7)
    END-IF.
    PERFORM VARYING WS-OP-IDX FROM 1 BY 1 UNTIL WS-OP-IDX > 5
        IF RH-OT-COUNT(WS-OP-IDX) NUMERIC
            ADD RH-OT-COUNT(WS-OP-IDX)
    END-PERFORM.
    MOVE WS-REASON-LINE TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.
    MOVE ZERO TO WS-RL2-IDX.
    PERFORM VARYING WS-REASON-IDX FROM 6 BY 1
            UNTIL WS-REASON-IDX > 7
        ADD 1 TO WS-RL2-IDX
        MOVE WS-REASON-NAME(WS-REASON-IDX)
            TO WS-RL2-REASON(WS-RL2-IDX)
        PERFORM 330-COMPUTE-REASON-RATE
        MOVE WS-REJECT-RATE TO WS-RL2-PCT(WS-RL2-IDX)
    END-PERFORM.
    MOVE WS-REASON-LINE-2 TO WS-REPORT-LINE.
    PERFORM 500-WRITE-REPORT-LINE.
    MOVE WS-MT-OP-COUNT(WS-MONTH-IDX 1) TO WS-OM-ADD.
    MOVE WS-MT-OP-COUNT(WS-MONTH-IDX 2) TO WS-OM-SUBTRACT.
    MOVE WS-MT-OP-COUNT(WS-MONTH-IDX 3) TO WS-OM-MULTIPLY.
