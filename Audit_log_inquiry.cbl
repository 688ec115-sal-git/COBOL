DATA DIVISION.
FILE SECTION.
FD  MULT-AUDIT-LOG.
01  MULT-AUDIT-LOG-RECORD    PIC X(100).

FD  ARCHIVE-FILE.
01  ARCHIVE-RECORD           PIC X(100).
01  ARCHIVE-CONTROL-VIEW.
    05  ARV-CTL-TAG          PIC X(4).
        88  ARV-CONTROL-RECORD  VALUE "CTL ".
