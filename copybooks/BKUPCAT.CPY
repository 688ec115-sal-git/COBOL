*> BKUPCAT.CPY
*> Shared record layout for BACKUP-CATALOG.DAT, one line appended by
*> Master_file_unload for every backup generation it writes. The
*> reload reads the last line to find the latest generation when it
*> is asked for GEN=LAST. BC-INCOMPLETE marks a generation where a
*> master was missing at unload time and was backed up empty.
    05  BC-BACKUP-DATE      PIC 9(8).
    05  BC-BACKUP-TIME      PIC 9(8).
    05  BC-ITEM-COUNT       PIC 9(7).
    05  BC-OPER-COUNT       PIC 9(7).
    05  BC-STATS-COUNT      PIC 9(7).
    05  BC-STATUS           PIC X.
        88  BC-COMPLETE         VALUE "C".
        88  BC-INCOMPLETE       VALUE "W".
    05  BC-FILLER           PIC X(42).
