*> BKUPREC.CPY
*> Shared record layout for the dated master-file backup generations
*> (ITEM-MASTER-BKP-yyyymmdd.DAT, OPERATOR-MASTER-BKP-yyyymmdd.DAT,
*> MULT-RUN-STATS-BKP-yyyymmdd.DAT) written by Master_file_unload and
*> read back by Master_file_reload. Every master record is carried as
*> a D record holding its image left-justified (the item master is
*> the longest at 225 bytes). The generation ends with one C control
*> record naming the master, the moment the unload started, the
*> number of D records, and the master's record length, so a reload
*> can prove the generation is complete before it replaces anything.
    05  BK-RECORD-TYPE      PIC X.
        88  BK-DATA-RECORD      VALUE "D".
        88  BK-CONTROL-RECORD   VALUE "C".
    05  BK-RECORD-IMAGE     PIC X(225).
    05  BK-CONTROL REDEFINES BK-RECORD-IMAGE.
        10  BK-FILE-ID          PIC X(20).
        10  BK-BACKUP-DATE      PIC 9(8).
        10  BK-BACKUP-TIME      PIC 9(8).
        10  BK-RECORD-COUNT     PIC 9(7).
        10  BK-RECORD-LENGTH    PIC 9(3).
        10  BK-CONTROL-FILLER   PIC X(179).
