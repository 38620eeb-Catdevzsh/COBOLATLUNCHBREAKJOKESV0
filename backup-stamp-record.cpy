*> Shared layout for the control line RULE-BACKUP writes beside each
*> dated unload (port-rules-bkp-YYYYMMDD.ctl): when the unload ran and
*> how many rules it took.  Point-in-time recovery uses the stamp to
*> tell which audit lines the backup already reflects, so only the
*> later ones are replayed on top of it.
01  BACKUP-STAMP-RECORD.
    05  BKS-UNLOAD-DATE         PIC X(10).
    05  FILLER                  PIC X.
    05  BKS-UNLOAD-TIME         PIC X(8).
    05  FILLER                  PIC X.
    05  BKS-RULE-COUNT          PIC 9(5).
