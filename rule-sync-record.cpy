*> Shared record layout for the firewall sync register, rule-sync.dat.
*> One record per incoming port, keyed like the rules file.  RULE-EXTRACT
*> stamps the port each time an extract carries it; the acknowledgement
*> reconciliation stamps the extract the firewall team last answered
*> for it, with their accepted/rejected flag and reason.  A port whose
*> acknowledged stamp is behind its extract stamp has a change the
*> firewall has not confirmed.  Port 00000 is the control record: its
*> extract stamp is the full extract last declared fully in sync and
*> its acknowledgement date the day that was declared.
01  RULE-SYNC-RECORD.
    05  SYNC-PORT-NUMBER-IN     PIC 9(5).
    05  SYNC-LAST-EXTRACT-STAMP PIC X(19).
    05  SYNC-LAST-EXTRACT-ACTION PIC X.
    05  SYNC-ACK-STAMP          PIC X(19).
    05  SYNC-ACK-FLAG           PIC X.
        88  SYNC-ACK-ACCEPTED   VALUE 'A'.
        88  SYNC-ACK-REJECTED   VALUE 'R'.
    05  SYNC-ACK-REASON         PIC X(30).
    05  SYNC-ACK-DATE           PIC X(10).
