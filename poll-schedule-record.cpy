*> Shared record layout for the endpoint polling schedule,
*> poll-schedule.dat.  Keyed by destination IP and port - the
*> outgoing side of a forwarding rule - each entry says how often
*> TRON should capture the endpoint (daily, weekly or monthly), the
*> capture filename to put in the nightly catalog, and the last day
*> it was put there.  A last-polled date of zero means never polled.
01  POLL-SCHEDULE-RECORD.
    05  POLL-KEY.
        10  POLL-SERVER-IP-OUT      PIC X(15).
        10  POLL-PORT-NUMBER-OUT    PIC 9(5).
    05  POLL-FREQUENCY              PIC X.
        88  POLL-DAILY              VALUE 'D'.
        88  POLL-WEEKLY             VALUE 'W'.
        88  POLL-MONTHLY            VALUE 'M'.
    05  POLL-CAPTURE-FILENAME       PIC X(40).
    05  POLL-LAST-POLLED-DATE       PIC 9(8).
    05  POLL-CHANGED-BY             PIC X(8).
    05  POLL-CHANGED-DATE           PIC 9(8).
