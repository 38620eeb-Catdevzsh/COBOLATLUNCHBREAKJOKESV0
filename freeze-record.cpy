*> Shared layout for one line of the change-freeze calendar,
*> change-freeze.dat.  Each line is a freeze window agreed by change
*> management: first and last day (both inclusive, YYYYMMDD), the
*> freeze type and the change ticket that authorised the freeze.
*> During a full freeze nothing is applied to the live rules file;
*> during an emergency-only freeze a request flagged as an emergency
*> and carrying its own change ticket may still be approved.  Lines
*> starting with an asterisk are comments.
01  FREEZE-RECORD.
    05  FRZ-START-DATE          PIC 9(8).
    05  FILLER                  PIC X.
    05  FRZ-END-DATE            PIC 9(8).
    05  FILLER                  PIC X.
    05  FRZ-TYPE                PIC X.
        88  FRZ-FULL            VALUE 'F'.
        88  FRZ-EMERGENCY-ONLY  VALUE 'E'.
    05  FILLER                  PIC X.
    05  FRZ-TICKET              PIC X(12).
    05  FILLER                  PIC X.
    05  FRZ-DESCRIPTION         PIC X(40).
