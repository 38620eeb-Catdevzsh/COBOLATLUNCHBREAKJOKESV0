*> Shared record layout for the port service registry,
*> port-services.dat.  Keyed by port number, each entry names the
*> service that owns the port and the team responsible for it, and
*> classifies the port: allowed, restricted (may be forwarded, but
*> the approving supervisor is shown a flag) or prohibited (never
*> staged for forwarding).  A retired entry stays on file for the
*> record but no longer classifies or names the port.
01  SERVICE-RECORD.
    05  SVC-PORT-NUMBER         PIC 9(5).
    05  SVC-SERVICE-NAME        PIC X(20).
    05  SVC-OWNING-TEAM         PIC X(20).
    05  SVC-CLASS               PIC X.
        88  SVC-IS-ALLOWED      VALUE 'A'.
        88  SVC-IS-RESTRICTED   VALUE 'R'.
        88  SVC-IS-PROHIBITED   VALUE 'P'.
    05  SVC-NOTE                PIC X(40).
    05  SVC-STATUS              PIC X.
        88  SVC-IS-CURRENT      VALUE 'C'.
        88  SVC-IS-RETIRED      VALUE 'R'.
    05  SVC-CHANGED-BY          PIC X(8).
    05  SVC-CHANGED-DATE        PIC 9(8).
