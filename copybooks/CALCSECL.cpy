01  SEC-LOG-RECORD.
    05 SECL-TIMESTAMP          PIC X(14).
    05 FILLER                  PIC X(1).
    05 SECL-EVENT              PIC X(8).
       88 SECL-BAD-PIN         VALUE 'BADPIN'.
       88 SECL-LOCKOUT         VALUE 'LOCKOUT'.
       88 SECL-LOCKED-ATTEMPT  VALUE 'LOCKED'.
       88 SECL-NOT-ENROLLED    VALUE 'NOPIN'.
       88 SECL-PIN-CHANGE      VALUE 'PINCHG'.
       88 SECL-PIN-RESET       VALUE 'PINRESET'.
       88 SECL-UNLOCK          VALUE 'UNLOCK'.
    05 FILLER                  PIC X(1).
    05 SECL-USER-ID            PIC X(8).
    05 FILLER                  PIC X(1).
    05 SECL-PROGRAM            PIC X(8).
    05 FILLER                  PIC X(1).
    05 SECL-BY-USER-ID         PIC X(8).
    05 FILLER                  PIC X(1).
    05 SECL-FAILED-COUNT       PIC 9(2).
