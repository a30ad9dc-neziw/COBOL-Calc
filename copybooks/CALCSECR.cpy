01  SECURITY-RECORD.
    05 SEC-OPERATOR-ID         PIC X(8).
    05 SEC-PIN-HASH            PIC 9(9).
    05 SEC-PIN-CHANGED         PIC X(8).
    05 SEC-PIN-EXPIRES         PIC X(8).
    05 SEC-FAILED-COUNT        PIC 9(2).
    05 SEC-LOCK-STATUS         PIC X(1).
       88 SEC-LOCKED           VALUE 'L'.
       88 SEC-UNLOCKED         VALUE 'N'.
    05 SEC-LAST-SIGNON         PIC X(14).
    05 SEC-LAST-RESET-BY       PIC X(8).
