01  REFREG-RECORD.
    05 REF-TRANS-REF           PIC X(12).
    05 REF-POSTED-DATE         PIC X(8).
    05 REF-STATUS              PIC X(1).
       88 REF-POSTED           VALUE 'P' ' '.
       88 REF-REVERSED         VALUE 'R'.
    05 REF-REVERSED-BY         PIC X(12).
    05 REF-REVERSED-DATE       PIC X(8).
