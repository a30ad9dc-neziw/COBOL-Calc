    05 OPR-PENDING-AUTHORITY   PIC X(1).
       88 OPR-UPGRADE-PENDING  VALUE 'S'.
    05 OPR-PENDING-BY          PIC X(8).
    05 OPR-LAST-ACTIVITY       PIC X(8).
