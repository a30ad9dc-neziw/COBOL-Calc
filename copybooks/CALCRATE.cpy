01  RATE-RECORD.
    05 RATE-KEY.
       10 RATE-SCOPE           PIC X(1).
          88 RATE-OPERATOR-SCOPE VALUE 'O'.
          88 RATE-DEPARTMENT-SCOPE VALUE 'D'.
       10 RATE-SCOPE-ID        PIC X(10).
       10 RATE-EFF-FROM        PIC X(8).
    05 RATE-EFF-TO             PIC X(8).
    05 RATE-TYPE               PIC X(1).
       88 RATE-CHARGE          VALUE 'C'.
       88 RATE-CREDIT          VALUE 'A'.
    05 RATE-BASIS              PIC X(1).
       88 RATE-DAILY-BASIS     VALUE 'D'.
       88 RATE-MONTH-END-BASIS VALUE 'M'.
    05 RATE-PERCENT            PIC 9(3)V9(4) COMP-3.
    05 RATE-MIN-CHARGE         PIC 9(5)V99 COMP-3.
    05 RATE-MAX-CHARGE         PIC 9(5)V99 COMP-3.
    05 RATE-STATUS             PIC X(1).
       88 RATE-ACTIVE          VALUE 'A'.
       88 RATE-CANCELLED       VALUE 'C'.
    05 RATE-SET-BY             PIC X(8).
    05 FILLER                  PIC X(10).
