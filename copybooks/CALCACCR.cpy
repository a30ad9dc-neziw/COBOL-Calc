01  ACCRUAL-RECORD.
    05 ACR-OPERATOR-ID         PIC X(8).
    05 ACR-PERIOD              PIC X(6).
    05 ACR-LAST-DATE           PIC X(8).
    05 ACR-DAYS                PIC 9(3) COMP-3.
    05 ACR-ACCRUED             PIC S9(9)V9(6) COMP-3.
    05 ACR-BASIS-BALANCE       PIC S9(9)V99 COMP-3.
    05 ACR-RATE-KEY.
       10 ACR-RATE-SCOPE       PIC X(1).
       10 ACR-RATE-SCOPE-ID    PIC X(10).
       10 ACR-RATE-EFF-FROM    PIC X(8).
    05 ACR-RATE-TYPE           PIC X(1).
       88 ACR-CHARGE           VALUE 'C'.
       88 ACR-CREDIT           VALUE 'A'.
    05 ACR-RATE-BASIS          PIC X(1).
       88 ACR-DAILY-BASIS      VALUE 'D'.
       88 ACR-MONTH-END-BASIS  VALUE 'M'.
    05 ACR-RATE-PERCENT        PIC 9(3)V9(4) COMP-3.
    05 ACR-MIN-CHARGE          PIC 9(5)V99 COMP-3.
    05 ACR-MAX-CHARGE          PIC 9(5)V99 COMP-3.
    05 ACR-SETTLED-PERIOD      PIC X(6).
    05 ACR-HELD-AMOUNT         PIC S9(7)V99 COMP-3.
    05 ACR-POSTED-DATE         PIC X(8).
    05 ACR-POSTED-AMOUNT       PIC S9(5)V99 COMP-3.
    05 FILLER                  PIC X(6).
