01  CALENDAR-RECORD.
    05 CAL-DATE                PIC X(8).
    05 CAL-DAY-DETAIL.
       10 CAL-DAY-TYPE         PIC X(1).
          88 CAL-BUSINESS-DAY  VALUE 'B'.
          88 CAL-HOLIDAY       VALUE 'H'.
          88 CAL-WEEKEND       VALUE 'W'.
       10 CAL-DESCRIPTION      PIC X(20).
       10 FILLER               PIC X(11).
    05 CAL-CONTROL-DETAIL REDEFINES CAL-DAY-DETAIL.
       10 CAL-BUSINESS-DATE    PIC X(8).
       10 CAL-PREV-BUSINESS-DATE PIC X(8).
       10 CAL-LAST-EOD-TIMESTAMP PIC X(14).
       10 FILLER               PIC X(2).
