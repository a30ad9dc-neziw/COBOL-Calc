    05 FILLER               PIC X(3)  VALUE " - ".
    05 WS-HDG-TO-DATE       PIC X(8).
01  WS-STMT-HEADING-2.
    05 FILLER PIC X(132) VALUE
       "DATE     TIME          NUM1       NUM2 C     RESULT        BALANCE  REFERENCE      REVERSES/XFR WITH".
01  WS-OPENING-LINE.
    05 FILLER               PIC X(17) VALUE "OPENING BALANCE: ".
    05 WS-OPN-AMOUNT        PIC -(9)9.99.
    05 WS-DET-RESULT        PIC -(5)9.99.
    05 FILLER               PIC X(1)  VALUE SPACE.
    05 WS-DET-BALANCE       PIC -(9)9.99.
    05 FILLER               PIC X(7)  VALUE SPACES.
    05 WS-DET-REF           PIC X(12).
    05 FILLER               PIC X(3)  VALUE SPACES.
    05 WS-DET-ORIG-REF      PIC X(12).
01  WS-NO-ACTIVITY-LINE.
    05 FILLER               PIC X(26) VALUE
       "NO ACTIVITY IN THE PERIOD.".
    MOVE CALC-AUDIT-CHOICE          TO WS-DET-CHOICE
    MOVE CALC-AUDIT-RESULT          TO WS-DET-RESULT
    MOVE CALC-AUDIT-AFTER-BAL       TO WS-DET-BALANCE
    MOVE CALC-AUDIT-TRANS-REF       TO WS-DET-REF
    MOVE CALC-AUDIT-ORIG-REF        TO WS-DET-ORIG-REF
    MOVE CALC-AUDIT-AFTER-BAL       TO WS-CLOSING-BAL
    WRITE REPORT-LINE FROM WS-DETAIL-LINE.

