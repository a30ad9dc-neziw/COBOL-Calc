    05 CALC-TRANS-NUM2         PIC S9(5)V99 COMP-3.
    05 CALC-TRANS-CHOICE       PIC X(1).
    05 CALC-TRANS-REF          PIC X(12).
    05 CALC-TRANS-ORIG-REF     PIC X(12).
    05 CALC-TRANS-TRANSFER REDEFINES CALC-TRANS-ORIG-REF.
       10 CALC-TRANS-TARGET-ID PIC X(8).
       10 FILLER               PIC X(4).
01  CALC-TRANS-HEADER.
    05 CALC-HDR-REC-ID         PIC X(3).
    05 CALC-HDR-FILE-DATE      PIC X(8).
    05 CALC-HDR-SOURCE-SYSTEM  PIC X(6).
    05 FILLER                  PIC X(24).
01  CALC-TRANS-TRAILER.
    05 CALC-TRL-REC-ID         PIC X(3).
    05 CALC-TRL-RECORD-COUNT   PIC 9(7) COMP-3.
    05 CALC-TRL-HASH-TOTAL     PIC S9(11)V99 COMP-3.
    05 FILLER                  PIC X(27).
