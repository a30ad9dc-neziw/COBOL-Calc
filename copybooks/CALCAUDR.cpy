       88 CALC-AUDIT-CALCULATION VALUE 'C'.
       88 CALC-AUDIT-ADJUSTMENT  VALUE 'J'.
       88 CALC-AUDIT-LIMIT-OVERRIDE VALUE 'O'.
       88 CALC-AUDIT-REVERSAL    VALUE 'R'.
       88 CALC-AUDIT-TRANSFER    VALUE 'T'.
       88 CALC-AUDIT-HELD-RELEASE VALUE 'H'.
    05 FILLER                    PIC X(1) VALUE SPACE.
    05 CALC-AUDIT-REASON-CODE  PIC X(3).
    05 FILLER                    PIC X(1) VALUE SPACE.
    05 CALC-AUDIT-SOURCE-SYSTEM PIC X(6).
    05 FILLER                    PIC X(1) VALUE SPACE.
    05 CALC-AUDIT-TRANS-REF    PIC X(12).
    05 FILLER                    PIC X(1) VALUE SPACE.
    05 CALC-AUDIT-ORIG-REF     PIC X(12).
    05 CALC-AUDIT-TRANSFER-LEG REDEFINES CALC-AUDIT-ORIG-REF.
       10 CALC-AUDIT-CONTRA-ID PIC X(8).
       10 FILLER               PIC X(4).
