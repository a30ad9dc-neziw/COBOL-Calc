01  GLMAP-RECORD.
    05 GLM-KEY.
       10 GLM-DEPARTMENT       PIC X(10).
       10 GLM-GL-TYPE          PIC X(1).
          88 GLM-CALCULATION   VALUE 'C'.
          88 GLM-BALANCE-OP    VALUE 'B'.
          88 GLM-ADJUSTMENT    VALUE 'J'.
          88 GLM-LIMIT-OVERRIDE VALUE 'O'.
          88 GLM-REVERSAL      VALUE 'R'.
          88 GLM-TRANSFER      VALUE 'T'.
    05 FILLER                  PIC X(1).
    05 GLM-DEBIT-ACCOUNT       PIC X(10).
    05 FILLER                  PIC X(1).
    05 GLM-DEBIT-COST-CENTER   PIC X(6).
    05 FILLER                  PIC X(1).
    05 GLM-CREDIT-ACCOUNT      PIC X(10).
    05 FILLER                  PIC X(1).
    05 GLM-CREDIT-COST-CENTER  PIC X(6).
    05 FILLER                  PIC X(1).
    05 GLM-DESCRIPTION         PIC X(20).
    05 FILLER                  PIC X(12).
