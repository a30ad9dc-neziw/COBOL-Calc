       88 CALC-ACK-POSTED      VALUE 'P'.
       88 CALC-ACK-REJECTED    VALUE 'R'.
       88 CALC-ACK-RECYCLED    VALUE 'C'.
       88 CALC-ACK-HELD        VALUE 'H'.
    05 FILLER                  PIC X(1).
    05 CALC-ACK-REASON         PIC X(30).
01  CALC-ACK-HEADER.
