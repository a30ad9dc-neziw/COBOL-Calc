       88 SUSP-CORRECTED       VALUE 'C'.
       88 SUSP-POSTED          VALUE 'P'.
       88 SUSP-DELETED         VALUE 'D'.
       88 SUSP-HELD            VALUE 'H'.
       88 SUSP-RELEASED        VALUE 'L'.
    05 SUSP-TRANS-REF          PIC X(12).
    05 SUSP-ORIG-REF           PIC X(12).
    05 SUSP-TRANSFER REDEFINES SUSP-ORIG-REF.
       10 SUSP-TARGET-ID       PIC X(8).
       10 FILLER               PIC X(4).
    05 SUSP-REVIEWED-BY        PIC X(8).
