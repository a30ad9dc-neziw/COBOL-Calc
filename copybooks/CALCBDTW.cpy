01  WS-BUSDATE-AREA.
    05 WS-BDT-FUNCTION         PIC X(1).
       88 WS-BDT-GET           VALUE 'G'.
       88 WS-BDT-NEXT          VALUE 'N'.
       88 WS-BDT-PREVIOUS      VALUE 'P'.
    05 WS-BDT-DATE-IN          PIC X(8).
    05 WS-BDT-DATE-OUT         PIC X(8).
    05 WS-BDT-RESULT           PIC X(1).
       88 WS-BDT-OK            VALUE 'Y'.
       88 WS-BDT-NOT-LOADED    VALUE 'M'.
       88 WS-BDT-NO-CONTROL    VALUE 'X'.
       88 WS-BDT-FILE-ERROR    VALUE 'F'.
