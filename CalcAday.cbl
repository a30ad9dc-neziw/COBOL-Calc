    COPY CALCAUDR.

FD  DAY-FILE.
01  DAY-RECORD              PIC X(102).

FD  DAYPARM-FILE.
01  DAYPARM-RECORD          PIC X(80).
01  WS-ABORT-SWITCH         PIC X(1) VALUE 'N'.
    88 ABORT-RUN            VALUE 'Y'.
01  WS-RUN-DATE             PIC X(8).
COPY CALCBDTW.
01  WS-READ-COUNT           PIC 9(9) COMP-3 VALUE ZERO.
01  WS-DAY-COUNT            PIC 9(9) COMP-3 VALUE ZERO.

    STOP RUN.

OPEN-FILES.
    PERFORM GET-BUSINESS-DATE
    PERFORM READ-EXTRACT-DATE
    OPEN INPUT AUDIT-FILE
    IF WS-AUDIT-STATUS NOT = '00'
        MOVE 'Y' TO WS-ABORT-SWITCH
    END-IF.

GET-BUSINESS-DATE.
    SET WS-BDT-GET TO TRUE
    CALL 'CALCBDTE' USING WS-BUSDATE-AREA
    IF NOT WS-BDT-OK
        DISPLAY 'CALCADAY: BUSINESS DATE NOT AVAILABLE FROM CALENDAR'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-BDT-DATE-OUT TO WS-RUN-DATE.

READ-EXTRACT-DATE.
    OPEN INPUT DAYPARM-FILE
    IF WS-DAYPARM-STATUS = '00' OR '05'
