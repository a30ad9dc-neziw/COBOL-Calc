    COPY CALCAUDR.

FD  ARCH-FILE.
01  ARCH-RECORD             PIC X(102).

FD  KEEP-FILE.
01  KEEP-RECORD             PIC X(102).

FD  PARM-FILE.
01  PARM-RECORD.
01  WS-ARCHIVE-MONTH        PIC X(6).
01  WS-CURRENT-MONTH        PIC X(6).
01  WS-RUN-DATE             PIC X(8).
COPY CALCBDTW.
01  WS-READ-COUNT           PIC 9(9) COMP-3 VALUE ZERO.
01  WS-ARCHIVE-COUNT        PIC 9(9) COMP-3 VALUE ZERO.
01  WS-KEEP-COUNT           PIC 9(9) COMP-3 VALUE ZERO.

PROCEDURE DIVISION.
MAIN-PARAGRAPH.
    PERFORM GET-BUSINESS-DATE
    MOVE WS-RUN-DATE(1:6) TO WS-CURRENT-MONTH
    PERFORM READ-CONTROL-CARD
    IF NOT PARM-OK
    END-IF
    STOP RUN.

GET-BUSINESS-DATE.
    SET WS-BDT-GET TO TRUE
    CALL 'CALCBDTE' USING WS-BUSDATE-AREA
    IF NOT WS-BDT-OK
        DISPLAY 'CALCARCH: BUSINESS DATE NOT AVAILABLE FROM CALENDAR'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-BDT-DATE-OUT TO WS-RUN-DATE.

READ-CONTROL-CARD.
    OPEN INPUT PARM-FILE
    IF WS-PARM-STATUS = '00'
