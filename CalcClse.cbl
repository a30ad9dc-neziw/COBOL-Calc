01  WS-CLOSE-PERIOD         PIC X(6).
01  WS-CURRENT-MONTH        PIC X(6).
01  WS-RUN-DATE             PIC X(8).
COPY CALCBDTW.
01  WS-OPERATOR-COUNT       PIC 9(7) COMP-3 VALUE ZERO.

01  WS-MANIFEST-1.

PROCEDURE DIVISION.
MAIN-PARAGRAPH.
    PERFORM GET-BUSINESS-DATE
    MOVE WS-RUN-DATE(1:6) TO WS-CURRENT-MONTH
    PERFORM READ-CONTROL-CARD
    IF NOT PARM-OK
    MOVE 0 TO RETURN-CODE
    STOP RUN.

GET-BUSINESS-DATE.
    SET WS-BDT-GET TO TRUE
    CALL 'CALCBDTE' USING WS-BUSDATE-AREA
    IF NOT WS-BDT-OK
        DISPLAY 'CALCCLSE: BUSINESS DATE NOT AVAILABLE FROM CALENDAR'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-BDT-DATE-OUT TO WS-RUN-DATE.

READ-CONTROL-CARD.
    OPEN INPUT PARM-FILE
    IF WS-PARM-STATUS = '00'
