01  WS-ABORT-SWITCH         PIC X(1) VALUE 'N'.
    88 ABORT-RUN            VALUE 'Y'.
01  WS-RUN-DATE             PIC X(8).
COPY CALCBDTW.
01  WS-RECORD-COUNT         PIC 9(7) COMP-3 VALUE ZERO.
01  WS-AMOUNT-TOTAL         PIC S9(11)V99 COMP-3 VALUE ZERO.

    STOP RUN.

OPEN-FILES.
    PERFORM GET-BUSINESS-DATE
    OPEN INPUT AUDIT-FILE
    IF WS-AUDIT-STATUS NOT = '00'
        DISPLAY 'CALCXTRT: UNABLE TO OPEN AUDITDAY, STATUS='
        MOVE 'Y' TO WS-ABORT-SWITCH
    END-IF.

GET-BUSINESS-DATE.
    SET WS-BDT-GET TO TRUE
    CALL 'CALCBDTE' USING WS-BUSDATE-AREA
    IF NOT WS-BDT-OK
        DISPLAY 'CALCXTRT: BUSINESS DATE NOT AVAILABLE FROM CALENDAR'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-BDT-DATE-OUT TO WS-RUN-DATE.

READ-AUDIT-RECORD.
    READ AUDIT-FILE
        AT END
