01  WS-EOF-SWITCH           PIC X(1) VALUE 'N'.
    88 END-OF-SUSPENSE-FILE VALUE 'Y'.
01  WS-RUN-DATE             PIC X(8).
COPY CALCBDTW.
01  WS-AGE-LIMIT            PIC 9(3) VALUE 5.
01  WS-AGE-DAYS             PIC S9(5) COMP-3.
01  WS-RUN-DAY-NUMBER       PIC S9(7) COMP-3.
    STOP RUN.

OPEN-FILES.
    PERFORM GET-BUSINESS-DATE
    COMPUTE WS-RUN-DAY-NUMBER =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE))
    OPEN INPUT SUSPENSE-FILE
    END-IF
    OPEN OUTPUT REPORT-FILE.

GET-BUSINESS-DATE.
    SET WS-BDT-GET TO TRUE
    CALL 'CALCBDTE' USING WS-BUSDATE-AREA
    IF NOT WS-BDT-OK
        DISPLAY 'CALCSUSR: BUSINESS DATE NOT AVAILABLE FROM CALENDAR'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-BDT-DATE-OUT TO WS-RUN-DATE.

READ-AGE-LIMIT.
    OPEN INPUT AGEPARM-FILE
    IF WS-AGEPARM-STATUS = '00' OR '05'
