01  WS-EOF-SWITCH           PIC X(1) VALUE 'N'.
    88 END-OF-AUDIT-FILE    VALUE 'Y'.
01  WS-RUN-DATE              PIC X(8).
COPY CALCBDTW.

01  WS-ADD-COUNT            PIC 9(7)       VALUE ZERO.
01  WS-ADD-TOTAL            PIC S9(9)V99   VALUE ZERO.
01  WS-BAL-TOTAL            PIC S9(9)V99   VALUE ZERO.
01  WS-ADJ-COUNT            PIC 9(7)       VALUE ZERO.
01  WS-ADJ-TOTAL            PIC S9(9)V99   VALUE ZERO.
01  WS-REV-COUNT            PIC 9(7)       VALUE ZERO.
01  WS-REV-TOTAL            PIC S9(9)V99   VALUE ZERO.
01  WS-XFR-COUNT            PIC 9(7)       VALUE ZERO.
01  WS-XFR-TOTAL            PIC S9(9)V99   VALUE ZERO.
01  WS-OTH-COUNT            PIC 9(7)       VALUE ZERO.
01  WS-OTH-TOTAL            PIC S9(9)V99   VALUE ZERO.
01  WS-GRAND-COUNT          PIC 9(7)       VALUE ZERO.
    STOP RUN.

OPEN-FILES.
    PERFORM GET-BUSINESS-DATE
    PERFORM READ-REPORT-DATE
    OPEN INPUT AUDIT-FILE
    OPEN OUTPUT REPORT-FILE.

GET-BUSINESS-DATE.
    SET WS-BDT-GET TO TRUE
    CALL 'CALCBDTE' USING WS-BUSDATE-AREA
    IF NOT WS-BDT-OK
        DISPLAY 'CALCRPT: BUSINESS DATE NOT AVAILABLE FROM CALENDAR'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-BDT-DATE-OUT TO WS-RUN-DATE.

READ-REPORT-DATE.
    OPEN INPUT RPTPARM-FILE
    IF WS-RPTPARM-STATUS = '00' OR '05'
        WHEN CALC-AUDIT-CHOICE = 'J'
            ADD 1                 TO WS-ADJ-COUNT
            ADD CALC-AUDIT-RESULT TO WS-ADJ-TOTAL
        WHEN CALC-AUDIT-CHOICE = 'R'
            ADD 1                 TO WS-REV-COUNT
            ADD CALC-AUDIT-RESULT TO WS-REV-TOTAL
        WHEN CALC-AUDIT-CHOICE = 'T'
            ADD 1                 TO WS-XFR-COUNT
            ADD CALC-AUDIT-RESULT TO WS-XFR-TOTAL
        WHEN OTHER
            ADD 1                 TO WS-OTH-COUNT
            ADD CALC-AUDIT-RESULT TO WS-OTH-TOTAL
    MOVE WS-ADJ-TOTAL TO WS-DET-TOTAL
    WRITE REPORT-LINE FROM WS-DETAIL-LINE

    MOVE "REVERSAL"   TO WS-DET-OPERATION
    MOVE WS-REV-COUNT TO WS-DET-COUNT
    MOVE WS-REV-TOTAL TO WS-DET-TOTAL
    WRITE REPORT-LINE FROM WS-DETAIL-LINE

    MOVE "TRANSFER"   TO WS-DET-OPERATION
    MOVE WS-XFR-COUNT TO WS-DET-COUNT
    MOVE WS-XFR-TOTAL TO WS-DET-TOTAL
    WRITE REPORT-LINE FROM WS-DETAIL-LINE

    MOVE "OTHER"      TO WS-DET-OPERATION
    MOVE WS-OTH-COUNT TO WS-DET-COUNT
    MOVE WS-OTH-TOTAL TO WS-DET-TOTAL
