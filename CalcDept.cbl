01  WS-ENTRY-FOUND-SWITCH   PIC X(1).
    88 ENTRY-FOUND          VALUE 'Y'.
01  WS-RUN-DATE             PIC X(8).
COPY CALCBDTW.
01  WS-DEPARTMENT           PIC X(10).

01  WS-DEPT-COUNT           PIC 9(3) COMP VALUE ZERO.
       10 WS-DEP-NAME         PIC X(10).
       10 WS-DEP-TRAN-COUNT   PIC 9(7) COMP-3.
       10 WS-DEP-MOVEMENT     PIC S9(11)V99 COMP-3.
       10 WS-DEP-TRANSFERS    PIC S9(11)V99 COMP-3.
       10 WS-DEP-RESULT-TOTAL PIC S9(11)V99 COMP-3.
       10 WS-DEP-REGISTER     PIC S9(11)V99 COMP-3.

01  WS-GRAND-TRAN-COUNT     PIC 9(7) COMP-3 VALUE ZERO.
01  WS-GRAND-MOVEMENT       PIC S9(11)V99 COMP-3 VALUE ZERO.
01  WS-GRAND-TRANSFERS      PIC S9(11)V99 COMP-3 VALUE ZERO.
01  WS-GRAND-RESULT-TOTAL   PIC S9(11)V99 COMP-3 VALUE ZERO.
01  WS-GRAND-REGISTER       PIC S9(11)V99 COMP-3 VALUE ZERO.

    05 WS-HDG-RUN-DATE      PIC X(8).
01  WS-HEADING-2.
    05 FILLER PIC X(90) VALUE
       "DEPARTMENT     TRANS       MOVEMENT       TRANSFERS   RESULT TOTAL       REGISTER".
01  WS-DETAIL-LINE.
    05 WS-DET-DEPARTMENT    PIC X(10).
    05 FILLER               PIC X(1)  VALUE SPACE.
    05 FILLER               PIC X(1)  VALUE SPACE.
    05 WS-DET-MOVEMENT      PIC -(11)9.99.
    05 FILLER               PIC X(1)  VALUE SPACE.
    05 WS-DET-TRANSFERS     PIC -(11)9.99.
    05 FILLER               PIC X(1)  VALUE SPACE.
    05 WS-DET-RESULT-TOTAL  PIC -(11)9.99.
    05 FILLER               PIC X(1)  VALUE SPACE.
    05 WS-DET-REGISTER      PIC -(11)9.99.
    05 FILLER               PIC X(1)  VALUE SPACE.
    05 WS-GRD-MOVEMENT      PIC -(11)9.99.
    05 FILLER               PIC X(1)  VALUE SPACE.
    05 WS-GRD-TRANSFERS     PIC -(11)9.99.
    05 FILLER               PIC X(1)  VALUE SPACE.
    05 WS-GRD-RESULT-TOTAL  PIC -(11)9.99.
    05 FILLER               PIC X(1)  VALUE SPACE.
    05 WS-GRD-REGISTER      PIC -(11)9.99.
    STOP RUN.

OPEN-FILES.
    PERFORM GET-BUSINESS-DATE
    PERFORM READ-REPORT-DATE
    OPEN INPUT AUDIT-FILE
    IF WS-AUDIT-STATUS NOT = '00'
        MOVE 'Y' TO WS-ABORT-SWITCH
    END-IF.

GET-BUSINESS-DATE.
    SET WS-BDT-GET TO TRUE
    CALL 'CALCBDTE' USING WS-BUSDATE-AREA
    IF NOT WS-BDT-OK
        DISPLAY 'CALCDEPT: BUSINESS DATE NOT AVAILABLE FROM CALENDAR'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-BDT-DATE-OUT TO WS-RUN-DATE.

READ-REPORT-DATE.
    OPEN INPUT RPTPARM-FILE
    IF WS-RPTPARM-STATUS = '00' OR '05'
    PERFORM FIND-DEPT-ENTRY
    IF ENTRY-FOUND
        ADD 1 TO WS-DEP-TRAN-COUNT(DEPT-IDX)
        IF CALC-AUDIT-TRANSFER
            COMPUTE WS-DEP-TRANSFERS(DEPT-IDX) =
                WS-DEP-TRANSFERS(DEPT-IDX)
                + CALC-AUDIT-AFTER-BAL - CALC-AUDIT-BEFORE-BAL
            COMPUTE WS-GRAND-TRANSFERS = WS-GRAND-TRANSFERS
                + CALC-AUDIT-AFTER-BAL - CALC-AUDIT-BEFORE-BAL
        ELSE
            COMPUTE WS-DEP-MOVEMENT(DEPT-IDX) =
                WS-DEP-MOVEMENT(DEPT-IDX)
                + CALC-AUDIT-AFTER-BAL - CALC-AUDIT-BEFORE-BAL
            COMPUTE WS-GRAND-MOVEMENT = WS-GRAND-MOVEMENT
                + CALC-AUDIT-AFTER-BAL - CALC-AUDIT-BEFORE-BAL
        END-IF
        ADD CALC-AUDIT-RESULT
            TO WS-DEP-RESULT-TOTAL(DEPT-IDX)
        ADD 1 TO WS-GRAND-TRAN-COUNT
        ADD CALC-AUDIT-RESULT TO WS-GRAND-RESULT-TOTAL
    END-IF.

            MOVE WS-DEPARTMENT TO WS-DEP-NAME(DEPT-IDX)
            MOVE ZERO TO WS-DEP-TRAN-COUNT(DEPT-IDX)
            MOVE ZERO TO WS-DEP-MOVEMENT(DEPT-IDX)
            MOVE ZERO TO WS-DEP-TRANSFERS(DEPT-IDX)
            MOVE ZERO TO WS-DEP-RESULT-TOTAL(DEPT-IDX)
            MOVE ZERO TO WS-DEP-REGISTER(DEPT-IDX)
            MOVE 'Y' TO WS-ENTRY-FOUND-SWITCH
        UNTIL DEPT-IDX > WS-DEPT-COUNT
    MOVE WS-GRAND-TRAN-COUNT   TO WS-GRD-TRAN-COUNT
    MOVE WS-GRAND-MOVEMENT     TO WS-GRD-MOVEMENT
    MOVE WS-GRAND-TRANSFERS    TO WS-GRD-TRANSFERS
    MOVE WS-GRAND-RESULT-TOTAL TO WS-GRD-RESULT-TOTAL
    MOVE WS-GRAND-REGISTER     TO WS-GRD-REGISTER
    WRITE REPORT-LINE FROM WS-GRAND-LINE.
    MOVE WS-DEP-NAME(DEPT-IDX)         TO WS-DET-DEPARTMENT
    MOVE WS-DEP-TRAN-COUNT(DEPT-IDX)   TO WS-DET-TRAN-COUNT
    MOVE WS-DEP-MOVEMENT(DEPT-IDX)     TO WS-DET-MOVEMENT
    MOVE WS-DEP-TRANSFERS(DEPT-IDX)    TO WS-DET-TRANSFERS
    MOVE WS-DEP-RESULT-TOTAL(DEPT-IDX) TO WS-DET-RESULT-TOTAL
    MOVE WS-DEP-REGISTER(DEPT-IDX)     TO WS-DET-REGISTER
    WRITE REPORT-LINE FROM WS-DETAIL-LINE.
