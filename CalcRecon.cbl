01  WS-EOF-SWITCH           PIC X(1) VALUE 'N'.
    88 END-OF-AUDIT-FILE    VALUE 'Y'.
01  WS-RUN-DATE             PIC X(8).
COPY CALCBDTW.
01  WS-ABORT-SWITCH         PIC X(1) VALUE 'N'.
    88 ABORT-RUN            VALUE 'Y'.
01  WS-ENTRY-FOUND-SWITCH   PIC X(1).
01  WS-MOVEMENT             PIC S9(11)V99 COMP-3.
01  WS-DIFFERENCE           PIC S9(11)V99 COMP-3.
01  WS-OUT-OF-BAL-COUNT     PIC 9(5) COMP-3 VALUE ZERO.
01  WS-TRANSFER-NET         PIC S9(11)V99 COMP-3 VALUE ZERO.

01  WS-OPERATOR-COUNT       PIC 9(3) COMP VALUE ZERO.
01  WS-OPERATOR-MAX         PIC 9(3) COMP VALUE 500.
       10 WS-OPR-FIRST-BEFORE PIC S9(9)V99 COMP-3.
       10 WS-OPR-LAST-AFTER   PIC S9(9)V99 COMP-3.
       10 WS-OPR-MOVEMENT     PIC S9(11)V99 COMP-3.
       10 WS-OPR-TRANSFERS    PIC S9(11)V99 COMP-3.

01  WS-HEADING-1.
    05 FILLER               PIC X(42) VALUE
       "BALANCE REGISTER RECONCILIATION FOR DATE: ".
    05 WS-HDG-RUN-DATE      PIC X(8).
01  WS-HEADING-2.
    05 FILLER PIC X(126) VALUE
       "OPERATOR   TRANS        OPENING       MOVEMENT       TRANSFERS        CLOSING       REGISTER     DIFFERENCE  STATUS".
01  WS-DETAIL-LINE.
    05 WS-DET-OPERATOR-ID   PIC X(8).
    05 FILLER               PIC X(1)  VALUE SPACE.
    05 FILLER               PIC X(1)  VALUE SPACE.
    05 WS-DET-MOVEMENT      PIC -(11)9.99.
    05 FILLER               PIC X(1)  VALUE SPACE.
    05 WS-DET-TRANSFERS     PIC -(11)9.99.
    05 FILLER               PIC X(1)  VALUE SPACE.
    05 WS-DET-CLOSING       PIC -(9)9.99.
    05 FILLER               PIC X(1)  VALUE SPACE.
    05 WS-DET-REGISTER      PIC -(9)9.99.
    05 WS-TOT-CHECKED       PIC ZZ9.
    05 FILLER               PIC X(21) VALUE "  OUT OF BALANCE:    ".
    05 WS-TOT-OUT           PIC ZZ,ZZ9.
    05 FILLER               PIC X(21) VALUE "  TRANSFERS NET:     ".
    05 WS-TOT-TRANSFER-NET  PIC -(11)9.99.

PROCEDURE DIVISION.
MAIN-PARAGRAPH.
    STOP RUN.

OPEN-FILES.
    PERFORM GET-BUSINESS-DATE
    OPEN INPUT AUDIT-FILE
    IF WS-AUDIT-STATUS NOT = '00'
        DISPLAY 'CALCRECON: UNABLE TO OPEN AUDITDAY, STATUS='
        MOVE 'Y' TO WS-ABORT-SWITCH
    END-IF.

GET-BUSINESS-DATE.
    SET WS-BDT-GET TO TRUE
    CALL 'CALCBDTE' USING WS-BUSDATE-AREA
    IF NOT WS-BDT-OK
        DISPLAY 'CALCRECON: BUSINESS DATE NOT AVAILABLE FROM CALENDAR'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-BDT-DATE-OUT TO WS-RUN-DATE.

READ-AUDIT-RECORD.
    READ AUDIT-FILE
        AT END
                TO WS-OPR-ID(OPR-IDX)
            MOVE ZERO TO WS-OPR-TRAN-COUNT(OPR-IDX)
            MOVE ZERO TO WS-OPR-MOVEMENT(OPR-IDX)
            MOVE ZERO TO WS-OPR-TRANSFERS(OPR-IDX)
            MOVE CALC-AUDIT-BEFORE-BAL
                TO WS-OPR-FIRST-BEFORE(OPR-IDX)
            MOVE 'Y' TO WS-ENTRY-FOUND-SWITCH
    END-IF
    IF ENTRY-FOUND
        ADD 1 TO WS-OPR-TRAN-COUNT(OPR-IDX)
        IF CALC-AUDIT-TRANSFER
            COMPUTE WS-OPR-TRANSFERS(OPR-IDX) =
                WS-OPR-TRANSFERS(OPR-IDX)
                + CALC-AUDIT-AFTER-BAL - CALC-AUDIT-BEFORE-BAL
            COMPUTE WS-TRANSFER-NET = WS-TRANSFER-NET
                + CALC-AUDIT-AFTER-BAL - CALC-AUDIT-BEFORE-BAL
        ELSE
            COMPUTE WS-OPR-MOVEMENT(OPR-IDX) =
                WS-OPR-MOVEMENT(OPR-IDX)
                + CALC-AUDIT-AFTER-BAL - CALC-AUDIT-BEFORE-BAL
        END-IF
        MOVE CALC-AUDIT-AFTER-BAL
            TO WS-OPR-LAST-AFTER(OPR-IDX)
    END-IF.
            MOVE 'OUT OF BALANCE' TO WS-DET-STATUS
            ADD 1 TO WS-OUT-OF-BAL-COUNT
        WHEN WS-OPR-FIRST-BEFORE(OPR-IDX) + WS-MOVEMENT
            + WS-OPR-TRANSFERS(OPR-IDX)
            NOT = WS-OPR-LAST-AFTER(OPR-IDX)
            MOVE 'MOVEMENT GAP' TO WS-DET-STATUS
            ADD 1 TO WS-OUT-OF-BAL-COUNT
    MOVE WS-OPR-TRAN-COUNT(OPR-IDX)   TO WS-DET-TRAN-COUNT
    MOVE WS-OPR-FIRST-BEFORE(OPR-IDX) TO WS-DET-OPENING
    MOVE WS-MOVEMENT                  TO WS-DET-MOVEMENT
    MOVE WS-OPR-TRANSFERS(OPR-IDX)    TO WS-DET-TRANSFERS
    MOVE WS-OPR-LAST-AFTER(OPR-IDX)   TO WS-DET-CLOSING
    MOVE WS-REGISTER-BAL              TO WS-DET-REGISTER
    MOVE WS-DIFFERENCE                TO WS-DET-DIFFERENCE

WRITE-TOTALS.
    MOVE WS-OPERATOR-COUNT   TO WS-TOT-CHECKED
    IF WS-TRANSFER-NET NOT = ZERO
        DISPLAY 'CALCRECON: TRANSFER LEGS DO NOT NET TO ZERO'
        ADD 1 TO WS-OUT-OF-BAL-COUNT
    END-IF
    MOVE WS-OUT-OF-BAL-COUNT TO WS-TOT-OUT
    MOVE WS-TRANSFER-NET     TO WS-TOT-TRANSFER-NET
    WRITE REPORT-LINE FROM WS-TOTAL-LINE.

CLOSE-FILES.
