    88 ORDER-DUE            VALUE 'Y'.
01  WS-RUN-DATE             PIC X(8).
01  WS-RUN-DAY-NUMBER       PIC S9(7) COMP-3.
01  WS-PREV-BUS-DATE        PIC X(8).
01  WS-NEXT-BUS-DATE        PIC X(8).
01  WS-WINDOW-FROM          PIC S9(7) COMP-3.
01  WS-WINDOW-TO            PIC S9(7) COMP-3.
01  WS-WINDOW-WARNING-SWITCH PIC X(1) VALUE 'N'.
    88 WINDOW-WARNING       VALUE 'Y'.
01  WS-DUE-DAY-NUMBER       PIC S9(7) COMP-3.
01  WS-DUE-DATE-NUM         PIC 9(8).
01  WS-DUE-DATE             PIC X(8).
01  WS-DUE-WEEKDAY          PIC 9(1).
01  WS-ROLLED-SWITCH        PIC X(1).
    88 ROLLS-TO-RUN-DATE    VALUE 'Y'.
01  WS-FROM-DAY-NUMBER      PIC S9(7) COMP-3.
01  WS-FROM-WEEKDAY         PIC 9(1).
01  WS-NEXT-DATE-NUM        PIC 9(8).
01  WS-NEXT-DATE            PIC X(8).
01  WS-MONTH-END-SWITCH     PIC X(1) VALUE 'N'.
    88 LAST-DAY-OF-MONTH    VALUE 'Y'.
COPY CALCBDTW.
01  WS-DETAIL-COUNT         PIC 9(7) COMP-3 VALUE ZERO.
01  WS-HASH-TOTAL           PIC S9(11)V99 COMP-3 VALUE ZERO.

        PERFORM READ-ORDER-RECORD
        IF NOT END-OF-ORDER-FILE
            AND SORD-ACTIVE
            PERFORM CHECK-ORDER-DAY
                VARYING WS-DUE-DAY-NUMBER FROM WS-WINDOW-FROM BY 1
                UNTIL WS-DUE-DAY-NUMBER > WS-WINDOW-TO
        END-IF
    END-PERFORM
    PERFORM WRITE-GEN-TRAILER
    DISPLAY 'CALCSOGN: ' WS-DETAIL-COUNT
        ' STANDING ORDER TRANSACTION(S) GENERATED FOR '
        WS-RUN-DATE
    IF WINDOW-WARNING
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    STOP RUN.

OPEN-FILES.
    PERFORM SET-DUE-WINDOW
    OPEN INPUT ORDER-FILE
    IF WS-ORDER-STATUS NOT = '00' AND WS-ORDER-STATUS NOT = '05'
        DISPLAY 'CALCSOGN: UNABLE TO OPEN SORDMAST, STATUS='
        MOVE 'Y' TO WS-ABORT-SWITCH
    END-IF.

SET-DUE-WINDOW.
    SET WS-BDT-GET TO TRUE
    CALL 'CALCBDTE' USING WS-BUSDATE-AREA
    IF NOT WS-BDT-OK
        DISPLAY 'CALCSOGN: BUSINESS DATE NOT AVAILABLE FROM CALENDAR'
        MOVE 'Y' TO WS-ABORT-SWITCH
    ELSE
        MOVE WS-BDT-DATE-OUT TO WS-RUN-DATE
        COMPUTE WS-RUN-DAY-NUMBER =
            FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE))
        MOVE WS-RUN-DAY-NUMBER TO WS-WINDOW-FROM
        MOVE WS-RUN-DAY-NUMBER TO WS-WINDOW-TO
        SET WS-BDT-PREVIOUS TO TRUE
        COMPUTE WS-NEXT-DATE-NUM =
            FUNCTION DATE-OF-INTEGER(WS-RUN-DAY-NUMBER - 1)
        MOVE WS-NEXT-DATE-NUM TO WS-BDT-DATE-IN
        CALL 'CALCBDTE' USING WS-BUSDATE-AREA
        IF WS-BDT-OK
            MOVE WS-BDT-DATE-OUT TO WS-PREV-BUS-DATE
            COMPUTE WS-WINDOW-FROM =
                FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(WS-PREV-BUS-DATE)) + 1
        ELSE
            DISPLAY 'CALCSOGN: NO PREVIOUS BUSINESS DAY ON CALENDAR'
                ' - ORDERS DUE BEFORE ' WS-RUN-DATE ' NOT CAUGHT UP'
            MOVE 'Y' TO WS-WINDOW-WARNING-SWITCH
        END-IF
        SET WS-BDT-NEXT TO TRUE
        COMPUTE WS-NEXT-DATE-NUM =
            FUNCTION DATE-OF-INTEGER(WS-RUN-DAY-NUMBER + 1)
        MOVE WS-NEXT-DATE-NUM TO WS-BDT-DATE-IN
        CALL 'CALCBDTE' USING WS-BUSDATE-AREA
        IF WS-BDT-OK
            MOVE WS-BDT-DATE-OUT TO WS-NEXT-BUS-DATE
            COMPUTE WS-WINDOW-TO =
                FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(WS-NEXT-BUS-DATE)) - 1
        ELSE
            DISPLAY 'CALCSOGN: NO NEXT BUSINESS DAY ON CALENDAR'
                ' - MONTH-END ORDERS AFTER ' WS-RUN-DATE
                ' NOT BROUGHT FORWARD'
            MOVE 'Y' TO WS-WINDOW-WARNING-SWITCH
        END-IF
    END-IF.

READ-ORDER-RECORD.
    READ ORDER-FILE NEXT RECORD
        AT END
            MOVE 'Y' TO WS-EOF-SWITCH
    END-READ.

CHECK-ORDER-DAY.
    COMPUTE WS-DUE-DATE-NUM =
        FUNCTION DATE-OF-INTEGER(WS-DUE-DAY-NUMBER)
    MOVE WS-DUE-DATE-NUM TO WS-DUE-DATE
    MOVE 'N' TO WS-ROLLED-SWITCH
    EVALUATE TRUE
        WHEN WS-DUE-DATE <= WS-RUN-DATE
            IF WS-DUE-DATE(5:2) = WS-RUN-DATE(5:2)
                MOVE 'Y' TO WS-ROLLED-SWITCH
            END-IF
        WHEN OTHER
            IF WS-DUE-DATE(5:2) NOT = WS-NEXT-BUS-DATE(5:2)
                MOVE 'Y' TO WS-ROLLED-SWITCH
            END-IF
    END-EVALUATE
    IF ROLLS-TO-RUN-DATE
        AND SORD-EFF-FROM <= WS-DUE-DATE
        AND SORD-EFF-TO >= WS-DUE-DATE
        PERFORM CHECK-ORDER-DUE
        IF ORDER-DUE
            PERFORM WRITE-GEN-DETAIL
        END-IF
    END-IF.

CHECK-ORDER-DUE.
    COMPUTE WS-DUE-WEEKDAY =
        FUNCTION MOD(WS-DUE-DAY-NUMBER, 7)
    COMPUTE WS-NEXT-DATE-NUM =
        FUNCTION DATE-OF-INTEGER(WS-DUE-DAY-NUMBER + 1)
    MOVE WS-NEXT-DATE-NUM TO WS-NEXT-DATE
    IF WS-NEXT-DATE(5:2) NOT = WS-DUE-DATE(5:2)
        MOVE 'Y' TO WS-MONTH-END-SWITCH
    ELSE
        MOVE 'N' TO WS-MONTH-END-SWITCH
    END-IF
    MOVE 'N' TO WS-DUE-SWITCH
    EVALUATE TRUE
        WHEN SORD-DAILY
            IF WS-DUE-DATE = WS-RUN-DATE
                MOVE 'Y' TO WS-DUE-SWITCH
            END-IF
        WHEN SORD-WEEKLY
            COMPUTE WS-FROM-DAY-NUMBER =
                FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(SORD-EFF-FROM))
            COMPUTE WS-FROM-WEEKDAY =
                FUNCTION MOD(WS-FROM-DAY-NUMBER, 7)
            IF WS-DUE-WEEKDAY = WS-FROM-WEEKDAY
                MOVE 'Y' TO WS-DUE-SWITCH
            END-IF
        WHEN SORD-MONTHLY
            IF WS-DUE-DATE(7:2) = SORD-EFF-FROM(7:2)
                OR (LAST-DAY-OF-MONTH
                    AND SORD-EFF-FROM(7:2) > WS-DUE-DATE(7:2))
                MOVE 'Y' TO WS-DUE-SWITCH
            END-IF
    END-EVALUATE.
    MOVE SORD-NUM2        TO CALC-TRANS-NUM2
    MOVE SORD-CHOICE      TO CALC-TRANS-CHOICE
    MOVE SPACES           TO CALC-TRANS-REF
    MOVE SPACES           TO CALC-TRANS-ORIG-REF
    WRITE CALC-TRANS-RECORD
    ADD 1 TO WS-DETAIL-COUNT
    ADD SORD-NUM1 TO WS-HASH-TOTAL
