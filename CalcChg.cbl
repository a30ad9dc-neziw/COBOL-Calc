IDENTIFICATION DIVISION.
PROGRAM-ID. CALCCHG.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BALANCE-FILE ASSIGN TO BALANCE
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BAL-OPERATOR-ID
        FILE STATUS IS WS-BALANCE-STATUS.
    SELECT OPERATOR-FILE ASSIGN TO OPERMAST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OPR-OPERATOR-ID
        FILE STATUS IS WS-OPERATOR-STATUS.
    SELECT RATE-FILE ASSIGN TO RATEMAST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RATE-KEY
        FILE STATUS IS WS-RATE-STATUS.
    SELECT OPTIONAL PERHIST-FILE ASSIGN TO PERHIST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PH-KEY
        FILE STATUS IS WS-PERHIST-STATUS.
    SELECT ACCRUAL-FILE ASSIGN TO ACCRUAL
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ACR-OPERATOR-ID
        FILE STATUS IS WS-ACCRUAL-STATUS.
    SELECT OPTIONAL CHGPARM-FILE ASSIGN TO CHGPARM
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CHGPARM-STATUS.
    SELECT GEN-FILE ASSIGN TO TRANCHG
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-GEN-STATUS.
    SELECT REPORT-FILE ASSIGN TO CHGRPT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  BALANCE-FILE.
    COPY CALCBAL.

FD  OPERATOR-FILE.
    COPY CALCOPR.

FD  RATE-FILE.
    COPY CALCRATE.

FD  PERHIST-FILE.
    COPY CALCPHR.

FD  ACCRUAL-FILE.
    COPY CALCACCR.

FD  CHGPARM-FILE.
01  CHGPARM-RECORD          PIC X(80).

FD  GEN-FILE.
    COPY CALCTRAN.

FD  REPORT-FILE.
01  REPORT-LINE             PIC X(132).

WORKING-STORAGE SECTION.
01  WS-BALANCE-STATUS       PIC X(2).
01  WS-OPERATOR-STATUS      PIC X(2).
01  WS-RATE-STATUS          PIC X(2).
01  WS-PERHIST-STATUS       PIC X(2).
01  WS-ACCRUAL-STATUS       PIC X(2).
01  WS-CHGPARM-STATUS       PIC X(2).
01  WS-GEN-STATUS           PIC X(2).
01  WS-REPORT-STATUS        PIC X(2).
01  WS-EOF-SWITCH           PIC X(1) VALUE 'N'.
    88 END-OF-BALANCE-FILE  VALUE 'Y'.
01  WS-CHGPARM-EOF-SWITCH   PIC X(1) VALUE 'N'.
    88 END-OF-CHGPARM-FILE  VALUE 'Y'.
01  WS-ABORT-SWITCH         PIC X(1) VALUE 'N'.
    88 ABORT-RUN            VALUE 'Y'.
01  WS-PREVIEW-SWITCH       PIC X(1) VALUE 'N'.
    88 PREVIEW-RUN          VALUE 'Y'.
01  WS-HOLD-SWITCH          PIC X(1) VALUE 'N'.
    88 HOLD-POSTING         VALUE 'Y'.
01  WS-PERHIST-OPEN-SWITCH  PIC X(1) VALUE 'N'.
    88 PERHIST-OPEN         VALUE 'Y'.
01  WS-POSTING-DATE-SWITCH  PIC X(1) VALUE 'N'.
    88 POSTING-DATE         VALUE 'Y'.
01  WS-WINDOW-WARNING-SWITCH PIC X(1) VALUE 'N'.
    88 WINDOW-WARNING       VALUE 'Y'.
01  WS-ACCRUAL-FOUND-SWITCH PIC X(1).
    88 ACCRUAL-FOUND        VALUE 'Y'.
01  WS-RATE-FOUND-SWITCH    PIC X(1).
    88 RATE-FOUND           VALUE 'Y'.
01  WS-RATE-EOF-SWITCH      PIC X(1).
    88 END-OF-SCOPE-RATES   VALUE 'Y'.
01  WS-CLOSE-FOUND-SWITCH   PIC X(1).
    88 CLOSE-FOUND          VALUE 'Y'.
01  WS-REPORT-SWITCH        PIC X(1).
    88 REPORT-OPERATOR      VALUE 'Y'.

01  WS-RUN-DATE             PIC X(8).
01  WS-RUN-PERIOD           PIC X(6).
01  WS-CLOSE-PERIOD         PIC X(6).
01  WS-PERIOD-CALC.
    05 WS-PC-YEAR           PIC 9(4).
    05 WS-PC-MONTH          PIC 9(2).
01  WS-MONTH-START-DATE.
    05 WS-MSD-PERIOD        PIC X(6).
    05 WS-MSD-DAY           PIC X(2) VALUE '01'.
01  WS-RUN-DAY-NUMBER       PIC S9(7) COMP-3.
01  WS-FROM-DAY-NUMBER      PIC S9(7) COMP-3.
01  WS-TO-DAY-NUMBER        PIC S9(7) COMP-3.
01  WS-ACCRUAL-DAYS         PIC 9(3) COMP-3.
01  WS-WORK-DATE-NUM        PIC 9(8).
01  WS-WORK-DATE            PIC X(8).
01  WS-WINDOW-FROM-DATE     PIC X(8).
01  WS-WINDOW-TO-DATE       PIC X(8).
COPY CALCBDTW.

01  WS-OPERATOR-ID          PIC X(8).
01  WS-DEPARTMENT           PIC X(10).
01  WS-BALANCE              PIC S9(9)V99 COMP-3.
01  WS-BASIS-AMOUNT         PIC S9(9)V99 COMP-3.
01  WS-FIND-SCOPE           PIC X(1).
01  WS-FIND-SCOPE-ID        PIC X(10).
01  WS-CHARGE-AMOUNT        PIC S9(9)V99 COMP-3.
01  WS-PERIOD-CHARGE        PIC S9(9)V99 COMP-3.
01  WS-POST-AMOUNT          PIC S9(5)V99 COMP-3.
01  WS-POST-LIMIT           PIC S9(5)V99 COMP-3 VALUE 99999.99.
01  WS-LINE-NOTE            PIC X(20).

01  WS-DETAIL-COUNT         PIC 9(7) COMP-3 VALUE ZERO.
01  WS-HASH-TOTAL           PIC S9(11)V99 COMP-3 VALUE ZERO.
01  WS-LISTED-COUNT         PIC 9(7) COMP-3 VALUE ZERO.
01  WS-NO-CLOSE-COUNT       PIC 9(7) COMP-3 VALUE ZERO.
01  WS-CHARGE-TOTAL         PIC S9(11)V99 COMP-3 VALUE ZERO.
01  WS-CREDIT-TOTAL         PIC S9(11)V99 COMP-3 VALUE ZERO.
01  WS-HELD-TOTAL           PIC S9(11)V99 COMP-3 VALUE ZERO.

01  WS-HEADING-1.
    05 FILLER               PIC X(40) VALUE
       "SERVICE CHARGE AND ACCRUAL REPORT:      ".
    05 WS-HDG-RUN-DATE      PIC X(8).
    05 FILLER               PIC X(18) VALUE "  ACCRUING DAYS:  ".
    05 WS-HDG-FROM-DATE     PIC X(8).
    05 FILLER               PIC X(4)  VALUE " TO ".
    05 WS-HDG-TO-DATE       PIC X(8).
    05 FILLER               PIC X(2)  VALUE SPACES.
    05 WS-HDG-POSTING       PIC X(20).
    05 FILLER               PIC X(2)  VALUE SPACES.
    05 WS-HDG-MODE          PIC X(20).
01  WS-HEADING-2.
    05 FILLER PIC X(132) VALUE
       "OPERATOR DEPARTMENT S RATE FOR   T B   RATE % BASIS BALANCE DAYS    ACCRUED TO DATE     CHARGE     POSTED NOTE".
01  WS-DETAIL-LINE.
    05 WS-DET-OPERATOR-ID   PIC X(8).
    05 FILLER               PIC X(1)  VALUE SPACE.
    05 WS-DET-DEPARTMENT    PIC X(10).
    05 FILLER               PIC X(1)  VALUE SPACE.
    05 WS-DET-SCOPE         PIC X(1).
    05 FILLER               PIC X(1)  VALUE SPACE.
    05 WS-DET-SCOPE-ID      PIC X(10).
    05 FILLER               PIC X(1)  VALUE SPACE.
    05 WS-DET-TYPE          PIC X(1).
    05 FILLER               PIC X(1)  VALUE SPACE.
    05 WS-DET-BASIS         PIC X(1).
    05 FILLER               PIC X(1)  VALUE SPACE.
    05 WS-DET-PERCENT       PIC ZZ9.9999.
    05 FILLER               PIC X(1)  VALUE SPACE.
    05 WS-DET-BASIS-BAL     PIC -(10)9.99.
    05 FILLER               PIC X(1)  VALUE SPACE.
    05 WS-DET-DAYS          PIC ZZ9.
    05 FILLER               PIC X(1)  VALUE SPACE.
    05 WS-DET-ACCRUED       PIC -(10)9.999999.
    05 FILLER               PIC X(1)  VALUE SPACE.
    05 WS-DET-CHARGE        PIC -(6)9.99.
    05 FILLER               PIC X(1)  VALUE SPACE.
    05 WS-DET-POSTED        PIC -(6)9.99.
    05 FILLER               PIC X(1)  VALUE SPACE.
    05 WS-DET-NOTE          PIC X(20).
01  WS-TOTAL-LINE-1.
    05 FILLER               PIC X(20) VALUE "OPERATORS LISTED:   ".
    05 WS-TOT-LISTED        PIC ZZZ,ZZ9.
    05 FILLER               PIC X(24) VALUE "   TRANSACTIONS WRITTEN:".
    05 WS-TOT-DETAILS       PIC ZZZ,ZZ9.
    05 FILLER               PIC X(24) VALUE "   NO CLOSING BALANCE:  ".
    05 WS-TOT-NO-CLOSE      PIC ZZZ,ZZ9.
01  WS-TOTAL-LINE-2.
    05 FILLER               PIC X(20) VALUE "CHARGES POSTED:     ".
    05 WS-TOT-CHARGES       PIC -(11)9.99.
    05 FILLER               PIC X(18) VALUE "  CREDITS POSTED: ".
    05 WS-TOT-CREDITS       PIC -(11)9.99.
    05 FILLER               PIC X(18) VALUE "  HELD UNPOSTED:  ".
    05 WS-TOT-HELD          PIC -(11)9.99.

PROCEDURE DIVISION.
MAIN-PARAGRAPH.
    PERFORM OPEN-FILES
    IF ABORT-RUN
        PERFORM CLOSE-FILES
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM WRITE-REPORT-HEADINGS
    PERFORM WRITE-GEN-HEADER
    PERFORM UNTIL END-OF-BALANCE-FILE
        PERFORM READ-BALANCE-RECORD
        IF NOT END-OF-BALANCE-FILE
            PERFORM PROCESS-OPERATOR
        END-IF
    END-PERFORM
    PERFORM WRITE-GEN-TRAILER
    PERFORM WRITE-REPORT-TOTALS
    PERFORM CLOSE-FILES
    DISPLAY 'CALCCHG: ' WS-DETAIL-COUNT
        ' CHARGE/ACCRUAL TRANSACTION(S) GENERATED FOR '
        WS-RUN-DATE
    IF WS-NO-CLOSE-COUNT > 0
        DISPLAY 'CALCCHG: ' WS-NO-CLOSE-COUNT
            ' MONTH-END BASIS OPERATOR(S) WITH NO CLOSING BALANCE'
            ' FOR ' WS-CLOSE-PERIOD
    END-IF
    IF WINDOW-WARNING OR WS-NO-CLOSE-COUNT > 0
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    STOP RUN.

OPEN-FILES.
    PERFORM GET-BUSINESS-DATE
    PERFORM READ-CHARGE-PARM
    PERFORM SET-ACCRUAL-WINDOW
    OPEN INPUT BALANCE-FILE
    IF WS-BALANCE-STATUS NOT = '00'
        DISPLAY 'CALCCHG: UNABLE TO OPEN BALANCE, STATUS='
            WS-BALANCE-STATUS
        MOVE 'Y' TO WS-ABORT-SWITCH
    END-IF
    OPEN INPUT OPERATOR-FILE
    IF WS-OPERATOR-STATUS NOT = '00'
        DISPLAY 'CALCCHG: UNABLE TO OPEN OPERMAST, STATUS='
            WS-OPERATOR-STATUS
        MOVE 'Y' TO WS-ABORT-SWITCH
    END-IF
    OPEN INPUT RATE-FILE
    IF WS-RATE-STATUS NOT = '00'
        DISPLAY 'CALCCHG: UNABLE TO OPEN RATEMAST, STATUS='
            WS-RATE-STATUS
        MOVE 'Y' TO WS-ABORT-SWITCH
    END-IF
    OPEN INPUT PERHIST-FILE
    IF WS-PERHIST-STATUS = '00' OR '05'
        MOVE 'Y' TO WS-PERHIST-OPEN-SWITCH
    ELSE
        DISPLAY 'CALCCHG: PERHIST NOT AVAILABLE, STATUS='
            WS-PERHIST-STATUS ' - NO MONTH-END BASIS CHARGES'
    END-IF
    PERFORM OPEN-ACCRUAL-FILE
    IF WS-ACCRUAL-STATUS NOT = '00'
        DISPLAY 'CALCCHG: UNABLE TO OPEN ACCRUAL, STATUS='
            WS-ACCRUAL-STATUS
        MOVE 'Y' TO WS-ABORT-SWITCH
    END-IF
    OPEN OUTPUT GEN-FILE
    IF WS-GEN-STATUS NOT = '00'
        DISPLAY 'CALCCHG: UNABLE TO OPEN TRANCHG, STATUS='
            WS-GEN-STATUS
        MOVE 'Y' TO WS-ABORT-SWITCH
    END-IF
    OPEN OUTPUT REPORT-FILE
    IF WS-REPORT-STATUS NOT = '00'
        DISPLAY 'CALCCHG: UNABLE TO OPEN CHGRPT, STATUS='
            WS-REPORT-STATUS
        MOVE 'Y' TO WS-ABORT-SWITCH
    END-IF.

OPEN-ACCRUAL-FILE.
    OPEN I-O ACCRUAL-FILE
    IF WS-ACCRUAL-STATUS = '35'
        OPEN OUTPUT ACCRUAL-FILE
        CLOSE ACCRUAL-FILE
        OPEN I-O ACCRUAL-FILE
    END-IF.

GET-BUSINESS-DATE.
    SET WS-BDT-GET TO TRUE
    CALL 'CALCBDTE' USING WS-BUSDATE-AREA
    IF NOT WS-BDT-OK
        DISPLAY 'CALCCHG: BUSINESS DATE NOT AVAILABLE FROM CALENDAR'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-BDT-DATE-OUT TO WS-RUN-DATE.

READ-CHARGE-PARM.
    OPEN INPUT CHGPARM-FILE
    IF WS-CHGPARM-STATUS = '00' OR '05'
        PERFORM READ-CHARGE-PARM-CARD
            UNTIL END-OF-CHGPARM-FILE
        CLOSE CHGPARM-FILE
    END-IF
    IF PREVIEW-RUN
        DISPLAY 'CALCCHG: PREVIEW CARD PRESENT - REPORT ONLY, '
            'NOTHING ACCRUED OR POSTED'
    END-IF
    IF HOLD-POSTING
        DISPLAY 'CALCCHG: HOLD CARD PRESENT - SETTLED CHARGES '
            'HELD, NOT POSTED'
    END-IF.

READ-CHARGE-PARM-CARD.
    READ CHGPARM-FILE
        AT END
            MOVE 'Y' TO WS-CHGPARM-EOF-SWITCH
        NOT AT END
            EVALUATE CHGPARM-RECORD(1:8)
                WHEN 'PREVIEW '
                    MOVE 'Y' TO WS-PREVIEW-SWITCH
                WHEN 'HOLD    '
                    MOVE 'Y' TO WS-HOLD-SWITCH
            END-EVALUATE
    END-READ.

SET-ACCRUAL-WINDOW.
    MOVE WS-RUN-DATE(1:6) TO WS-RUN-PERIOD
    MOVE WS-RUN-PERIOD    TO WS-PERIOD-CALC
    PERFORM SUBTRACT-ONE-MONTH
    MOVE WS-PERIOD-CALC   TO WS-CLOSE-PERIOD
    COMPUTE WS-RUN-DAY-NUMBER =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE))
    MOVE WS-RUN-DAY-NUMBER TO WS-FROM-DAY-NUMBER
    MOVE WS-RUN-DAY-NUMBER TO WS-TO-DAY-NUMBER
    SET WS-BDT-PREVIOUS TO TRUE
    COMPUTE WS-WORK-DATE-NUM =
        FUNCTION DATE-OF-INTEGER(WS-RUN-DAY-NUMBER - 1)
    MOVE WS-WORK-DATE-NUM TO WS-BDT-DATE-IN
    CALL 'CALCBDTE' USING WS-BUSDATE-AREA
    IF WS-BDT-OK
        IF WS-BDT-DATE-OUT(1:6) NOT = WS-RUN-PERIOD
            MOVE WS-RUN-PERIOD TO WS-MSD-PERIOD
            COMPUTE WS-FROM-DAY-NUMBER =
                FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(WS-MONTH-START-DATE))
        END-IF
    ELSE
        DISPLAY 'CALCCHG: NO PREVIOUS BUSINESS DAY ON CALENDAR'
            ' - ACCRUING FROM ' WS-RUN-DATE ' ONLY'
        MOVE 'Y' TO WS-WINDOW-WARNING-SWITCH
    END-IF
    MOVE WS-RUN-PERIOD  TO WS-PERIOD-CALC
    PERFORM ADD-ONE-MONTH
    MOVE WS-PERIOD-CALC TO WS-MSD-PERIOD
    SET WS-BDT-NEXT TO TRUE
    COMPUTE WS-WORK-DATE-NUM =
        FUNCTION DATE-OF-INTEGER(WS-RUN-DAY-NUMBER + 1)
    MOVE WS-WORK-DATE-NUM TO WS-BDT-DATE-IN
    MOVE WS-WORK-DATE-NUM TO WS-WORK-DATE
    CALL 'CALCBDTE' USING WS-BUSDATE-AREA
    IF WS-BDT-OK
        IF WS-BDT-DATE-OUT(1:6) NOT = WS-RUN-PERIOD
            MOVE 'Y' TO WS-POSTING-DATE-SWITCH
            COMPUTE WS-TO-DAY-NUMBER =
                FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(WS-MONTH-START-DATE)) - 1
        ELSE
            COMPUTE WS-TO-DAY-NUMBER =
                FUNCTION INTEGER-OF-DATE(
                    FUNCTION NUMVAL(WS-BDT-DATE-OUT)) - 1
        END-IF
    ELSE
        DISPLAY 'CALCCHG: NO NEXT BUSINESS DAY ON CALENDAR'
            ' - ACCRUING TO ' WS-RUN-DATE ' ONLY'
        MOVE 'Y' TO WS-WINDOW-WARNING-SWITCH
        IF WS-WORK-DATE(1:6) NOT = WS-RUN-PERIOD
            MOVE 'Y' TO WS-POSTING-DATE-SWITCH
        END-IF
    END-IF
    COMPUTE WS-ACCRUAL-DAYS =
        WS-TO-DAY-NUMBER - WS-FROM-DAY-NUMBER + 1
    COMPUTE WS-WORK-DATE-NUM =
        FUNCTION DATE-OF-INTEGER(WS-FROM-DAY-NUMBER)
    MOVE WS-WORK-DATE-NUM TO WS-WINDOW-FROM-DATE
    COMPUTE WS-WORK-DATE-NUM =
        FUNCTION DATE-OF-INTEGER(WS-TO-DAY-NUMBER)
    MOVE WS-WORK-DATE-NUM TO WS-WINDOW-TO-DATE.

ADD-ONE-MONTH.
    IF WS-PC-MONTH = 12
        ADD 1 TO WS-PC-YEAR
        MOVE 1 TO WS-PC-MONTH
    ELSE
        ADD 1 TO WS-PC-MONTH
    END-IF.

SUBTRACT-ONE-MONTH.
    IF WS-PC-MONTH = 1
        SUBTRACT 1 FROM WS-PC-YEAR
        MOVE 12 TO WS-PC-MONTH
    ELSE
        SUBTRACT 1 FROM WS-PC-MONTH
    END-IF.

READ-BALANCE-RECORD.
    READ BALANCE-FILE NEXT RECORD
        AT END
            MOVE 'Y' TO WS-EOF-SWITCH
    END-READ.

PROCESS-OPERATOR.
    MOVE BAL-OPERATOR-ID   TO WS-OPERATOR-ID
    MOVE BAL-RUNNING-TOTAL TO WS-BALANCE
    MOVE SPACES TO WS-LINE-NOTE
    MOVE ZERO   TO WS-POST-AMOUNT
    PERFORM LOOK-UP-DEPARTMENT
    PERFORM READ-ACCRUAL-RECORD
    IF ACR-PERIOD < WS-RUN-PERIOD
        PERFORM SETTLE-PERIOD
        MOVE WS-RUN-PERIOD TO ACR-PERIOD
        MOVE 'LATE PERIOD SETTLED' TO WS-LINE-NOTE
    END-IF
    PERFORM FIND-RATE
    IF ACR-LAST-DATE < WS-RUN-DATE
        AND ACR-PERIOD = WS-RUN-PERIOD
        IF RATE-FOUND
            PERFORM ACCRUE-FOR-RATE
        END-IF
        MOVE WS-RUN-DATE TO ACR-LAST-DATE
    END-IF
    IF RATE-FOUND
        OR ACR-RATE-SCOPE NOT = SPACE
        OR ACR-ACCRUED NOT = ZERO
        OR ACR-HELD-AMOUNT NOT = ZERO
        MOVE 'Y' TO WS-REPORT-SWITCH
    ELSE
        MOVE 'N' TO WS-REPORT-SWITCH
    END-IF
    PERFORM LOAD-DETAIL-LINE
    IF POSTING-DATE
        AND ACR-PERIOD = WS-RUN-PERIOD
        AND ACR-SETTLED-PERIOD NOT = WS-RUN-PERIOD
        PERFORM SETTLE-PERIOD
    END-IF
    PERFORM POST-HELD-CHARGE
    IF (ACCRUAL-FOUND OR REPORT-OPERATOR)
        AND NOT PREVIEW-RUN
        PERFORM SAVE-ACCRUAL-RECORD
    END-IF
    IF REPORT-OPERATOR
        PERFORM WRITE-DETAIL-LINE
    END-IF.

LOOK-UP-DEPARTMENT.
    MOVE WS-OPERATOR-ID TO OPR-OPERATOR-ID
    READ OPERATOR-FILE
        INVALID KEY
            MOVE 'UNASSIGNED' TO WS-DEPARTMENT
        NOT INVALID KEY
            IF OPR-DEPARTMENT = SPACES
                MOVE 'UNASSIGNED' TO WS-DEPARTMENT
            ELSE
                MOVE OPR-DEPARTMENT TO WS-DEPARTMENT
            END-IF
    END-READ.

READ-ACCRUAL-RECORD.
    MOVE WS-OPERATOR-ID TO ACR-OPERATOR-ID
    READ ACCRUAL-FILE
        INVALID KEY
            MOVE 'N' TO WS-ACCRUAL-FOUND-SWITCH
            MOVE SPACES         TO ACCRUAL-RECORD
            MOVE WS-OPERATOR-ID TO ACR-OPERATOR-ID
            MOVE WS-RUN-PERIOD  TO ACR-PERIOD
            MOVE ZERO TO ACR-DAYS ACR-ACCRUED ACR-BASIS-BALANCE
                         ACR-RATE-PERCENT ACR-MIN-CHARGE
                         ACR-MAX-CHARGE ACR-HELD-AMOUNT
                         ACR-POSTED-AMOUNT
        NOT INVALID KEY
            MOVE 'Y' TO WS-ACCRUAL-FOUND-SWITCH
    END-READ.

FIND-RATE.
    MOVE 'N' TO WS-RATE-FOUND-SWITCH
    MOVE 'O'            TO WS-FIND-SCOPE
    MOVE WS-OPERATOR-ID TO WS-FIND-SCOPE-ID
    PERFORM FIND-SCOPE-RATE
    IF NOT RATE-FOUND
        MOVE 'D'           TO WS-FIND-SCOPE
        MOVE WS-DEPARTMENT TO WS-FIND-SCOPE-ID
        PERFORM FIND-SCOPE-RATE
    END-IF.

FIND-SCOPE-RATE.
    MOVE WS-FIND-SCOPE    TO RATE-SCOPE
    MOVE WS-FIND-SCOPE-ID TO RATE-SCOPE-ID
    MOVE LOW-VALUES       TO RATE-EFF-FROM
    MOVE 'N' TO WS-RATE-EOF-SWITCH
    START RATE-FILE KEY IS NOT LESS THAN RATE-KEY
        INVALID KEY
            MOVE 'Y' TO WS-RATE-EOF-SWITCH
    END-START
    PERFORM CHECK-NEXT-RATE
        UNTIL END-OF-SCOPE-RATES OR RATE-FOUND.

CHECK-NEXT-RATE.
    READ RATE-FILE NEXT RECORD
        AT END
            MOVE 'Y' TO WS-RATE-EOF-SWITCH
        NOT AT END
            IF RATE-SCOPE NOT = WS-FIND-SCOPE
                OR RATE-SCOPE-ID NOT = WS-FIND-SCOPE-ID
                MOVE 'Y' TO WS-RATE-EOF-SWITCH
            ELSE
                IF RATE-ACTIVE
                    AND RATE-EFF-FROM <= WS-RUN-DATE
                    AND RATE-EFF-TO >= WS-RUN-DATE
                    MOVE 'Y' TO WS-RATE-FOUND-SWITCH
                END-IF
            END-IF
    END-READ.

ACCRUE-FOR-RATE.
    MOVE RATE-KEY        TO ACR-RATE-KEY
    MOVE RATE-TYPE       TO ACR-RATE-TYPE
    MOVE RATE-BASIS      TO ACR-RATE-BASIS
    MOVE RATE-PERCENT    TO ACR-RATE-PERCENT
    MOVE RATE-MIN-CHARGE TO ACR-MIN-CHARGE
    MOVE RATE-MAX-CHARGE TO ACR-MAX-CHARGE
    IF RATE-DAILY-BASIS
        MOVE WS-BALANCE TO ACR-BASIS-BALANCE
        PERFORM SET-BASIS-AMOUNT
        COMPUTE ACR-ACCRUED ROUNDED = ACR-ACCRUED
            + WS-BASIS-AMOUNT * RATE-PERCENT * WS-ACCRUAL-DAYS
              / 36500
        ADD WS-ACCRUAL-DAYS TO ACR-DAYS
    ELSE
        MOVE ZERO TO ACR-DAYS
        PERFORM READ-PERIOD-CLOSE
        IF CLOSE-FOUND
            MOVE PH-CLOSING-BAL TO ACR-BASIS-BALANCE
            PERFORM SET-BASIS-AMOUNT
            COMPUTE ACR-ACCRUED ROUNDED =
                WS-BASIS-AMOUNT * RATE-PERCENT / 1200
        ELSE
            MOVE ZERO   TO ACR-BASIS-BALANCE
            MOVE ZERO   TO ACR-ACCRUED
            MOVE SPACES TO ACR-RATE-SCOPE
            MOVE 'NO CLOSING BALANCE' TO WS-LINE-NOTE
            ADD 1 TO WS-NO-CLOSE-COUNT
        END-IF
    END-IF.

SET-BASIS-AMOUNT.
    IF ACR-BASIS-BALANCE > ZERO
        MOVE ACR-BASIS-BALANCE TO WS-BASIS-AMOUNT
    ELSE
        MOVE ZERO TO WS-BASIS-AMOUNT
    END-IF.

READ-PERIOD-CLOSE.
    MOVE 'N' TO WS-CLOSE-FOUND-SWITCH
    IF PERHIST-OPEN
        MOVE WS-OPERATOR-ID  TO PH-OPERATOR-ID
        MOVE WS-CLOSE-PERIOD TO PH-PERIOD
        READ PERHIST-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE 'Y' TO WS-CLOSE-FOUND-SWITCH
        END-READ
    END-IF.

SET-PERIOD-CHARGE.
    MOVE ZERO TO WS-PERIOD-CHARGE
    IF ACR-RATE-SCOPE NOT = SPACE
        COMPUTE WS-CHARGE-AMOUNT ROUNDED = ACR-ACCRUED
        IF WS-CHARGE-AMOUNT < ACR-MIN-CHARGE
            MOVE ACR-MIN-CHARGE TO WS-CHARGE-AMOUNT
        END-IF
        IF WS-CHARGE-AMOUNT > ACR-MAX-CHARGE
            MOVE ACR-MAX-CHARGE TO WS-CHARGE-AMOUNT
        END-IF
        IF ACR-CHARGE
            COMPUTE WS-PERIOD-CHARGE = ZERO - WS-CHARGE-AMOUNT
        ELSE
            MOVE WS-CHARGE-AMOUNT TO WS-PERIOD-CHARGE
        END-IF
    END-IF.

SETTLE-PERIOD.
    PERFORM SET-PERIOD-CHARGE
    ADD WS-PERIOD-CHARGE TO ACR-HELD-AMOUNT
    MOVE ACR-PERIOD     TO ACR-SETTLED-PERIOD
    MOVE ACR-PERIOD     TO WS-PERIOD-CALC
    PERFORM ADD-ONE-MONTH
    MOVE WS-PERIOD-CALC TO ACR-PERIOD
    MOVE SPACES TO ACR-RATE-KEY
    MOVE SPACES TO ACR-RATE-TYPE
    MOVE SPACES TO ACR-RATE-BASIS
    MOVE ZERO TO ACR-DAYS ACR-ACCRUED ACR-BASIS-BALANCE
                 ACR-RATE-PERCENT ACR-MIN-CHARGE ACR-MAX-CHARGE.

POST-HELD-CHARGE.
    EVALUATE TRUE
        WHEN ACR-POSTED-DATE = WS-RUN-DATE AND NOT PREVIEW-RUN
            MOVE ACR-POSTED-AMOUNT TO WS-POST-AMOUNT
            IF WS-POST-AMOUNT NOT = ZERO
                PERFORM WRITE-GEN-DETAIL
                MOVE 'REPOSTED ON RERUN' TO WS-LINE-NOTE
            END-IF
        WHEN ACR-HELD-AMOUNT = ZERO
            CONTINUE
        WHEN HOLD-POSTING OR PREVIEW-RUN
            ADD ACR-HELD-AMOUNT TO WS-HELD-TOTAL
            IF PREVIEW-RUN
                MOVE 'PREVIEW - NOT POSTED' TO WS-LINE-NOTE
            ELSE
                MOVE 'HELD - NOT POSTED' TO WS-LINE-NOTE
            END-IF
        WHEN OTHER
            EVALUATE TRUE
                WHEN ACR-HELD-AMOUNT > WS-POST-LIMIT
                    MOVE WS-POST-LIMIT TO WS-POST-AMOUNT
                WHEN ACR-HELD-AMOUNT < ZERO - WS-POST-LIMIT
                    COMPUTE WS-POST-AMOUNT = ZERO - WS-POST-LIMIT
                WHEN OTHER
                    MOVE ACR-HELD-AMOUNT TO WS-POST-AMOUNT
            END-EVALUATE
            SUBTRACT WS-POST-AMOUNT FROM ACR-HELD-AMOUNT
            MOVE WS-POST-AMOUNT TO ACR-POSTED-AMOUNT
            MOVE WS-RUN-DATE    TO ACR-POSTED-DATE
            PERFORM WRITE-GEN-DETAIL
            IF ACR-HELD-AMOUNT NOT = ZERO
                ADD ACR-HELD-AMOUNT TO WS-HELD-TOTAL
                MOVE 'PART POSTED' TO WS-LINE-NOTE
            END-IF
    END-EVALUATE
    IF WS-POST-AMOUNT NOT = ZERO
        MOVE 'Y' TO WS-REPORT-SWITCH
    END-IF
    MOVE WS-POST-AMOUNT TO WS-DET-POSTED
    MOVE WS-LINE-NOTE   TO WS-DET-NOTE.

SAVE-ACCRUAL-RECORD.
    IF ACCRUAL-FOUND
        REWRITE ACCRUAL-RECORD
    ELSE
        WRITE ACCRUAL-RECORD
    END-IF
    IF WS-ACCRUAL-STATUS NOT = '00'
        DISPLAY 'CALCCHG: ACCRUAL UPDATE FAILED FOR ' WS-OPERATOR-ID
            ', STATUS=' WS-ACCRUAL-STATUS
    END-IF.

WRITE-GEN-HEADER.
    MOVE SPACES      TO CALC-TRANS-HEADER
    MOVE 'HDR'       TO CALC-HDR-REC-ID
    MOVE WS-RUN-DATE TO CALC-HDR-FILE-DATE
    MOVE 'RATECH'    TO CALC-HDR-SOURCE-SYSTEM
    WRITE CALC-TRANS-HEADER.

WRITE-GEN-DETAIL.
    MOVE WS-OPERATOR-ID TO CALC-TRANS-OPERATOR-ID
    MOVE ZERO           TO CALC-TRANS-NUM1
    MOVE WS-POST-AMOUNT TO CALC-TRANS-NUM2
    MOVE 'B'            TO CALC-TRANS-CHOICE
    MOVE SPACES         TO CALC-TRANS-REF
    MOVE SPACES         TO CALC-TRANS-ORIG-REF
    WRITE CALC-TRANS-RECORD
    ADD 1 TO WS-DETAIL-COUNT
    ADD WS-POST-AMOUNT TO WS-HASH-TOTAL
    IF WS-POST-AMOUNT < ZERO
        ADD WS-POST-AMOUNT TO WS-CHARGE-TOTAL
    ELSE
        ADD WS-POST-AMOUNT TO WS-CREDIT-TOTAL
    END-IF.

WRITE-GEN-TRAILER.
    MOVE SPACES          TO CALC-TRANS-TRAILER
    MOVE 'TRL'           TO CALC-TRL-REC-ID
    MOVE WS-DETAIL-COUNT TO CALC-TRL-RECORD-COUNT
    MOVE WS-HASH-TOTAL   TO CALC-TRL-HASH-TOTAL
    WRITE CALC-TRANS-TRAILER.

WRITE-REPORT-HEADINGS.
    MOVE WS-RUN-DATE         TO WS-HDG-RUN-DATE
    MOVE WS-WINDOW-FROM-DATE TO WS-HDG-FROM-DATE
    MOVE WS-WINDOW-TO-DATE   TO WS-HDG-TO-DATE
    IF POSTING-DATE
        MOVE 'POSTING DATE'  TO WS-HDG-POSTING
    ELSE
        MOVE 'ACCRUAL ONLY'  TO WS-HDG-POSTING
    END-IF
    EVALUATE TRUE
        WHEN PREVIEW-RUN
            MOVE 'PREVIEW - NO UPDATE' TO WS-HDG-MODE
        WHEN HOLD-POSTING
            MOVE 'POSTING HELD'        TO WS-HDG-MODE
        WHEN OTHER
            MOVE SPACES                TO WS-HDG-MODE
    END-EVALUATE
    WRITE REPORT-LINE FROM WS-HEADING-1
    WRITE REPORT-LINE FROM WS-HEADING-2.

LOAD-DETAIL-LINE.
    PERFORM SET-PERIOD-CHARGE
    MOVE WS-OPERATOR-ID    TO WS-DET-OPERATOR-ID
    MOVE WS-DEPARTMENT     TO WS-DET-DEPARTMENT
    IF RATE-FOUND
        MOVE RATE-SCOPE    TO WS-DET-SCOPE
        MOVE RATE-SCOPE-ID TO WS-DET-SCOPE-ID
        MOVE RATE-TYPE     TO WS-DET-TYPE
        MOVE RATE-BASIS    TO WS-DET-BASIS
        MOVE RATE-PERCENT  TO WS-DET-PERCENT
    ELSE
        MOVE ACR-RATE-SCOPE    TO WS-DET-SCOPE
        MOVE ACR-RATE-SCOPE-ID TO WS-DET-SCOPE-ID
        MOVE ACR-RATE-TYPE     TO WS-DET-TYPE
        MOVE ACR-RATE-BASIS    TO WS-DET-BASIS
        MOVE ACR-RATE-PERCENT  TO WS-DET-PERCENT
        IF WS-LINE-NOTE = SPACES
            MOVE 'NO RATE IN EFFECT' TO WS-LINE-NOTE
        END-IF
    END-IF
    MOVE ACR-BASIS-BALANCE TO WS-DET-BASIS-BAL
    MOVE ACR-DAYS          TO WS-DET-DAYS
    MOVE ACR-ACCRUED       TO WS-DET-ACCRUED
    MOVE WS-PERIOD-CHARGE  TO WS-DET-CHARGE.

WRITE-DETAIL-LINE.
    WRITE REPORT-LINE FROM WS-DETAIL-LINE
    ADD 1 TO WS-LISTED-COUNT.

WRITE-REPORT-TOTALS.
    MOVE WS-LISTED-COUNT   TO WS-TOT-LISTED
    MOVE WS-DETAIL-COUNT   TO WS-TOT-DETAILS
    MOVE WS-NO-CLOSE-COUNT TO WS-TOT-NO-CLOSE
    MOVE WS-CHARGE-TOTAL   TO WS-TOT-CHARGES
    MOVE WS-CREDIT-TOTAL   TO WS-TOT-CREDITS
    MOVE WS-HELD-TOTAL     TO WS-TOT-HELD
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    WRITE REPORT-LINE FROM WS-TOTAL-LINE-1
    WRITE REPORT-LINE FROM WS-TOTAL-LINE-2.

CLOSE-FILES.
    CLOSE BALANCE-FILE
    CLOSE OPERATOR-FILE
    CLOSE RATE-FILE
    CLOSE PERHIST-FILE
    CLOSE ACCRUAL-FILE
    CLOSE GEN-FILE
    CLOSE REPORT-FILE.
