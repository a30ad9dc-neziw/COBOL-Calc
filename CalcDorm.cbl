IDENTIFICATION DIVISION.
PROGRAM-ID. CALCDORM.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPERATOR-FILE ASSIGN TO OPERMAST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OPR-OPERATOR-ID
        FILE STATUS IS WS-OPERATOR-STATUS.
    SELECT BALANCE-FILE ASSIGN TO BALANCE
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BAL-OPERATOR-ID
        FILE STATUS IS WS-BALANCE-STATUS.
    SELECT JOURNAL-FILE ASSIGN TO OPRJRNL
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-STATUS.
    SELECT OPTIONAL DORMPARM-FILE ASSIGN TO DORMPARM
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-DORMPARM-STATUS.
    SELECT REPORT-FILE ASSIGN TO DORMRPT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  OPERATOR-FILE.
    COPY CALCOPR.

FD  BALANCE-FILE.
    COPY CALCBAL.

FD  JOURNAL-FILE.
    COPY CALCOJR.

FD  DORMPARM-FILE.
01  DORMPARM-RECORD.
    05 DORMPARM-CUTOFF-DAYS  PIC X(3).
    05 FILLER                PIC X(1).
    05 DORMPARM-WARNING-DAYS PIC X(3).
    05 FILLER                PIC X(73).

FD  REPORT-FILE.
01  REPORT-LINE             PIC X(132).

WORKING-STORAGE SECTION.
01  WS-OPERATOR-STATUS      PIC X(2).
01  WS-BALANCE-STATUS       PIC X(2).
01  WS-JOURNAL-STATUS       PIC X(2).
01  WS-DORMPARM-STATUS      PIC X(2).
01  WS-REPORT-STATUS        PIC X(2).
01  WS-EOF-SWITCH           PIC X(1) VALUE 'N'.
    88 END-OF-OPERATOR-FILE VALUE 'Y'.
01  WS-ABORT-SWITCH         PIC X(1) VALUE 'N'.
    88 ABORT-RUN            VALUE 'Y'.
01  WS-BALANCE-FOUND-SWITCH PIC X(1).
    88 BALANCE-FOUND        VALUE 'Y'.
01  WS-CURRENT-DATE-TIME.
    05 WS-CURRENT-DATE      PIC X(8).
    05 WS-CURRENT-TIME      PIC X(6).
COPY CALCBDTW.
01  WS-SYSTEM-USER-ID       PIC X(8) VALUE 'CALCDORM'.
01  WS-CUTOFF-DAYS          PIC 9(3) VALUE 90.
01  WS-WARNING-DAYS         PIC 9(3) VALUE 14.
01  WS-WARNING-START        PIC S9(5) COMP-3.
01  WS-DAYS-LEFT            PIC S9(5) COMP-3.
01  WS-IDLE-DAYS            PIC S9(7) COMP-3.
01  WS-RUN-DAY-NUMBER       PIC S9(7) COMP-3.
01  WS-LAST-DAY-NUMBER      PIC S9(7) COMP-3.
01  WS-REGISTER-BAL         PIC S9(9)V99 COMP-3.
01  WS-BEFORE-IMAGE         PIC X(71).
01  WS-ACTIVE-SUPV-COUNT    PIC 9(5) COMP-3 VALUE ZERO.
01  WS-CHECKED-COUNT        PIC 9(5) COMP-3 VALUE ZERO.
01  WS-WARNING-COUNT        PIC 9(5) COMP-3 VALUE ZERO.
01  WS-SUSPENDED-COUNT      PIC 9(5) COMP-3 VALUE ZERO.
01  WS-REVIEW-COUNT         PIC 9(5) COMP-3 VALUE ZERO.
01  WS-NO-DATE-COUNT        PIC 9(5) COMP-3 VALUE ZERO.
01  WS-ACTION-TEXT          PIC X(30).
01  WS-DAYS-LEFT-TEXT.
    05 FILLER               PIC X(8)  VALUE "WARNING ".
    05 WS-DAYS-LEFT-DISPLAY PIC ZZ9.
    05 FILLER               PIC X(10) VALUE " DAYS LEFT".

01  WS-HEADING-1.
    05 FILLER               PIC X(36) VALUE
       "DORMANT OPERATOR REPORT - RUN DATE ".
    05 WS-HDG-RUN-DATE      PIC X(8).
    05 FILLER               PIC X(9)  VALUE "  CUTOFF ".
    05 WS-HDG-CUTOFF        PIC ZZ9.
    05 FILLER               PIC X(15) VALUE " DAYS  WARNING ".
    05 WS-HDG-WARNING       PIC ZZ9.
    05 FILLER               PIC X(5)  VALUE " DAYS".
01  WS-HEADING-2.
    05 FILLER PIC X(98) VALUE
       "OPERATOR  NAME                            DEPARTMENT  A  LAST USED IDLE DAYS       BALANCE  ACTION".
01  WS-DETAIL-LINE.
    05 WS-DET-OPERATOR-ID   PIC X(8).
    05 FILLER               PIC X(2)  VALUE SPACES.
    05 WS-DET-NAME          PIC X(30).
    05 FILLER               PIC X(2)  VALUE SPACES.
    05 WS-DET-DEPARTMENT    PIC X(10).
    05 FILLER               PIC X(2)  VALUE SPACES.
    05 WS-DET-AUTHORITY     PIC X(1).
    05 FILLER               PIC X(2)  VALUE SPACES.
    05 WS-DET-LAST-USED     PIC X(8).
    05 FILLER               PIC X(4)  VALUE SPACES.
    05 WS-DET-IDLE-DAYS     PIC ZZZ,ZZ9.
    05 WS-DET-IDLE-DAYS-X REDEFINES WS-DET-IDLE-DAYS PIC X(7).
    05 FILLER               PIC X(1)  VALUE SPACE.
    05 WS-DET-BALANCE       PIC -(9)9.99.
    05 WS-DET-BALANCE-X REDEFINES WS-DET-BALANCE PIC X(13).
    05 FILLER               PIC X(2)  VALUE SPACES.
    05 WS-DET-ACTION        PIC X(30).
01  WS-TOTAL-LINE.
    05 FILLER               PIC X(21) VALUE "ACTIVE OPERATORS:    ".
    05 WS-TOT-CHECKED       PIC ZZ,ZZ9.
    05 FILLER               PIC X(14) VALUE "  WARNINGS:   ".
    05 WS-TOT-WARNING       PIC ZZ,ZZ9.
    05 FILLER               PIC X(15) VALUE "  SUSPENDED:   ".
    05 WS-TOT-SUSPENDED     PIC ZZ,ZZ9.
    05 FILLER               PIC X(21) VALUE "  SUPERVISOR REVIEW: ".
    05 WS-TOT-REVIEW        PIC ZZ,ZZ9.
    05 FILLER               PIC X(18) VALUE "  NO DATE HELD:   ".
    05 WS-TOT-NO-DATE       PIC ZZ,ZZ9.

PROCEDURE DIVISION.
MAIN-PARAGRAPH.
    PERFORM GET-BUSINESS-DATE
    ACCEPT WS-CURRENT-TIME FROM TIME
    COMPUTE WS-RUN-DAY-NUMBER =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-CURRENT-DATE))
    PERFORM READ-DORMANCY-PARM
    PERFORM OPEN-FILES
    IF ABORT-RUN
        PERFORM CLOSE-FILES
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM COUNT-ACTIVE-SUPERVISORS
    PERFORM WRITE-HEADINGS
    PERFORM START-OPERATOR-SCAN
    PERFORM UNTIL END-OF-OPERATOR-FILE
        READ OPERATOR-FILE NEXT RECORD
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                IF OPR-ACTIVE
                    PERFORM CHECK-OPERATOR-ACTIVITY
                END-IF
        END-READ
    END-PERFORM
    PERFORM WRITE-TOTALS
    PERFORM CLOSE-FILES
    DISPLAY 'CALCDORM: ' WS-SUSPENDED-COUNT ' OPERATOR(S) SUSPENDED, '
        WS-REVIEW-COUNT ' FOR SUPERVISOR REVIEW, '
        WS-WARNING-COUNT ' WARNED'
    IF WS-SUSPENDED-COUNT > 0 OR WS-REVIEW-COUNT > 0
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    STOP RUN.

GET-BUSINESS-DATE.
    SET WS-BDT-GET TO TRUE
    CALL 'CALCBDTE' USING WS-BUSDATE-AREA
    IF NOT WS-BDT-OK
        DISPLAY 'CALCDORM: BUSINESS DATE NOT AVAILABLE FROM CALENDAR'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-BDT-DATE-OUT TO WS-CURRENT-DATE.

READ-DORMANCY-PARM.
    OPEN INPUT DORMPARM-FILE
    IF WS-DORMPARM-STATUS = '00' OR '05'
        READ DORMPARM-FILE
            AT END
                CONTINUE
            NOT AT END
                IF DORMPARM-CUTOFF-DAYS IS NUMERIC
                    AND DORMPARM-CUTOFF-DAYS > '000'
                    MOVE DORMPARM-CUTOFF-DAYS TO WS-CUTOFF-DAYS
                END-IF
                IF DORMPARM-WARNING-DAYS IS NUMERIC
                    MOVE DORMPARM-WARNING-DAYS TO WS-WARNING-DAYS
                END-IF
        END-READ
        CLOSE DORMPARM-FILE
    END-IF
    IF WS-WARNING-DAYS >= WS-CUTOFF-DAYS
        DISPLAY 'CALCDORM: WARNING BAND NOT SHORTER THAN CUTOFF - '
            'NO WARNINGS WILL BE LISTED'
        MOVE ZERO TO WS-WARNING-DAYS
    END-IF
    COMPUTE WS-WARNING-START = WS-CUTOFF-DAYS - WS-WARNING-DAYS.

OPEN-FILES.
    OPEN I-O OPERATOR-FILE
    IF WS-OPERATOR-STATUS NOT = '00'
        DISPLAY 'CALCDORM: UNABLE TO OPEN OPERMAST, STATUS='
            WS-OPERATOR-STATUS
        MOVE 'Y' TO WS-ABORT-SWITCH
    END-IF
    OPEN INPUT BALANCE-FILE
    IF WS-BALANCE-STATUS NOT = '00'
        DISPLAY 'CALCDORM: UNABLE TO OPEN BALANCE, STATUS='
            WS-BALANCE-STATUS
        MOVE 'Y' TO WS-ABORT-SWITCH
    END-IF
    OPEN EXTEND JOURNAL-FILE
    IF WS-JOURNAL-STATUS = '35'
        OPEN OUTPUT JOURNAL-FILE
    END-IF
    IF WS-JOURNAL-STATUS NOT = '00'
        DISPLAY 'CALCDORM: UNABLE TO OPEN OPRJRNL, STATUS='
            WS-JOURNAL-STATUS
        MOVE 'Y' TO WS-ABORT-SWITCH
    END-IF
    OPEN OUTPUT REPORT-FILE
    IF WS-REPORT-STATUS NOT = '00'
        DISPLAY 'CALCDORM: UNABLE TO OPEN DORMRPT, STATUS='
            WS-REPORT-STATUS
        MOVE 'Y' TO WS-ABORT-SWITCH
    END-IF.

START-OPERATOR-SCAN.
    MOVE 'N' TO WS-EOF-SWITCH
    MOVE LOW-VALUES TO OPR-OPERATOR-ID
    START OPERATOR-FILE KEY >= OPR-OPERATOR-ID
        INVALID KEY
            MOVE 'Y' TO WS-EOF-SWITCH
    END-START.

COUNT-ACTIVE-SUPERVISORS.
    PERFORM START-OPERATOR-SCAN
    PERFORM UNTIL END-OF-OPERATOR-FILE
        READ OPERATOR-FILE NEXT RECORD
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                IF OPR-ACTIVE AND OPR-AUTH-SUPERVISOR
                    ADD 1 TO WS-ACTIVE-SUPV-COUNT
                END-IF
        END-READ
    END-PERFORM.

CHECK-OPERATOR-ACTIVITY.
    ADD 1 TO WS-CHECKED-COUNT
    IF OPR-LAST-ACTIVITY IS NOT NUMERIC
        ADD 1 TO WS-NO-DATE-COUNT
        MOVE ZERO TO WS-IDLE-DAYS
        MOVE 'NO ACTIVITY DATE HELD' TO WS-ACTION-TEXT
        PERFORM WRITE-DETAIL-LINE
    ELSE
        COMPUTE WS-LAST-DAY-NUMBER =
            FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(OPR-LAST-ACTIVITY))
        COMPUTE WS-IDLE-DAYS = WS-RUN-DAY-NUMBER - WS-LAST-DAY-NUMBER
        EVALUATE TRUE
            WHEN WS-IDLE-DAYS >= WS-CUTOFF-DAYS
                PERFORM PROCESS-DORMANT-OPERATOR
                PERFORM WRITE-DETAIL-LINE
            WHEN WS-WARNING-DAYS > ZERO
                AND WS-IDLE-DAYS >= WS-WARNING-START
                ADD 1 TO WS-WARNING-COUNT
                COMPUTE WS-DAYS-LEFT = WS-CUTOFF-DAYS - WS-IDLE-DAYS
                MOVE WS-DAYS-LEFT TO WS-DAYS-LEFT-DISPLAY
                MOVE WS-DAYS-LEFT-TEXT TO WS-ACTION-TEXT
                PERFORM WRITE-DETAIL-LINE
        END-EVALUATE
    END-IF.

PROCESS-DORMANT-OPERATOR.
    PERFORM READ-REGISTER-BALANCE
    EVALUATE TRUE
        WHEN BALANCE-FOUND AND WS-REGISTER-BAL NOT = ZERO
            ADD 1 TO WS-REVIEW-COUNT
            MOVE 'REVIEW - BALANCE HELD' TO WS-ACTION-TEXT
        WHEN OPR-AUTH-SUPERVISOR AND WS-ACTIVE-SUPV-COUNT < 2
            ADD 1 TO WS-REVIEW-COUNT
            MOVE 'REVIEW - LAST SUPERVISOR' TO WS-ACTION-TEXT
        WHEN OTHER
            PERFORM SUSPEND-DORMANT-OPERATOR
    END-EVALUATE.

SUSPEND-DORMANT-OPERATOR.
    MOVE OPERATOR-RECORD TO WS-BEFORE-IMAGE
    SET OPR-SUSPENDED TO TRUE
    REWRITE OPERATOR-RECORD
        INVALID KEY
            DISPLAY 'CALCDORM: UNABLE TO SUSPEND ' OPR-OPERATOR-ID
                ', STATUS=' WS-OPERATOR-STATUS
            ADD 1 TO WS-REVIEW-COUNT
            MOVE 'REVIEW - SUSPEND FAILED' TO WS-ACTION-TEXT
        NOT INVALID KEY
            PERFORM WRITE-JOURNAL-RECORD
            ADD 1 TO WS-SUSPENDED-COUNT
            IF OPR-AUTH-SUPERVISOR
                SUBTRACT 1 FROM WS-ACTIVE-SUPV-COUNT
            END-IF
            MOVE 'SUSPENDED - DORMANT' TO WS-ACTION-TEXT
    END-REWRITE.

WRITE-JOURNAL-RECORD.
    MOVE WS-CURRENT-DATE   TO JRNL-TIMESTAMP(1:8)
    MOVE WS-CURRENT-TIME   TO JRNL-TIMESTAMP(9:6)
    MOVE 'AUTOSUSP'        TO JRNL-ACTION
    MOVE WS-SYSTEM-USER-ID TO JRNL-USER-ID
    MOVE WS-BEFORE-IMAGE   TO JRNL-BEFORE-IMAGE
    MOVE OPERATOR-RECORD   TO JRNL-AFTER-IMAGE
    WRITE OPR-JRNL-RECORD.

READ-REGISTER-BALANCE.
    MOVE 'Y' TO WS-BALANCE-FOUND-SWITCH
    MOVE OPR-OPERATOR-ID TO BAL-OPERATOR-ID
    READ BALANCE-FILE
        INVALID KEY
            MOVE 'N' TO WS-BALANCE-FOUND-SWITCH
            MOVE ZERO TO WS-REGISTER-BAL
        NOT INVALID KEY
            MOVE BAL-RUNNING-TOTAL TO WS-REGISTER-BAL
    END-READ.

WRITE-HEADINGS.
    MOVE WS-CURRENT-DATE TO WS-HDG-RUN-DATE
    MOVE WS-CUTOFF-DAYS  TO WS-HDG-CUTOFF
    MOVE WS-WARNING-DAYS TO WS-HDG-WARNING
    WRITE REPORT-LINE FROM WS-HEADING-1
    WRITE REPORT-LINE FROM WS-HEADING-2.

WRITE-DETAIL-LINE.
    MOVE OPR-OPERATOR-ID   TO WS-DET-OPERATOR-ID
    MOVE OPR-NAME          TO WS-DET-NAME
    MOVE OPR-DEPARTMENT    TO WS-DET-DEPARTMENT
    MOVE OPR-AUTHORITY     TO WS-DET-AUTHORITY
    MOVE OPR-LAST-ACTIVITY TO WS-DET-LAST-USED
    IF OPR-LAST-ACTIVITY IS NUMERIC
        MOVE WS-IDLE-DAYS  TO WS-DET-IDLE-DAYS
    ELSE
        MOVE SPACES        TO WS-DET-IDLE-DAYS-X
    END-IF
    PERFORM READ-REGISTER-BALANCE
    IF BALANCE-FOUND
        MOVE WS-REGISTER-BAL TO WS-DET-BALANCE
    ELSE
        MOVE SPACES        TO WS-DET-BALANCE-X
    END-IF
    MOVE WS-ACTION-TEXT    TO WS-DET-ACTION
    WRITE REPORT-LINE FROM WS-DETAIL-LINE.

WRITE-TOTALS.
    MOVE WS-CHECKED-COUNT   TO WS-TOT-CHECKED
    MOVE WS-WARNING-COUNT   TO WS-TOT-WARNING
    MOVE WS-SUSPENDED-COUNT TO WS-TOT-SUSPENDED
    MOVE WS-REVIEW-COUNT    TO WS-TOT-REVIEW
    MOVE WS-NO-DATE-COUNT   TO WS-TOT-NO-DATE
    WRITE REPORT-LINE FROM WS-TOTAL-LINE.

CLOSE-FILES.
    CLOSE OPERATOR-FILE
    CLOSE BALANCE-FILE
    CLOSE JOURNAL-FILE
    CLOSE REPORT-FILE.
