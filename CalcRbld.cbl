IDENTIFICATION DIVISION.
PROGRAM-ID. CALCRBLD.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARM-FILE ASSIGN TO RBLDPARM
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.
    SELECT CLSEREG-FILE ASSIGN TO CLSEREG
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CLSEREG-STATUS.
    SELECT PERHIST-FILE ASSIGN TO PERHIST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PH-KEY
        FILE STATUS IS WS-PERHIST-STATUS.
    SELECT AUDIT-FILE ASSIGN TO AUDITIN
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.
    SELECT BALANCE-FILE ASSIGN TO BALANCE
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BAL-OPERATOR-ID
        FILE STATUS IS WS-BALANCE-STATUS.
    SELECT BALNEW-FILE ASSIGN TO BALNEW
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NEW-OPERATOR-ID
        FILE STATUS IS WS-BALNEW-STATUS.
    SELECT REPORT-FILE ASSIGN TO RBLDRPT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PARM-FILE.
01  PARM-RECORD.
    05 PARM-AS-OF-DATE      PIC X(8).
    05 FILLER               PIC X(72).

FD  CLSEREG-FILE.
01  CLSEREG-RECORD.
    05 CLSEREG-PERIOD       PIC X(6).
    05 CLSEREG-CLOSE-DATE   PIC X(8).
    05 CLSEREG-OPR-COUNT    PIC 9(7) COMP-3.
    05 CLSEREG-STATUS       PIC X(1).

FD  PERHIST-FILE.
    COPY CALCPHR.

FD  AUDIT-FILE.
    COPY CALCAUDR.

FD  BALANCE-FILE.
    COPY CALCBAL.

FD  BALNEW-FILE.
    COPY CALCBAL REPLACING ==BALANCE-RECORD==    BY ==NEW-BALANCE-RECORD==
                           ==BAL-OPERATOR-ID==   BY ==NEW-OPERATOR-ID==
                           ==BAL-RUNNING-TOTAL== BY ==NEW-RUNNING-TOTAL==.

FD  REPORT-FILE.
01  REPORT-LINE             PIC X(132).

WORKING-STORAGE SECTION.
01  WS-PARM-STATUS          PIC X(2).
01  WS-CLSEREG-STATUS       PIC X(2).
01  WS-PERHIST-STATUS       PIC X(2).
01  WS-AUDIT-STATUS         PIC X(2).
01  WS-BALANCE-STATUS       PIC X(2).
01  WS-BALNEW-STATUS        PIC X(2).
01  WS-REPORT-STATUS        PIC X(2).
01  WS-AUDIT-EOF-SWITCH     PIC X(1) VALUE 'N'.
    88 END-OF-AUDIT-FILE    VALUE 'Y'.
01  WS-CLSEREG-EOF-SWITCH   PIC X(1) VALUE 'N'.
    88 END-OF-CLSEREG-FILE  VALUE 'Y'.
01  WS-PERHIST-EOF-SWITCH   PIC X(1) VALUE 'N'.
    88 END-OF-PERHIST-FILE  VALUE 'Y'.
01  WS-BALANCE-EOF-SWITCH   PIC X(1) VALUE 'N'.
    88 END-OF-BALANCE-FILE  VALUE 'Y'.
01  WS-ABORT-SWITCH         PIC X(1) VALUE 'N'.
    88 ABORT-RUN            VALUE 'Y'.
01  WS-PARM-OK-SWITCH       PIC X(1) VALUE 'N'.
    88 PARM-OK              VALUE 'Y'.
01  WS-SNAPSHOT-SWITCH      PIC X(1) VALUE 'N'.
    88 SNAPSHOT-FOUND       VALUE 'Y'.
01  WS-ENTRY-FOUND-SWITCH   PIC X(1).
    88 ENTRY-FOUND          VALUE 'Y'.
01  WS-BALANCE-FOUND-SWITCH PIC X(1).
    88 BALANCE-FOUND        VALUE 'Y'.
01  WS-RUN-DATE             PIC X(8).
COPY CALCBDTW.
01  WS-AS-OF-DATE           PIC X(8).
01  WS-AS-OF-MONTH          PIC X(6).
01  WS-BASE-PERIOD          PIC X(6) VALUE '000000'.
01  WS-BASE-CLOSE-DATE      PIC X(8) VALUE SPACES.
01  WS-LAST-AUDIT-DATE     PIC X(8)  VALUE LOW-VALUES.
01  WS-SEARCH-ID            PIC X(8).
01  WS-REGISTER-BAL         PIC S9(9)V99 COMP-3.
01  WS-DIFFERENCE           PIC S9(11)V99 COMP-3.
01  WS-SNAPSHOT-COUNT       PIC 9(7) COMP-3 VALUE ZERO.
01  WS-AUDIT-READ-COUNT     PIC 9(9) COMP-3 VALUE ZERO.
01  WS-AUDIT-APPLIED-COUNT  PIC 9(9) COMP-3 VALUE ZERO.
01  WS-AUDIT-BEFORE-COUNT   PIC 9(9) COMP-3 VALUE ZERO.
01  WS-AUDIT-AFTER-COUNT    PIC 9(9) COMP-3 VALUE ZERO.
01  WS-SEQUENCE-ERROR-COUNT PIC 9(7) COMP-3 VALUE ZERO.
01  WS-BREAK-COUNT          PIC 9(7) COMP-3 VALUE ZERO.
01  WS-MATCH-COUNT          PIC 9(5) COMP-3 VALUE ZERO.
01  WS-DIFFER-COUNT         PIC 9(5) COMP-3 VALUE ZERO.
01  WS-CHAIN-OPR-COUNT      PIC 9(5) COMP-3 VALUE ZERO.
01  WS-ERROR-COUNT          PIC 9(5) COMP-3 VALUE ZERO.
01  WS-WRITTEN-COUNT        PIC 9(5) COMP-3 VALUE ZERO.

01  WS-OPERATOR-COUNT       PIC 9(3) COMP VALUE ZERO.
01  WS-OPERATOR-MAX         PIC 9(3) COMP VALUE 500.
01  WS-OPERATOR-TABLE.
    05 WS-OPR-ENTRY OCCURS 500 TIMES INDEXED BY OPR-IDX.
       10 WS-OPR-ID           PIC X(8).
       10 WS-OPR-SNAPSHOT-SW  PIC X(1).
          88 OPR-HAS-SNAPSHOT VALUE 'Y'.
       10 WS-OPR-SNAPSHOT-BAL PIC S9(9)V99 COMP-3.
       10 WS-OPR-REBUILT-BAL  PIC S9(9)V99 COMP-3.
       10 WS-OPR-AUDIT-COUNT  PIC 9(7) COMP-3.
       10 WS-OPR-BREAK-COUNT  PIC 9(5) COMP-3.
       10 WS-OPR-FIRST-BREAK  PIC X(14).

01  WS-HEADING-1.
    05 FILLER               PIC X(36) VALUE
       "BALANCE REGISTER REBUILD - AS OF    ".
    05 WS-HDG-AS-OF-DATE    PIC X(8).
    05 FILLER               PIC X(21) VALUE
       "   SNAPSHOT PERIOD:  ".
    05 WS-HDG-PERIOD        PIC X(6).
    05 FILLER               PIC X(14) VALUE
       "   RUN DATE:  ".
    05 WS-HDG-RUN-DATE      PIC X(8).
01  WS-HEADING-2.
    05 FILLER PIC X(115) VALUE
       "OPERATOR      SNAPSHOT RECORDS       REBUILT      REGISTER      DIFFERENCE  STATUS           BREAKS  FIRST BREAK AT".
01  WS-DETAIL-LINE.
    05 WS-DET-OPERATOR-ID   PIC X(8).
    05 FILLER               PIC X(1)  VALUE SPACE.
    05 WS-DET-SNAPSHOT      PIC -(9)9.99.
    05 WS-DET-SNAPSHOT-X REDEFINES WS-DET-SNAPSHOT PIC X(13).
    05 FILLER               PIC X(1)  VALUE SPACE.
    05 WS-DET-RECORDS       PIC ZZZ,ZZ9.
    05 FILLER               PIC X(1)  VALUE SPACE.
    05 WS-DET-REBUILT       PIC -(9)9.99.
    05 WS-DET-REBUILT-X REDEFINES WS-DET-REBUILT PIC X(13).
    05 FILLER               PIC X(1)  VALUE SPACE.
    05 WS-DET-REGISTER      PIC -(9)9.99.
    05 WS-DET-REGISTER-X REDEFINES WS-DET-REGISTER PIC X(13).
    05 FILLER               PIC X(1)  VALUE SPACE.
    05 WS-DET-DIFFERENCE    PIC -(11)9.99.
    05 FILLER               PIC X(2)  VALUE SPACES.
    05 WS-DET-STATUS        PIC X(16).
    05 FILLER               PIC X(1)  VALUE SPACE.
    05 WS-DET-BREAKS        PIC ZZ,ZZ9.
    05 FILLER               PIC X(2)  VALUE SPACES.
    05 WS-DET-FIRST-BREAK   PIC X(14).
01  WS-TOTAL-LINE-1.
    05 FILLER               PIC X(21) VALUE "OPERATORS REBUILT:   ".
    05 WS-TOT-REBUILT       PIC ZZ9.
    05 FILLER               PIC X(21) VALUE "  MATCHED:           ".
    05 WS-TOT-MATCHED       PIC ZZ,ZZ9.
    05 FILLER               PIC X(21) VALUE "  DIFFERENCES:       ".
    05 WS-TOT-DIFFERS       PIC ZZ,ZZ9.
    05 FILLER               PIC X(21) VALUE "  CHAIN BREAKS:      ".
    05 WS-TOT-BREAKS        PIC ZZZ,ZZ9.
01  WS-TOTAL-LINE-2.
    05 FILLER               PIC X(21) VALUE "AUDIT RECORDS READ:  ".
    05 WS-TOT-READ          PIC ZZZ,ZZZ,ZZ9.
    05 FILLER               PIC X(13) VALUE "  APPLIED:   ".
    05 WS-TOT-APPLIED       PIC ZZZ,ZZZ,ZZ9.
    05 FILLER               PIC X(22) VALUE "  BEFORE SNAPSHOT:    ".
    05 WS-TOT-BEFORE        PIC ZZZ,ZZZ,ZZ9.
    05 FILLER               PIC X(19) VALUE "  AFTER AS-OF:     ".
    05 WS-TOT-AFTER         PIC ZZZ,ZZZ,ZZ9.
01  WS-TOTAL-LINE-3.
    05 FILLER               PIC X(21) VALUE "OUT OF SEQUENCE:     ".
    05 WS-TOT-SEQUENCE      PIC ZZZ,ZZ9.
    05 FILLER               PIC X(21) VALUE "  BALNEW WRITTEN:    ".
    05 WS-TOT-WRITTEN       PIC ZZ,ZZ9.

PROCEDURE DIVISION.
MAIN-PARAGRAPH.
    PERFORM GET-BUSINESS-DATE
    PERFORM READ-CONTROL-CARD
    IF NOT PARM-OK
        DISPLAY 'CALCRBLD: MISSING OR INVALID RBLDPARM CARD - '
            'SUPPLY THE AS-OF DATE AS YYYYMMDD'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-AS-OF-DATE > WS-RUN-DATE
        DISPLAY 'CALCRBLD: AS-OF DATE ' WS-AS-OF-DATE
            ' IS IN THE FUTURE - NOTHING REBUILT'
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM FIND-BASE-PERIOD
    PERFORM OPEN-FILES
    IF ABORT-RUN
        PERFORM CLOSE-FILES
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    IF SNAPSHOT-FOUND
        PERFORM UNTIL END-OF-PERHIST-FILE
            PERFORM LOAD-SNAPSHOT-RECORD
        END-PERFORM
        IF WS-SNAPSHOT-COUNT = ZERO
            DISPLAY 'CALCRBLD: PERIOD ' WS-BASE-PERIOD
                ' IS CLOSED ON CLSEREG BUT HAS NO PERHIST SNAPSHOT'
                ' - NOTHING REBUILT'
            PERFORM CLOSE-FILES
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    PERFORM UNTIL END-OF-AUDIT-FILE
        PERFORM READ-AUDIT-RECORD
        IF NOT END-OF-AUDIT-FILE
            PERFORM APPLY-AUDIT-RECORD
        END-IF
    END-PERFORM
    PERFORM WRITE-HEADINGS
    IF WS-OPERATOR-COUNT > 0
        PERFORM REBUILD-OPERATOR
            VARYING OPR-IDX FROM 1 BY 1
            UNTIL OPR-IDX > WS-OPERATOR-COUNT
    END-IF
    PERFORM CHECK-NOT-REBUILT
    PERFORM WRITE-TOTALS
    PERFORM CLOSE-FILES
    DISPLAY 'CALCRBLD: ' WS-WRITTEN-COUNT ' BALANCES REBUILT AS OF '
        WS-AS-OF-DATE ' FROM PERIOD ' WS-BASE-PERIOD
    EVALUATE TRUE
        WHEN WS-ERROR-COUNT > 0
            OR WS-BREAK-COUNT > 0
            OR WS-SEQUENCE-ERROR-COUNT > 0
            DISPLAY 'CALCRBLD: ' WS-BREAK-COUNT ' CHAIN BREAK(S), '
                WS-SEQUENCE-ERROR-COUNT ' SEQUENCE ERROR(S), '
                WS-ERROR-COUNT ' OTHER ERROR(S) - DO NOT SWAP IN BALNEW'
            MOVE 8 TO RETURN-CODE
        WHEN WS-DIFFER-COUNT > 0
            DISPLAY 'CALCRBLD: ' WS-DIFFER-COUNT
                ' OPERATOR(S) DIFFER FROM THE LIVE REGISTER'
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            MOVE 0 TO RETURN-CODE
    END-EVALUATE
    STOP RUN.

GET-BUSINESS-DATE.
    SET WS-BDT-GET TO TRUE
    CALL 'CALCBDTE' USING WS-BUSDATE-AREA
    IF NOT WS-BDT-OK
        DISPLAY 'CALCRBLD: BUSINESS DATE NOT AVAILABLE FROM CALENDAR'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-BDT-DATE-OUT TO WS-RUN-DATE.

READ-CONTROL-CARD.
    OPEN INPUT PARM-FILE
    IF WS-PARM-STATUS = '00'
        READ PARM-FILE
            AT END
                CONTINUE
            NOT AT END
                IF PARM-AS-OF-DATE IS NUMERIC
                    AND PARM-AS-OF-DATE(5:2) >= '01'
                    AND PARM-AS-OF-DATE(5:2) <= '12'
                    AND PARM-AS-OF-DATE(7:2) >= '01'
                    AND PARM-AS-OF-DATE(7:2) <= '31'
                    MOVE 'Y' TO WS-PARM-OK-SWITCH
                    MOVE PARM-AS-OF-DATE TO WS-AS-OF-DATE
                    MOVE PARM-AS-OF-DATE(1:6) TO WS-AS-OF-MONTH
                END-IF
        END-READ
        CLOSE PARM-FILE
    END-IF.

FIND-BASE-PERIOD.
    OPEN INPUT CLSEREG-FILE
    IF WS-CLSEREG-STATUS = '00'
        PERFORM READ-CLSEREG-RECORD
            UNTIL END-OF-CLSEREG-FILE
        CLOSE CLSEREG-FILE
    END-IF
    IF SNAPSHOT-FOUND
        DISPLAY 'CALCRBLD: STARTING FROM PERHIST SNAPSHOT FOR '
            WS-BASE-PERIOD ' (CLOSED ' WS-BASE-CLOSE-DATE ')'
    ELSE
        DISPLAY 'CALCRBLD: NO CLOSED PERIOD BEFORE ' WS-AS-OF-MONTH
            ' - REBUILDING FROM ZERO OVER THE WHOLE OF AUDITIN'
    END-IF.

READ-CLSEREG-RECORD.
    READ CLSEREG-FILE
        AT END
            MOVE 'Y' TO WS-CLSEREG-EOF-SWITCH
        NOT AT END
            IF CLSEREG-STATUS = 'C'
                AND CLSEREG-PERIOD < WS-AS-OF-MONTH
                AND CLSEREG-PERIOD > WS-BASE-PERIOD
                MOVE CLSEREG-PERIOD     TO WS-BASE-PERIOD
                MOVE CLSEREG-CLOSE-DATE TO WS-BASE-CLOSE-DATE
                MOVE 'Y' TO WS-SNAPSHOT-SWITCH
            END-IF
    END-READ.

OPEN-FILES.
    OPEN INPUT PERHIST-FILE
    IF WS-PERHIST-STATUS NOT = '00'
        DISPLAY 'CALCRBLD: UNABLE TO OPEN PERHIST, STATUS='
            WS-PERHIST-STATUS
        MOVE 'Y' TO WS-ABORT-SWITCH
    END-IF
    OPEN INPUT AUDIT-FILE
    IF WS-AUDIT-STATUS NOT = '00'
        DISPLAY 'CALCRBLD: UNABLE TO OPEN AUDITIN, STATUS='
            WS-AUDIT-STATUS
        MOVE 'Y' TO WS-ABORT-SWITCH
    END-IF
    OPEN INPUT BALANCE-FILE
    IF WS-BALANCE-STATUS NOT = '00'
        DISPLAY 'CALCRBLD: UNABLE TO OPEN BALANCE, STATUS='
            WS-BALANCE-STATUS
        MOVE 'Y' TO WS-ABORT-SWITCH
    END-IF
    OPEN OUTPUT BALNEW-FILE
    IF WS-BALNEW-STATUS NOT = '00'
        DISPLAY 'CALCRBLD: UNABLE TO OPEN BALNEW, STATUS='
            WS-BALNEW-STATUS
        MOVE 'Y' TO WS-ABORT-SWITCH
    END-IF
    OPEN OUTPUT REPORT-FILE
    IF WS-REPORT-STATUS NOT = '00'
        DISPLAY 'CALCRBLD: UNABLE TO OPEN RBLDRPT, STATUS='
            WS-REPORT-STATUS
        MOVE 'Y' TO WS-ABORT-SWITCH
    END-IF.

LOAD-SNAPSHOT-RECORD.
    READ PERHIST-FILE NEXT RECORD
        AT END
            MOVE 'Y' TO WS-PERHIST-EOF-SWITCH
        NOT AT END
            IF PH-PERIOD = WS-BASE-PERIOD
                MOVE PH-OPERATOR-ID TO WS-SEARCH-ID
                PERFORM FIND-OPERATOR-ENTRY
                IF ENTRY-FOUND
                    MOVE 'Y' TO WS-OPR-SNAPSHOT-SW(OPR-IDX)
                    MOVE PH-CLOSING-BAL
                        TO WS-OPR-SNAPSHOT-BAL(OPR-IDX)
                    MOVE PH-CLOSING-BAL
                        TO WS-OPR-REBUILT-BAL(OPR-IDX)
                    ADD 1 TO WS-SNAPSHOT-COUNT
                END-IF
            END-IF
    END-READ.

READ-AUDIT-RECORD.
    READ AUDIT-FILE
        AT END
            MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
    END-READ.

APPLY-AUDIT-RECORD.
    ADD 1 TO WS-AUDIT-READ-COUNT
    IF CALC-AUDIT-TIMESTAMP(1:8) < WS-LAST-AUDIT-DATE
        IF WS-SEQUENCE-ERROR-COUNT = ZERO
            DISPLAY 'CALCRBLD: AUDITIN OUT OF DATE ORDER AT '
                CALC-AUDIT-OPERATOR-ID ' ' CALC-AUDIT-TIMESTAMP
                ' - CHECK THE GENERATION CONCATENATION'
        END-IF
        ADD 1 TO WS-SEQUENCE-ERROR-COUNT
    ELSE
        MOVE CALC-AUDIT-TIMESTAMP(1:8) TO WS-LAST-AUDIT-DATE
    END-IF
    EVALUATE TRUE
        WHEN CALC-AUDIT-TIMESTAMP(1:6) NOT > WS-BASE-PERIOD
            ADD 1 TO WS-AUDIT-BEFORE-COUNT
        WHEN CALC-AUDIT-TIMESTAMP(1:8) > WS-AS-OF-DATE
            ADD 1 TO WS-AUDIT-AFTER-COUNT
        WHEN OTHER
            MOVE CALC-AUDIT-OPERATOR-ID TO WS-SEARCH-ID
            PERFORM FIND-OPERATOR-ENTRY
            IF ENTRY-FOUND
                PERFORM ROLL-FORWARD-OPERATOR
            END-IF
    END-EVALUATE.

ROLL-FORWARD-OPERATOR.
    ADD 1 TO WS-AUDIT-APPLIED-COUNT
    ADD 1 TO WS-OPR-AUDIT-COUNT(OPR-IDX)
    IF CALC-AUDIT-BEFORE-BAL NOT = WS-OPR-REBUILT-BAL(OPR-IDX)
        IF WS-OPR-BREAK-COUNT(OPR-IDX) = ZERO
            MOVE CALC-AUDIT-TIMESTAMP
                TO WS-OPR-FIRST-BREAK(OPR-IDX)
        END-IF
        ADD 1 TO WS-OPR-BREAK-COUNT(OPR-IDX)
        ADD 1 TO WS-BREAK-COUNT
    END-IF
    MOVE CALC-AUDIT-AFTER-BAL TO WS-OPR-REBUILT-BAL(OPR-IDX).

FIND-OPERATOR-ENTRY.
    MOVE 'N' TO WS-ENTRY-FOUND-SWITCH
    PERFORM VARYING OPR-IDX FROM 1 BY 1
        UNTIL OPR-IDX > WS-OPERATOR-COUNT OR ENTRY-FOUND
        IF WS-OPR-ID(OPR-IDX) = WS-SEARCH-ID
            MOVE 'Y' TO WS-ENTRY-FOUND-SWITCH
        END-IF
    END-PERFORM
    IF ENTRY-FOUND
        SET OPR-IDX DOWN BY 1
    ELSE
        IF WS-OPERATOR-COUNT >= WS-OPERATOR-MAX
            DISPLAY 'CALCRBLD: OPERATOR TABLE FULL - '
                WS-SEARCH-ID ' NOT REBUILT'
            ADD 1 TO WS-ERROR-COUNT
        ELSE
            ADD 1 TO WS-OPERATOR-COUNT
            SET OPR-IDX TO WS-OPERATOR-COUNT
            MOVE WS-SEARCH-ID TO WS-OPR-ID(OPR-IDX)
            MOVE 'N'    TO WS-OPR-SNAPSHOT-SW(OPR-IDX)
            MOVE ZERO   TO WS-OPR-SNAPSHOT-BAL(OPR-IDX)
            MOVE ZERO   TO WS-OPR-REBUILT-BAL(OPR-IDX)
            MOVE ZERO   TO WS-OPR-AUDIT-COUNT(OPR-IDX)
            MOVE ZERO   TO WS-OPR-BREAK-COUNT(OPR-IDX)
            MOVE SPACES TO WS-OPR-FIRST-BREAK(OPR-IDX)
            MOVE 'Y' TO WS-ENTRY-FOUND-SWITCH
        END-IF
    END-IF.

REBUILD-OPERATOR.
    MOVE WS-OPR-ID(OPR-IDX)          TO NEW-OPERATOR-ID
    MOVE WS-OPR-REBUILT-BAL(OPR-IDX) TO NEW-RUNNING-TOTAL
    WRITE NEW-BALANCE-RECORD
        INVALID KEY
            DISPLAY 'CALCRBLD: UNABLE TO WRITE BALNEW FOR '
                NEW-OPERATOR-ID ', STATUS=' WS-BALNEW-STATUS
            ADD 1 TO WS-ERROR-COUNT
        NOT INVALID KEY
            ADD 1 TO WS-WRITTEN-COUNT
    END-WRITE
    PERFORM READ-REGISTER-BALANCE
    COMPUTE WS-DIFFERENCE =
        WS-REGISTER-BAL - WS-OPR-REBUILT-BAL(OPR-IDX)
    EVALUATE TRUE
        WHEN WS-OPR-BREAK-COUNT(OPR-IDX) > ZERO
            MOVE 'CHAIN BREAK' TO WS-DET-STATUS
            ADD 1 TO WS-CHAIN-OPR-COUNT
        WHEN NOT BALANCE-FOUND
            MOVE 'NOT ON REGISTER' TO WS-DET-STATUS
            ADD 1 TO WS-DIFFER-COUNT
        WHEN WS-DIFFERENCE NOT = ZERO
            MOVE 'DIFFERS' TO WS-DET-STATUS
            ADD 1 TO WS-DIFFER-COUNT
        WHEN OTHER
            MOVE 'MATCH' TO WS-DET-STATUS
            ADD 1 TO WS-MATCH-COUNT
    END-EVALUATE
    MOVE WS-OPR-ID(OPR-IDX) TO WS-DET-OPERATOR-ID
    IF OPR-HAS-SNAPSHOT(OPR-IDX)
        MOVE WS-OPR-SNAPSHOT-BAL(OPR-IDX) TO WS-DET-SNAPSHOT
    ELSE
        MOVE SPACES TO WS-DET-SNAPSHOT-X
    END-IF
    MOVE WS-OPR-AUDIT-COUNT(OPR-IDX)  TO WS-DET-RECORDS
    MOVE WS-OPR-REBUILT-BAL(OPR-IDX)  TO WS-DET-REBUILT
    IF BALANCE-FOUND
        MOVE WS-REGISTER-BAL TO WS-DET-REGISTER
    ELSE
        MOVE SPACES TO WS-DET-REGISTER-X
    END-IF
    MOVE WS-DIFFERENCE                TO WS-DET-DIFFERENCE
    MOVE WS-OPR-BREAK-COUNT(OPR-IDX)  TO WS-DET-BREAKS
    MOVE WS-OPR-FIRST-BREAK(OPR-IDX)  TO WS-DET-FIRST-BREAK
    WRITE REPORT-LINE FROM WS-DETAIL-LINE.

READ-REGISTER-BALANCE.
    MOVE 'Y' TO WS-BALANCE-FOUND-SWITCH
    MOVE WS-OPR-ID(OPR-IDX) TO BAL-OPERATOR-ID
    READ BALANCE-FILE
        INVALID KEY
            MOVE 'N' TO WS-BALANCE-FOUND-SWITCH
            MOVE ZERO TO WS-REGISTER-BAL
        NOT INVALID KEY
            MOVE BAL-RUNNING-TOTAL TO WS-REGISTER-BAL
    END-READ.

CHECK-NOT-REBUILT.
    MOVE LOW-VALUES TO BAL-OPERATOR-ID
    START BALANCE-FILE KEY IS NOT LESS THAN BAL-OPERATOR-ID
        INVALID KEY
            MOVE 'Y' TO WS-BALANCE-EOF-SWITCH
    END-START
    PERFORM UNTIL END-OF-BALANCE-FILE
        READ BALANCE-FILE NEXT RECORD
            AT END
                MOVE 'Y' TO WS-BALANCE-EOF-SWITCH
            NOT AT END
                PERFORM CHECK-REGISTER-ENTRY
        END-READ
    END-PERFORM.

CHECK-REGISTER-ENTRY.
    MOVE 'N' TO WS-ENTRY-FOUND-SWITCH
    PERFORM VARYING OPR-IDX FROM 1 BY 1
        UNTIL OPR-IDX > WS-OPERATOR-COUNT OR ENTRY-FOUND
        IF WS-OPR-ID(OPR-IDX) = BAL-OPERATOR-ID
            MOVE 'Y' TO WS-ENTRY-FOUND-SWITCH
        END-IF
    END-PERFORM
    IF NOT ENTRY-FOUND
        MOVE BAL-OPERATOR-ID   TO WS-DET-OPERATOR-ID
        MOVE SPACES            TO WS-DET-SNAPSHOT-X
        MOVE ZERO              TO WS-DET-RECORDS
        MOVE SPACES            TO WS-DET-REBUILT-X
        MOVE BAL-RUNNING-TOTAL TO WS-DET-REGISTER
        MOVE BAL-RUNNING-TOTAL TO WS-DET-DIFFERENCE
        MOVE 'NOT REBUILT'     TO WS-DET-STATUS
        MOVE ZERO              TO WS-DET-BREAKS
        MOVE SPACES            TO WS-DET-FIRST-BREAK
        WRITE REPORT-LINE FROM WS-DETAIL-LINE
        ADD 1 TO WS-DIFFER-COUNT
    END-IF.

WRITE-HEADINGS.
    MOVE WS-AS-OF-DATE TO WS-HDG-AS-OF-DATE
    IF SNAPSHOT-FOUND
        MOVE WS-BASE-PERIOD TO WS-HDG-PERIOD
    ELSE
        MOVE 'NONE' TO WS-HDG-PERIOD
    END-IF
    MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
    WRITE REPORT-LINE FROM WS-HEADING-1
    WRITE REPORT-LINE FROM WS-HEADING-2.

WRITE-TOTALS.
    MOVE WS-OPERATOR-COUNT       TO WS-TOT-REBUILT
    MOVE WS-MATCH-COUNT          TO WS-TOT-MATCHED
    MOVE WS-DIFFER-COUNT         TO WS-TOT-DIFFERS
    MOVE WS-BREAK-COUNT          TO WS-TOT-BREAKS
    MOVE WS-AUDIT-READ-COUNT     TO WS-TOT-READ
    MOVE WS-AUDIT-APPLIED-COUNT  TO WS-TOT-APPLIED
    MOVE WS-AUDIT-BEFORE-COUNT   TO WS-TOT-BEFORE
    MOVE WS-AUDIT-AFTER-COUNT    TO WS-TOT-AFTER
    MOVE WS-SEQUENCE-ERROR-COUNT TO WS-TOT-SEQUENCE
    MOVE WS-WRITTEN-COUNT        TO WS-TOT-WRITTEN
    WRITE REPORT-LINE FROM WS-TOTAL-LINE-1
    WRITE REPORT-LINE FROM WS-TOTAL-LINE-2
    WRITE REPORT-LINE FROM WS-TOTAL-LINE-3.

CLOSE-FILES.
    CLOSE PERHIST-FILE
    CLOSE AUDIT-FILE
    CLOSE BALANCE-FILE
    CLOSE BALNEW-FILE
    CLOSE REPORT-FILE.
