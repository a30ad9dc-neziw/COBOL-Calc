IDENTIFICATION DIVISION.
PROGRAM-ID. CALCGLJ.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AUDIT-FILE ASSIGN TO AUDITDAY
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.
    SELECT OPERATOR-FILE ASSIGN TO OPERMAST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OPR-OPERATOR-ID
        FILE STATUS IS WS-OPERATOR-STATUS.
    SELECT GLMAP-FILE ASSIGN TO GLMAP
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GLM-KEY
        FILE STATUS IS WS-GLMAP-STATUS.
    SELECT GLPARM-FILE ASSIGN TO GLPARM
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-GLPARM-STATUS.
    SELECT OPTIONAL RPTPARM-FILE ASSIGN TO RPTPARM
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-RPTPARM-STATUS.
    SELECT JOURNAL-FILE ASSIGN TO GLJRNL
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-STATUS.
    SELECT REPORT-FILE ASSIGN TO GLRPT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  AUDIT-FILE.
    COPY CALCAUDR.

FD  OPERATOR-FILE.
    COPY CALCOPR.

FD  GLMAP-FILE.
    COPY CALCGLM.

FD  GLPARM-FILE.
01  GLPARM-RECORD.
    05 GLPARM-KEYWORD       PIC X(8).
    05 FILLER               PIC X(1).
    05 GLPARM-ACCOUNT       PIC X(10).
    05 FILLER               PIC X(1).
    05 GLPARM-COST-CENTER   PIC X(6).
    05 FILLER               PIC X(54).

FD  RPTPARM-FILE.
01  RPTPARM-RECORD          PIC X(80).

FD  JOURNAL-FILE.
01  JOURNAL-LINE            PIC X(80).

FD  REPORT-FILE.
01  REPORT-LINE             PIC X(132).

WORKING-STORAGE SECTION.
01  WS-AUDIT-STATUS         PIC X(2).
01  WS-OPERATOR-STATUS      PIC X(2).
01  WS-GLMAP-STATUS         PIC X(2).
01  WS-GLPARM-STATUS        PIC X(2).
01  WS-RPTPARM-STATUS       PIC X(2).
01  WS-JOURNAL-STATUS       PIC X(2).
01  WS-REPORT-STATUS        PIC X(2).
01  WS-EOF-SWITCH           PIC X(1) VALUE 'N'.
    88 END-OF-AUDIT-FILE    VALUE 'Y'.
01  WS-GLPARM-EOF-SWITCH    PIC X(1) VALUE 'N'.
    88 END-OF-GLPARM-FILE   VALUE 'Y'.
01  WS-ABORT-SWITCH         PIC X(1) VALUE 'N'.
    88 ABORT-RUN            VALUE 'Y'.
01  WS-ENTRY-FOUND-SWITCH   PIC X(1).
    88 ENTRY-FOUND          VALUE 'Y'.
01  WS-RUN-DATE             PIC X(8).
COPY CALCBDTW.
01  WS-DEPARTMENT           PIC X(10).
01  WS-GL-TYPE              PIC X(1).
01  WS-MOVEMENT             PIC S9(11)V99 COMP-3.
01  WS-SUSPENSE-ACCOUNT     PIC X(10) VALUE SPACES.
01  WS-SUSPENSE-COST-CENTER PIC X(6)  VALUE SPACES.

01  WS-GL-COUNT             PIC 9(3) COMP VALUE ZERO.
01  WS-GL-MAX               PIC 9(3) COMP VALUE 300.
01  WS-GL-TABLE.
    05 WS-GL-ENTRY OCCURS 300 TIMES INDEXED BY GL-IDX.
       10 WS-GLE-DEPARTMENT     PIC X(10).
       10 WS-GLE-GL-TYPE        PIC X(1).
       10 WS-GLE-TRAN-COUNT     PIC 9(7) COMP-3.
       10 WS-GLE-MOVEMENT       PIC S9(11)V99 COMP-3.
       10 WS-GLE-DEBIT-ACCOUNT  PIC X(10).
       10 WS-GLE-DEBIT-CC       PIC X(6).
       10 WS-GLE-CREDIT-ACCOUNT PIC X(10).
       10 WS-GLE-CREDIT-CC      PIC X(6).
       10 WS-GLE-MAPPED-SWITCH  PIC X(1).
          88 GLE-MAPPED         VALUE 'Y'.

01  WS-POST-AMOUNT          PIC S9(11)V99 COMP-3.
01  WS-JOURNAL-COUNT        PIC 9(7) COMP-3 VALUE ZERO.
01  WS-DEBIT-TOTAL          PIC S9(13)V99 COMP-3 VALUE ZERO.
01  WS-CREDIT-TOTAL         PIC S9(13)V99 COMP-3 VALUE ZERO.
01  WS-GRAND-TRAN-COUNT     PIC 9(7) COMP-3 VALUE ZERO.
01  WS-GRAND-MOVEMENT       PIC S9(13)V99 COMP-3 VALUE ZERO.
01  WS-EXCEPTION-COUNT      PIC 9(3) COMP VALUE ZERO.
01  WS-EXCEPTION-MOVEMENT   PIC S9(13)V99 COMP-3 VALUE ZERO.

01  WS-JRN-HEADER-LINE.
    05 FILLER               PIC X(4)  VALUE "HDR,".
    05 WS-JHD-DATE          PIC X(8).
    05 FILLER               PIC X(8)  VALUE ",CALCGLJ".
01  WS-JRN-DETAIL-LINE.
    05 WS-JRN-ACCOUNT       PIC X(10).
    05 FILLER               PIC X(1)  VALUE ",".
    05 WS-JRN-COST-CENTER   PIC X(6).
    05 FILLER               PIC X(1)  VALUE ",".
    05 WS-JRN-DR-CR         PIC X(1).
    05 FILLER               PIC X(1)  VALUE ",".
    05 WS-JRN-AMOUNT        PIC 9(11).99.
    05 FILLER               PIC X(1)  VALUE ",".
    05 WS-JRN-DEPARTMENT    PIC X(10).
    05 FILLER               PIC X(1)  VALUE ",".
    05 WS-JRN-GL-TYPE       PIC X(1).
    05 FILLER               PIC X(1)  VALUE ",".
    05 WS-JRN-SUSPENSE      PIC X(1).
01  WS-JRN-TRAILER-LINE.
    05 FILLER               PIC X(4)  VALUE "TRL,".
    05 WS-JTR-COUNT         PIC 9(7).
    05 FILLER               PIC X(1)  VALUE ",".
    05 WS-JTR-DEBITS        PIC 9(13).99.
    05 FILLER               PIC X(1)  VALUE ",".
    05 WS-JTR-CREDITS       PIC 9(13).99.

01  WS-HEADING-1.
    05 FILLER               PIC X(40) VALUE
       "GENERAL LEDGER JOURNAL SUMMARY:         ".
    05 WS-HDG-RUN-DATE      PIC X(8).
01  WS-HEADING-2.
    05 FILLER PIC X(100) VALUE
       "DEPARTMENT T   TRANS       MOVEMENT DEBIT ACCT COST   CREDIT ACCT COST   NOTE".
01  WS-DETAIL-LINE.
    05 WS-DET-DEPARTMENT    PIC X(10).
    05 FILLER               PIC X(1)  VALUE SPACE.
    05 WS-DET-GL-TYPE       PIC X(1).
    05 FILLER               PIC X(1)  VALUE SPACE.
    05 WS-DET-TRAN-COUNT    PIC ZZZ,ZZ9.
    05 FILLER               PIC X(1)  VALUE SPACE.
    05 WS-DET-MOVEMENT      PIC -(11)9.99.
    05 FILLER               PIC X(1)  VALUE SPACE.
    05 WS-DET-DEBIT-ACCOUNT PIC X(10).
    05 FILLER               PIC X(1)  VALUE SPACE.
    05 WS-DET-DEBIT-CC      PIC X(6).
    05 FILLER               PIC X(1)  VALUE SPACE.
    05 WS-DET-CREDIT-ACCOUNT PIC X(10).
    05 FILLER               PIC X(2)  VALUE SPACE.
    05 WS-DET-CREDIT-CC     PIC X(6).
    05 FILLER               PIC X(1)  VALUE SPACE.
    05 WS-DET-NOTE          PIC X(20).
01  WS-TOTAL-LINE.
    05 FILLER               PIC X(10) VALUE "GRAND TOTL".
    05 FILLER               PIC X(3)  VALUE SPACE.
    05 WS-TOT-TRAN-COUNT    PIC ZZZ,ZZ9.
    05 FILLER               PIC X(1)  VALUE SPACE.
    05 WS-TOT-MOVEMENT      PIC -(11)9.99.
01  WS-JOURNAL-TOTAL-LINE.
    05 FILLER               PIC X(15) VALUE "JOURNAL LINES: ".
    05 WS-JTL-COUNT         PIC ZZZ,ZZ9.
    05 FILLER               PIC X(11) VALUE "  DEBITS:  ".
    05 WS-JTL-DEBITS        PIC Z(12)9.99.
    05 FILLER               PIC X(11) VALUE "  CREDITS: ".
    05 WS-JTL-CREDITS       PIC Z(12)9.99.
01  WS-EXCEPTION-HEADING-1.
    05 FILLER               PIC X(50) VALUE
       "GL MAPPING EXCEPTIONS - POSTED TO SUSPENSE ACCOUNT".
    05 FILLER               PIC X(1)  VALUE SPACE.
    05 WS-EXH-ACCOUNT       PIC X(10).
    05 FILLER               PIC X(1)  VALUE SPACE.
    05 WS-EXH-COST-CENTER   PIC X(6).
01  WS-EXCEPTION-HEADING-2.
    05 FILLER PIC X(80) VALUE
       "DEPARTMENT T   TRANS       MOVEMENT REASON".
01  WS-EXCEPTION-LINE.
    05 WS-EXC-DEPARTMENT    PIC X(10).
    05 FILLER               PIC X(1)  VALUE SPACE.
    05 WS-EXC-GL-TYPE       PIC X(1).
    05 FILLER               PIC X(1)  VALUE SPACE.
    05 WS-EXC-TRAN-COUNT    PIC ZZZ,ZZ9.
    05 FILLER               PIC X(1)  VALUE SPACE.
    05 WS-EXC-MOVEMENT      PIC -(11)9.99.
    05 FILLER               PIC X(1)  VALUE SPACE.
    05 FILLER               PIC X(40) VALUE
       "NO GLMAP ENTRY FOR DEPARTMENT AND TYPE".
01  WS-EXCEPTION-TOTAL-LINE.
    05 FILLER               PIC X(10) VALUE "EXCEPTIONS".
    05 FILLER               PIC X(3)  VALUE SPACE.
    05 WS-EXT-COUNT         PIC ZZZ,ZZ9.
    05 FILLER               PIC X(1)  VALUE SPACE.
    05 WS-EXT-MOVEMENT      PIC -(11)9.99.
01  WS-NO-EXCEPTION-LINE.
    05 FILLER               PIC X(40) VALUE
       "NONE - EVERY DEPARTMENT AND TYPE MAPPED".

PROCEDURE DIVISION.
MAIN-PARAGRAPH.
    PERFORM OPEN-FILES
    IF ABORT-RUN
        PERFORM CLOSE-FILES
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL END-OF-AUDIT-FILE OR ABORT-RUN
        PERFORM READ-AUDIT-RECORD
        IF NOT END-OF-AUDIT-FILE
            AND CALC-AUDIT-TIMESTAMP(1:8) = WS-RUN-DATE
            PERFORM POST-AUDIT-TO-SUMMARY
        END-IF
    END-PERFORM
    IF ABORT-RUN
        PERFORM CLOSE-FILES
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM MAP-SUMMARY-ENTRY
        VARYING GL-IDX FROM 1 BY 1
        UNTIL GL-IDX > WS-GL-COUNT
    PERFORM WRITE-JOURNAL
    PERFORM WRITE-REPORT
    PERFORM CLOSE-FILES
    EVALUATE TRUE
        WHEN WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
            DISPLAY 'CALCGLJ: JOURNAL OUT OF BALANCE - DEBITS '
                WS-DEBIT-TOTAL ' CREDITS ' WS-CREDIT-TOTAL
            MOVE 16 TO RETURN-CODE
        WHEN WS-EXCEPTION-COUNT > 0
            DISPLAY 'CALCGLJ: ' WS-EXCEPTION-COUNT
                ' UNMAPPED DEPARTMENT/TYPE(S) POSTED TO SUSPENSE'
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            MOVE 0 TO RETURN-CODE
    END-EVALUATE
    STOP RUN.

OPEN-FILES.
    PERFORM GET-BUSINESS-DATE
    PERFORM READ-REPORT-DATE
    OPEN INPUT AUDIT-FILE
    IF WS-AUDIT-STATUS NOT = '00'
        DISPLAY 'CALCGLJ: UNABLE TO OPEN AUDITDAY, STATUS='
            WS-AUDIT-STATUS
        MOVE 'Y' TO WS-ABORT-SWITCH
    END-IF
    OPEN INPUT OPERATOR-FILE
    IF WS-OPERATOR-STATUS NOT = '00'
        DISPLAY 'CALCGLJ: UNABLE TO OPEN OPERMAST, STATUS='
            WS-OPERATOR-STATUS
        MOVE 'Y' TO WS-ABORT-SWITCH
    END-IF
    OPEN INPUT GLMAP-FILE
    IF WS-GLMAP-STATUS NOT = '00'
        DISPLAY 'CALCGLJ: UNABLE TO OPEN GLMAP, STATUS='
            WS-GLMAP-STATUS
        MOVE 'Y' TO WS-ABORT-SWITCH
    END-IF
    OPEN INPUT GLPARM-FILE
    IF WS-GLPARM-STATUS NOT = '00'
        DISPLAY 'CALCGLJ: UNABLE TO OPEN GLPARM, STATUS='
            WS-GLPARM-STATUS
        MOVE 'Y' TO WS-ABORT-SWITCH
    ELSE
        PERFORM READ-GL-PARM
    END-IF
    OPEN OUTPUT JOURNAL-FILE
    IF WS-JOURNAL-STATUS NOT = '00'
        DISPLAY 'CALCGLJ: UNABLE TO OPEN GLJRNL, STATUS='
            WS-JOURNAL-STATUS
        MOVE 'Y' TO WS-ABORT-SWITCH
    END-IF
    OPEN OUTPUT REPORT-FILE
    IF WS-REPORT-STATUS NOT = '00'
        DISPLAY 'CALCGLJ: UNABLE TO OPEN GLRPT, STATUS='
            WS-REPORT-STATUS
        MOVE 'Y' TO WS-ABORT-SWITCH
    END-IF.

GET-BUSINESS-DATE.
    SET WS-BDT-GET TO TRUE
    CALL 'CALCBDTE' USING WS-BUSDATE-AREA
    IF NOT WS-BDT-OK
        DISPLAY 'CALCGLJ: BUSINESS DATE NOT AVAILABLE FROM CALENDAR'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-BDT-DATE-OUT TO WS-RUN-DATE.

READ-REPORT-DATE.
    OPEN INPUT RPTPARM-FILE
    IF WS-RPTPARM-STATUS = '00' OR '05'
        READ RPTPARM-FILE
            AT END
                CONTINUE
            NOT AT END
                IF RPTPARM-RECORD(1:8) IS NUMERIC
                    MOVE RPTPARM-RECORD(1:8) TO WS-RUN-DATE
                END-IF
        END-READ
        CLOSE RPTPARM-FILE
    END-IF.

READ-GL-PARM.
    PERFORM UNTIL END-OF-GLPARM-FILE
        READ GLPARM-FILE
            AT END
                MOVE 'Y' TO WS-GLPARM-EOF-SWITCH
            NOT AT END
                IF GLPARM-KEYWORD = 'SUSPENSE'
                    MOVE GLPARM-ACCOUNT     TO WS-SUSPENSE-ACCOUNT
                    MOVE GLPARM-COST-CENTER TO WS-SUSPENSE-COST-CENTER
                END-IF
        END-READ
    END-PERFORM
    CLOSE GLPARM-FILE
    IF WS-SUSPENSE-ACCOUNT = SPACES
        DISPLAY 'CALCGLJ: NO SUSPENSE ACCOUNT CARD ON GLPARM'
        MOVE 'Y' TO WS-ABORT-SWITCH
    END-IF.

READ-AUDIT-RECORD.
    READ AUDIT-FILE
        AT END
            MOVE 'Y' TO WS-EOF-SWITCH
    END-READ.

POST-AUDIT-TO-SUMMARY.
    MOVE CALC-AUDIT-OPERATOR-ID TO OPR-OPERATOR-ID
    PERFORM LOOK-UP-DEPARTMENT
    PERFORM SET-GL-TYPE
    PERFORM FIND-GL-ENTRY
    IF ENTRY-FOUND
        ADD 1 TO WS-GLE-TRAN-COUNT(GL-IDX)
        COMPUTE WS-MOVEMENT =
            CALC-AUDIT-AFTER-BAL - CALC-AUDIT-BEFORE-BAL
        ADD WS-MOVEMENT TO WS-GLE-MOVEMENT(GL-IDX)
        ADD 1 TO WS-GRAND-TRAN-COUNT
        ADD WS-MOVEMENT TO WS-GRAND-MOVEMENT
    END-IF.

LOOK-UP-DEPARTMENT.
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

SET-GL-TYPE.
    EVALUATE TRUE
        WHEN CALC-AUDIT-LIMIT-OVERRIDE
            MOVE 'O' TO WS-GL-TYPE
        WHEN CALC-AUDIT-ADJUSTMENT
            MOVE 'J' TO WS-GL-TYPE
        WHEN CALC-AUDIT-REVERSAL
            MOVE 'R' TO WS-GL-TYPE
        WHEN CALC-AUDIT-TRANSFER
            MOVE 'T' TO WS-GL-TYPE
        WHEN CALC-AUDIT-CHOICE = 'B' OR 'F' OR 'Z'
            MOVE 'B' TO WS-GL-TYPE
        WHEN OTHER
            MOVE 'C' TO WS-GL-TYPE
    END-EVALUATE.

FIND-GL-ENTRY.
    MOVE 'N' TO WS-ENTRY-FOUND-SWITCH
    PERFORM VARYING GL-IDX FROM 1 BY 1
        UNTIL GL-IDX > WS-GL-COUNT OR ENTRY-FOUND
        IF WS-GLE-DEPARTMENT(GL-IDX) = WS-DEPARTMENT
            AND WS-GLE-GL-TYPE(GL-IDX) = WS-GL-TYPE
            MOVE 'Y' TO WS-ENTRY-FOUND-SWITCH
        END-IF
    END-PERFORM
    IF ENTRY-FOUND
        SET GL-IDX DOWN BY 1
    ELSE
        IF WS-GL-COUNT >= WS-GL-MAX
            DISPLAY 'CALCGLJ: GL SUMMARY TABLE FULL AT '
                WS-DEPARTMENT ' ' WS-GL-TYPE ' - NO JOURNAL CUT'
            MOVE 'Y' TO WS-ABORT-SWITCH
        ELSE
            ADD 1 TO WS-GL-COUNT
            SET GL-IDX TO WS-GL-COUNT
            MOVE WS-DEPARTMENT TO WS-GLE-DEPARTMENT(GL-IDX)
            MOVE WS-GL-TYPE    TO WS-GLE-GL-TYPE(GL-IDX)
            MOVE ZERO TO WS-GLE-TRAN-COUNT(GL-IDX)
            MOVE ZERO TO WS-GLE-MOVEMENT(GL-IDX)
            MOVE 'Y' TO WS-ENTRY-FOUND-SWITCH
        END-IF
    END-IF.

MAP-SUMMARY-ENTRY.
    MOVE WS-GLE-DEPARTMENT(GL-IDX) TO GLM-DEPARTMENT
    MOVE WS-GLE-GL-TYPE(GL-IDX)    TO GLM-GL-TYPE
    READ GLMAP-FILE
        INVALID KEY
            MOVE 'N' TO WS-GLE-MAPPED-SWITCH(GL-IDX)
            MOVE WS-SUSPENSE-ACCOUNT
                TO WS-GLE-DEBIT-ACCOUNT(GL-IDX)
            MOVE WS-SUSPENSE-COST-CENTER
                TO WS-GLE-DEBIT-CC(GL-IDX)
            MOVE WS-SUSPENSE-ACCOUNT
                TO WS-GLE-CREDIT-ACCOUNT(GL-IDX)
            MOVE WS-SUSPENSE-COST-CENTER
                TO WS-GLE-CREDIT-CC(GL-IDX)
            ADD 1 TO WS-EXCEPTION-COUNT
            ADD WS-GLE-MOVEMENT(GL-IDX) TO WS-EXCEPTION-MOVEMENT
        NOT INVALID KEY
            MOVE 'Y' TO WS-GLE-MAPPED-SWITCH(GL-IDX)
            MOVE GLM-DEBIT-ACCOUNT
                TO WS-GLE-DEBIT-ACCOUNT(GL-IDX)
            MOVE GLM-DEBIT-COST-CENTER
                TO WS-GLE-DEBIT-CC(GL-IDX)
            MOVE GLM-CREDIT-ACCOUNT
                TO WS-GLE-CREDIT-ACCOUNT(GL-IDX)
            MOVE GLM-CREDIT-COST-CENTER
                TO WS-GLE-CREDIT-CC(GL-IDX)
    END-READ.

WRITE-JOURNAL.
    MOVE WS-RUN-DATE TO WS-JHD-DATE
    WRITE JOURNAL-LINE FROM WS-JRN-HEADER-LINE
    PERFORM WRITE-JOURNAL-ENTRY
        VARYING GL-IDX FROM 1 BY 1
        UNTIL GL-IDX > WS-GL-COUNT
    MOVE WS-JOURNAL-COUNT TO WS-JTR-COUNT
    MOVE WS-DEBIT-TOTAL   TO WS-JTR-DEBITS
    MOVE WS-CREDIT-TOTAL  TO WS-JTR-CREDITS
    WRITE JOURNAL-LINE FROM WS-JRN-TRAILER-LINE.

WRITE-JOURNAL-ENTRY.
    IF WS-GLE-MOVEMENT(GL-IDX) NOT = ZERO
        MOVE WS-GLE-DEPARTMENT(GL-IDX) TO WS-JRN-DEPARTMENT
        MOVE WS-GLE-GL-TYPE(GL-IDX)    TO WS-JRN-GL-TYPE
        IF GLE-MAPPED(GL-IDX)
            MOVE 'N' TO WS-JRN-SUSPENSE
        ELSE
            MOVE 'Y' TO WS-JRN-SUSPENSE
        END-IF
        IF WS-GLE-MOVEMENT(GL-IDX) > ZERO
            MOVE WS-GLE-MOVEMENT(GL-IDX) TO WS-POST-AMOUNT
            MOVE WS-GLE-DEBIT-ACCOUNT(GL-IDX)  TO WS-JRN-ACCOUNT
            MOVE WS-GLE-DEBIT-CC(GL-IDX)       TO WS-JRN-COST-CENTER
            PERFORM WRITE-DEBIT-LINE
            MOVE WS-GLE-CREDIT-ACCOUNT(GL-IDX) TO WS-JRN-ACCOUNT
            MOVE WS-GLE-CREDIT-CC(GL-IDX)      TO WS-JRN-COST-CENTER
            PERFORM WRITE-CREDIT-LINE
        ELSE
            COMPUTE WS-POST-AMOUNT = 0 - WS-GLE-MOVEMENT(GL-IDX)
            MOVE WS-GLE-CREDIT-ACCOUNT(GL-IDX) TO WS-JRN-ACCOUNT
            MOVE WS-GLE-CREDIT-CC(GL-IDX)      TO WS-JRN-COST-CENTER
            PERFORM WRITE-DEBIT-LINE
            MOVE WS-GLE-DEBIT-ACCOUNT(GL-IDX)  TO WS-JRN-ACCOUNT
            MOVE WS-GLE-DEBIT-CC(GL-IDX)       TO WS-JRN-COST-CENTER
            PERFORM WRITE-CREDIT-LINE
        END-IF
    END-IF.

WRITE-DEBIT-LINE.
    MOVE 'D'            TO WS-JRN-DR-CR
    MOVE WS-POST-AMOUNT TO WS-JRN-AMOUNT
    WRITE JOURNAL-LINE FROM WS-JRN-DETAIL-LINE
    ADD 1 TO WS-JOURNAL-COUNT
    ADD WS-POST-AMOUNT TO WS-DEBIT-TOTAL.

WRITE-CREDIT-LINE.
    MOVE 'C'            TO WS-JRN-DR-CR
    MOVE WS-POST-AMOUNT TO WS-JRN-AMOUNT
    WRITE JOURNAL-LINE FROM WS-JRN-DETAIL-LINE
    ADD 1 TO WS-JOURNAL-COUNT
    ADD WS-POST-AMOUNT TO WS-CREDIT-TOTAL.

WRITE-REPORT.
    MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
    WRITE REPORT-LINE FROM WS-HEADING-1
    WRITE REPORT-LINE FROM WS-HEADING-2
    PERFORM WRITE-SUMMARY-LINE
        VARYING GL-IDX FROM 1 BY 1
        UNTIL GL-IDX > WS-GL-COUNT
    MOVE WS-GRAND-TRAN-COUNT TO WS-TOT-TRAN-COUNT
    MOVE WS-GRAND-MOVEMENT   TO WS-TOT-MOVEMENT
    WRITE REPORT-LINE FROM WS-TOTAL-LINE
    MOVE WS-JOURNAL-COUNT    TO WS-JTL-COUNT
    MOVE WS-DEBIT-TOTAL      TO WS-JTL-DEBITS
    MOVE WS-CREDIT-TOTAL     TO WS-JTL-CREDITS
    WRITE REPORT-LINE FROM WS-JOURNAL-TOTAL-LINE
    MOVE WS-SUSPENSE-ACCOUNT     TO WS-EXH-ACCOUNT
    MOVE WS-SUSPENSE-COST-CENTER TO WS-EXH-COST-CENTER
    WRITE REPORT-LINE FROM WS-EXCEPTION-HEADING-1
        AFTER ADVANCING PAGE
    WRITE REPORT-LINE FROM WS-EXCEPTION-HEADING-2
    IF WS-EXCEPTION-COUNT = 0
        WRITE REPORT-LINE FROM WS-NO-EXCEPTION-LINE
    ELSE
        PERFORM WRITE-EXCEPTION-LINE
            VARYING GL-IDX FROM 1 BY 1
            UNTIL GL-IDX > WS-GL-COUNT
        MOVE WS-EXCEPTION-COUNT    TO WS-EXT-COUNT
        MOVE WS-EXCEPTION-MOVEMENT TO WS-EXT-MOVEMENT
        WRITE REPORT-LINE FROM WS-EXCEPTION-TOTAL-LINE
    END-IF.

WRITE-SUMMARY-LINE.
    MOVE WS-GLE-DEPARTMENT(GL-IDX)     TO WS-DET-DEPARTMENT
    MOVE WS-GLE-GL-TYPE(GL-IDX)        TO WS-DET-GL-TYPE
    MOVE WS-GLE-TRAN-COUNT(GL-IDX)     TO WS-DET-TRAN-COUNT
    MOVE WS-GLE-MOVEMENT(GL-IDX)       TO WS-DET-MOVEMENT
    MOVE WS-GLE-DEBIT-ACCOUNT(GL-IDX)  TO WS-DET-DEBIT-ACCOUNT
    MOVE WS-GLE-DEBIT-CC(GL-IDX)       TO WS-DET-DEBIT-CC
    MOVE WS-GLE-CREDIT-ACCOUNT(GL-IDX) TO WS-DET-CREDIT-ACCOUNT
    MOVE WS-GLE-CREDIT-CC(GL-IDX)      TO WS-DET-CREDIT-CC
    IF GLE-MAPPED(GL-IDX)
        MOVE SPACES TO WS-DET-NOTE
    ELSE
        MOVE 'SUSPENSE - UNMAPPED' TO WS-DET-NOTE
    END-IF
    WRITE REPORT-LINE FROM WS-DETAIL-LINE.

WRITE-EXCEPTION-LINE.
    IF NOT GLE-MAPPED(GL-IDX)
        MOVE WS-GLE-DEPARTMENT(GL-IDX) TO WS-EXC-DEPARTMENT
        MOVE WS-GLE-GL-TYPE(GL-IDX)    TO WS-EXC-GL-TYPE
        MOVE WS-GLE-TRAN-COUNT(GL-IDX) TO WS-EXC-TRAN-COUNT
        MOVE WS-GLE-MOVEMENT(GL-IDX)   TO WS-EXC-MOVEMENT
        WRITE REPORT-LINE FROM WS-EXCEPTION-LINE
    END-IF.

CLOSE-FILES.
    CLOSE AUDIT-FILE
    CLOSE OPERATOR-FILE
    CLOSE GLMAP-FILE
    CLOSE JOURNAL-FILE
    CLOSE REPORT-FILE.
