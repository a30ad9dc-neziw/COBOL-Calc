    SELECT OPTIONAL CLSEREG-FILE ASSIGN TO CLSEREG
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CLSEREG-STATUS.
    SELECT OPTIONAL SCRNPARM-FILE ASSIGN TO SCRNPARM
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-SCRNPARM-STATUS.

DATA DIVISION.
FILE SECTION.
    COPY CALCACKR.

FD  REFREG-FILE.
    COPY CALCREFR.

FD  CLSEREG-FILE.
01  CLSEREG-RECORD.
    05 CLSEREG-OPR-COUNT    PIC 9(7) COMP-3.
    05 CLSEREG-STATUS       PIC X(1).

FD  SCRNPARM-FILE.
01  SCRNPARM-RECORD.
    05 SCRNPARM-DEPARTMENT  PIC X(10).
    05 FILLER               PIC X(1).
    05 SCRNPARM-MAX-AMOUNT  PIC 9(7)V99.
    05 FILLER               PIC X(1).
    05 SCRNPARM-MAX-ITEMS   PIC 9(4).
    05 FILLER               PIC X(55).

WORKING-STORAGE SECTION.
01  WS-TRANS-STATUS         PIC X(2).
01  WS-OUT-STATUS           PIC X(2).
01  WS-ACK-STATUS           PIC X(2).
01  WS-REFREG-STATUS        PIC X(2).
01  WS-CLSEREG-STATUS       PIC X(2).
01  WS-SCRNPARM-STATUS      PIC X(2).
01  WS-CLSEREG-EOF-SWITCH   PIC X(1) VALUE 'N'.
    88 END-OF-CLSEREG-FILE  VALUE 'Y'.
01  WS-CLOSED-SWITCH        PIC X(1) VALUE 'N'.
    88 RECYCLE-ITEM         VALUE 'Y'.
01  WS-ITEM-REJECT-SWITCH   PIC X(1) VALUE 'N'.
    88 ITEM-REJECTED        VALUE 'Y'.
01  WS-ITEM-HELD-SWITCH     PIC X(1) VALUE 'N'.
    88 ITEM-HELD            VALUE 'Y'.
01  WS-RELEASE-SWITCH       PIC X(1) VALUE 'N'.
    88 RELEASED-ITEM        VALUE 'Y'.
01  WS-RELEASED-BY          PIC X(8) VALUE SPACES.
01  WS-RECYCLE-COUNT        PIC 9(7) COMP-3 VALUE ZERO.
01  WS-RELEASE-COUNT        PIC 9(7) COMP-3 VALUE ZERO.
01  WS-HELD-COUNT           PIC 9(7) COMP-3 VALUE ZERO.
01  WS-RUNREG-EOF-SWITCH    PIC X(1) VALUE 'N'.
    88 END-OF-RUNREG-FILE   VALUE 'Y'.
01  WS-DUPLICATE-SWITCH     PIC X(1) VALUE 'N'.
    88 END-OF-TRANS-FILE    VALUE 'Y'.
01  WS-REJECT-REASON        PIC X(30) VALUE SPACES.
01  WS-RUN-DATE             PIC X(8).
COPY CALCBDTW.
01  WS-FILE-DATE            PIC X(8).
01  WS-CONTROL-SWITCH       PIC X(1) VALUE 'N'.
    88 CONTROL-FAIL         VALUE 'Y'.
01  WS-REF-BUILD.
    05 WS-REF-DATE          PIC X(6).
    05 WS-REF-SEQ           PIC 9(6).
01  WS-ORIG-REF             PIC X(12).
01  WS-TRANSFER-TARGET REDEFINES WS-ORIG-REF.
    05 WS-TARGET-ID         PIC X(8).
    05 FILLER               PIC X(4).
01  WS-SOURCE-ID            PIC X(8).
01  WS-CONTRA-ID            PIC X(8).
01  WS-TRANSFER-AMOUNT      PIC S9(5)V99 COMP-3.
01  WS-TRANSFER-OK-SWITCH   PIC X(1).
    88 TRANSFER-OK          VALUE 'Y'.
01  WS-ORIG-CONTRA-ID       PIC X(8).
01  WS-LEG-FOUND-SWITCH     PIC X(1).
    88 CONTRA-LEG-FOUND     VALUE 'Y'.
01  WS-LEG-OPERATOR-ID      PIC X(8).
01  WS-LEG-BEFORE-BAL       PIC S9(9)V99 COMP-3.
01  WS-LEG-AFTER-BAL        PIC S9(9)V99 COMP-3.
01  WS-LEG-RESULT           PIC S9(5)V99 COMP-3.
01  WS-ORIGINAL-OK-SWITCH   PIC X(1).
    88 ORIGINAL-OK          VALUE 'Y'.
01  WS-ORIGINAL-FOUND-SWITCH PIC X(1).
    88 ORIGINAL-FOUND       VALUE 'Y'.
01  WS-ORIG-CHOICE          PIC X(1).
01  WS-ORIG-BEFORE-BAL      PIC S9(9)V99 COMP-3.
01  WS-ORIG-AFTER-BAL       PIC S9(9)V99 COMP-3.
01  WS-AUDIT-EOF-SWITCH     PIC X(1).
    88 END-OF-AUDIT-FILE    VALUE 'Y'.
01  WS-SCRNPARM-EOF-SWITCH  PIC X(1) VALUE 'N'.
    88 END-OF-SCRNPARM-FILE VALUE 'Y'.
01  WS-SCREEN-OK-SWITCH     PIC X(1).
    88 SCREEN-OK            VALUE 'Y'.
01  WS-SCREEN-AMOUNT        PIC S9(11)V99 COMP-3.
01  WS-OPR-DEPARTMENT       PIC X(10).
01  WS-MAX-AMOUNT           PIC 9(7)V99 COMP-3.
01  WS-MAX-ITEMS            PIC 9(4) COMP.
01  WS-DEFAULT-MAX-AMOUNT   PIC 9(7)V99 COMP-3 VALUE ZERO.
01  WS-DEFAULT-MAX-ITEMS    PIC 9(4) COMP VALUE ZERO.
01  WS-SCREEN-DEPT-COUNT    PIC 9(3) COMP VALUE ZERO.
01  WS-SCREEN-DEPT-MAX      PIC 9(3) COMP VALUE 50.
01  WS-SCREEN-DEPT-TABLE.
    05 WS-SCREEN-DEPT-ENTRY OCCURS 50 TIMES
       INDEXED BY SCR-IDX.
       10 WS-SCR-DEPARTMENT   PIC X(10).
       10 WS-SCR-MAX-AMOUNT   PIC 9(7)V99 COMP-3.
       10 WS-SCR-MAX-ITEMS    PIC 9(4) COMP.
01  WS-SCR-FOUND-SWITCH      PIC X(1).
    88 SCREEN-DEPT-FOUND    VALUE 'Y'.
01  WS-VEL-FOUND-SWITCH     PIC X(1).
    88 VELOCITY-ENTRY-FOUND VALUE 'Y'.
01  WS-VELOCITY-COUNT       PIC 9(3) COMP VALUE ZERO.
01  WS-VELOCITY-MAX         PIC 9(3) COMP VALUE 500.
01  WS-VELOCITY-TABLE.
    05 WS-VELOCITY-ENTRY OCCURS 500 TIMES
       INDEXED BY VEL-IDX.
       10 WS-VEL-OPERATOR-ID  PIC X(8).
       10 WS-VEL-ITEMS        PIC 9(5) COMP.
COPY CALCWORK.

PROCEDURE DIVISION.
MAIN-PARAGRAPH.
    PERFORM GET-BUSINESS-DATE
    PERFORM READ-CHECKPOINT
    PERFORM OPEN-FILES
    IF ABORT-RUN
        STOP RUN
    END-IF
    PERFORM READ-RUN-PARM
    PERFORM LOAD-SCREEN-THRESHOLDS
    PERFORM VALIDATE-TRANS-FILE
    IF CONTROL-FAIL
        DISPLAY 'CALCBATCH: TRANSACTION FILE CONTROL FAILURE - '
    PERFORM CLOSE-FILES
    STOP RUN.

GET-BUSINESS-DATE.
    SET WS-BDT-GET TO TRUE
    CALL 'CALCBDTE' USING WS-BUSDATE-AREA
    IF NOT WS-BDT-OK
        DISPLAY 'CALCBATCH: BUSINESS DATE NOT AVAILABLE FROM CALENDAR'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-BDT-DATE-OUT TO WS-RUN-DATE.

PROCESS-TRANS-FILE.
    PERFORM UNTIL END-OF-TRANS-FILE
        PERFORM READ-TRANS-RECORD
    END-PERFORM
    PERFORM CLOSE-ACK-GROUP
    PERFORM WRITE-CHECKPOINT
    IF WS-HELD-COUNT > 0
        DISPLAY 'CALCBATCH: ' WS-HELD-COUNT
            ' ITEMS HELD FOR SUPERVISOR RELEASE'
    END-IF
    IF WS-EXCEPTION-COUNT > 0 OR WS-HELD-COUNT > 0
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE

PROCESS-TRANSACTION.
    MOVE 'N' TO WS-ITEM-REJECT-SWITCH
    MOVE 'N' TO WS-ITEM-HELD-SWITCH
    PERFORM CHECK-TRANS-REF
    IF NOT TRANS-REF-OK
        PERFORM REJECT-TRANSACTION
        IF NOT OPERATOR-OK
            PERFORM REJECT-TRANSACTION
        ELSE
            MOVE OPR-DEPARTMENT TO WS-OPR-DEPARTMENT
            EVALUATE TRUE
                WHEN WS-CHOICE = 'B' OR WS-CHOICE = 'F'
                    OR WS-CHOICE = 'Z'
                    PERFORM PROCESS-BALANCE-OP
                WHEN WS-CHOICE = 'R'
                    PERFORM PROCESS-REVERSAL
                WHEN WS-CHOICE = 'T'
                    PERFORM PROCESS-TRANSFER
                WHEN OTHER
                    PERFORM PROCESS-CALCULATION
            END-EVALUATE
        END-IF
    END-IF.


CHECK-TRANS-REF.
    MOVE 'Y' TO WS-REF-OK-SWITCH
    MOVE WS-TRANS-REF TO REF-TRANS-REF
    READ REFREG-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            EVALUATE TRUE
                WHEN REF-REVERSED
                    MOVE 'N' TO WS-REF-OK-SWITCH
                    MOVE 'TRANS REF ALREADY REVERSED'
                        TO WS-REJECT-REASON
                WHEN REF-POSTED-DATE < WS-RUN-DATE
                    AND NOT OVERRIDE-REQUESTED
                    MOVE 'N' TO WS-REF-OK-SWITCH
                    MOVE 'DUPLICATE TRANS REF'
                        TO WS-REJECT-REASON
            END-EVALUATE
    END-READ.

REGISTER-TRANS-REF.
    MOVE WS-TRANS-REF TO REF-TRANS-REF
    MOVE WS-RUN-DATE  TO REF-POSTED-DATE
    SET REF-POSTED    TO TRUE
    MOVE SPACES       TO REF-REVERSED-BY
    MOVE SPACES       TO REF-REVERSED-DATE
    WRITE REFREG-RECORD
        INVALID KEY
            IF OVERRIDE-REQUESTED
                PERFORM REPOST-TRANS-REF
            ELSE
                DISPLAY 'CALCBATCH: TRANS REF ' WS-TRANS-REF
                    ' ALREADY ON REFERENCE REGISTER - ENTRY'
            END-IF
    END-WRITE.

REPOST-TRANS-REF.
    READ REFREG-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF REF-REVERSED
                DISPLAY 'CALCBATCH: TRANS REF ' WS-TRANS-REF
                    ' REVERSED ON REFERENCE REGISTER - ENTRY'
                    ' LEFT AS REVERSED'
            ELSE
                MOVE WS-RUN-DATE TO REF-POSTED-DATE
                SET REF-POSTED   TO TRUE
                REWRITE REFREG-RECORD
            END-IF
    END-READ.

PROCESS-REVERSAL.
    PERFORM CHECK-ORIGINAL-REF
    IF ORIGINAL-OK
        PERFORM FIND-ORIGINAL-AUDIT
    END-IF
    IF ORIGINAL-OK
        COMPUTE WS-RESULT = WS-ORIG-BEFORE-BAL - WS-ORIG-AFTER-BAL
            ON SIZE ERROR
                MOVE 'N' TO WS-ORIGINAL-OK-SWITCH
                MOVE 'REVERSAL EXCEEDS OPERAND SIZE'
                    TO WS-REJECT-REASON
        END-COMPUTE
    END-IF
    IF ORIGINAL-OK AND WS-ORIG-CHOICE = 'T'
        PERFORM REVERSE-TRANSFER
    ELSE
        PERFORM REVERSE-SINGLE-POSTING
    END-IF.

REVERSE-SINGLE-POSTING.
    IF ORIGINAL-OK
        PERFORM CHECK-CALC-LIMIT
        IF LIMIT-OK
            MOVE WS-RESULT TO WS-SCREEN-AMOUNT
            PERFORM SCREEN-TRANSACTION
            IF SCREEN-OK
                MOVE ZERO      TO WS-NUM1
                MOVE WS-RESULT TO WS-NUM2
                PERFORM UPDATE-BALANCE
                PERFORM WRITE-OUT-RECORD
                PERFORM WRITE-AUDIT-RECORD
                PERFORM REGISTER-TRANS-REF
                PERFORM MARK-ORIGINAL-REVERSED
            ELSE
                PERFORM HOLD-TRANSACTION
            END-IF
        ELSE
            PERFORM REJECT-TRANSACTION
        END-IF
    ELSE
        PERFORM REJECT-TRANSACTION
    END-IF.

CHECK-ORIGINAL-REF.
    MOVE 'Y' TO WS-ORIGINAL-OK-SWITCH
    EVALUATE TRUE
        WHEN WS-ORIG-REF = SPACES OR WS-ORIG-REF = LOW-VALUES
            MOVE 'N' TO WS-ORIGINAL-OK-SWITCH
            MOVE 'ORIGINAL TRANS REF MISSING' TO WS-REJECT-REASON
        WHEN WS-ORIG-REF = WS-TRANS-REF
            MOVE 'N' TO WS-ORIGINAL-OK-SWITCH
            MOVE 'REVERSAL NAMES ITS OWN REF' TO WS-REJECT-REASON
        WHEN OTHER
            MOVE WS-ORIG-REF TO REF-TRANS-REF
            READ REFREG-FILE
                INVALID KEY
                    MOVE 'N' TO WS-ORIGINAL-OK-SWITCH
                    MOVE 'ORIGINAL REF NOT POSTED'
                        TO WS-REJECT-REASON
                NOT INVALID KEY
                    IF REF-REVERSED
                        AND (NOT OVERRIDE-REQUESTED
                            OR REF-REVERSED-BY NOT = WS-TRANS-REF)
                        MOVE 'N' TO WS-ORIGINAL-OK-SWITCH
                        MOVE 'ORIGINAL ALREADY REVERSED'
                            TO WS-REJECT-REASON
                    END-IF
            END-READ
    END-EVALUATE.

REVERSE-TRANSFER.
    MOVE WS-OPERATOR-ID TO WS-SOURCE-ID
    MOVE 'Y' TO WS-TRANSFER-OK-SWITCH
    PERFORM CHECK-CALC-LIMIT
    IF NOT LIMIT-OK
        MOVE 'N' TO WS-TRANSFER-OK-SWITCH
    ELSE
        MOVE WS-RESULT TO WS-TRANSFER-AMOUNT
        MOVE WS-ORIG-CONTRA-ID TO WS-OPERATOR-ID
        PERFORM CHECK-OPERATOR
        IF NOT OPERATOR-OK
            MOVE 'N' TO WS-TRANSFER-OK-SWITCH
            MOVE 'OTHER TRANSFER LEG NOT ACTIVE' TO WS-REJECT-REASON
        ELSE
            COMPUTE WS-RESULT = WS-LEG-BEFORE-BAL - WS-LEG-AFTER-BAL
                ON SIZE ERROR
                    MOVE 'N' TO WS-TRANSFER-OK-SWITCH
                    MOVE 'REVERSAL EXCEEDS OPERAND SIZE'
                        TO WS-REJECT-REASON
            END-COMPUTE
            IF TRANSFER-OK
                MOVE WS-RESULT TO WS-LEG-RESULT
                PERFORM CHECK-CALC-LIMIT
                IF NOT LIMIT-OK
                    MOVE 'N' TO WS-TRANSFER-OK-SWITCH
                    MOVE 'OTHER LEG LIMIT EXCEEDED'
                        TO WS-REJECT-REASON
                END-IF
            END-IF
        END-IF
        MOVE WS-SOURCE-ID TO WS-OPERATOR-ID
    END-IF
    IF TRANSFER-OK
        MOVE WS-TRANSFER-AMOUNT TO WS-SCREEN-AMOUNT
        PERFORM SCREEN-TRANSACTION
        IF SCREEN-OK
            MOVE ZERO               TO WS-NUM1
            MOVE WS-TRANSFER-AMOUNT TO WS-RESULT
            MOVE WS-RESULT          TO WS-NUM2
            PERFORM POST-TRANSFER-LEG
            MOVE WS-ORIG-CONTRA-ID  TO WS-OPERATOR-ID
            MOVE WS-LEG-RESULT      TO WS-RESULT
            MOVE WS-RESULT          TO WS-NUM2
            PERFORM POST-TRANSFER-LEG
            MOVE WS-SOURCE-ID       TO WS-OPERATOR-ID
            MOVE WS-TRANSFER-AMOUNT TO WS-RESULT
            MOVE WS-RESULT          TO WS-NUM2
            PERFORM REGISTER-TRANS-REF
            PERFORM MARK-ORIGINAL-REVERSED
        ELSE
            PERFORM HOLD-TRANSACTION
        END-IF
    ELSE
        PERFORM REJECT-TRANSACTION
    END-IF.

FIND-ORIGINAL-AUDIT.
    MOVE 'N' TO WS-ORIGINAL-FOUND-SWITCH
    MOVE 'N' TO WS-LEG-FOUND-SWITCH
    MOVE SPACES TO WS-ORIG-CONTRA-ID
    CLOSE AUDIT-FILE
    OPEN INPUT AUDIT-FILE
    IF WS-AUDIT-STATUS = '00'
        MOVE 'N' TO WS-AUDIT-EOF-SWITCH
        PERFORM READ-ORIGINAL-AUDIT
            UNTIL END-OF-AUDIT-FILE
        CLOSE AUDIT-FILE
    END-IF
    OPEN EXTEND AUDIT-FILE
    IF WS-AUDIT-STATUS NOT = '00'
        DISPLAY 'CALCBATCH: UNABLE TO REOPEN AUDITLOG, STATUS='
            WS-AUDIT-STATUS
    END-IF
    EVALUATE TRUE
        WHEN NOT ORIGINAL-FOUND
            MOVE 'N' TO WS-ORIGINAL-OK-SWITCH
            MOVE 'ORIGINAL NOT ON AUDIT LOG' TO WS-REJECT-REASON
        WHEN WS-ORIG-CHOICE = 'R'
            MOVE 'N' TO WS-ORIGINAL-OK-SWITCH
            MOVE 'CANNOT REVERSE A REVERSAL' TO WS-REJECT-REASON
        WHEN WS-ORIG-CHOICE = 'T' AND NOT CONTRA-LEG-FOUND
            MOVE 'N' TO WS-ORIGINAL-OK-SWITCH
            MOVE 'OTHER TRANSFER LEG NOT ON LOG' TO WS-REJECT-REASON
    END-EVALUATE.

READ-ORIGINAL-AUDIT.
    READ AUDIT-FILE
        AT END
            MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
        NOT AT END
            IF CALC-AUDIT-TRANS-REF = WS-ORIG-REF
                PERFORM CHECK-ORIGINAL-AUDIT-LEG
            END-IF
    END-READ.

CHECK-ORIGINAL-AUDIT-LEG.
    IF CALC-AUDIT-OPERATOR-ID = WS-OPERATOR-ID
        MOVE 'Y' TO WS-ORIGINAL-FOUND-SWITCH
        MOVE CALC-AUDIT-CHOICE     TO WS-ORIG-CHOICE
        MOVE CALC-AUDIT-BEFORE-BAL TO WS-ORIG-BEFORE-BAL
        MOVE CALC-AUDIT-AFTER-BAL  TO WS-ORIG-AFTER-BAL
        IF CALC-AUDIT-TRANSFER
            MOVE CALC-AUDIT-CONTRA-ID TO WS-ORIG-CONTRA-ID
        END-IF
    ELSE
        IF CALC-AUDIT-TRANSFER
            AND CALC-AUDIT-CONTRA-ID = WS-OPERATOR-ID
            MOVE 'Y' TO WS-LEG-FOUND-SWITCH
            MOVE CALC-AUDIT-OPERATOR-ID TO WS-LEG-OPERATOR-ID
            MOVE CALC-AUDIT-BEFORE-BAL  TO WS-LEG-BEFORE-BAL
            MOVE CALC-AUDIT-AFTER-BAL   TO WS-LEG-AFTER-BAL
        END-IF
    END-IF.

MARK-ORIGINAL-REVERSED.
    MOVE WS-ORIG-REF TO REF-TRANS-REF
    READ REFREG-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET REF-REVERSED     TO TRUE
            MOVE WS-TRANS-REF    TO REF-REVERSED-BY
            MOVE WS-RUN-DATE     TO REF-REVERSED-DATE
            REWRITE REFREG-RECORD
    END-READ.

PROCESS-TRANSFER.
    MOVE 'Y' TO WS-TRANSFER-OK-SWITCH
    MOVE WS-OPERATOR-ID TO WS-SOURCE-ID
    MOVE WS-NUM2        TO WS-TRANSFER-AMOUNT
    EVALUATE TRUE
        WHEN WS-TARGET-ID = SPACES OR WS-TARGET-ID = LOW-VALUES
            MOVE 'N' TO WS-TRANSFER-OK-SWITCH
            MOVE 'TRANSFER TARGET MISSING' TO WS-REJECT-REASON
        WHEN WS-TARGET-ID = WS-OPERATOR-ID
            MOVE 'N' TO WS-TRANSFER-OK-SWITCH
            MOVE 'TRANSFER TO SAME OPERATOR' TO WS-REJECT-REASON
        WHEN WS-TRANSFER-AMOUNT NOT > ZERO
            MOVE 'N' TO WS-TRANSFER-OK-SWITCH
            MOVE 'TRANSFER AMOUNT NOT POSITIVE' TO WS-REJECT-REASON
    END-EVALUATE
    IF TRANSFER-OK
        COMPUTE WS-RESULT = ZERO - WS-TRANSFER-AMOUNT
        PERFORM CHECK-CALC-LIMIT
        IF NOT LIMIT-OK
            MOVE 'N' TO WS-TRANSFER-OK-SWITCH
            MOVE 'SOURCE LIMIT EXCEEDED' TO WS-REJECT-REASON
        END-IF
    END-IF
    IF TRANSFER-OK
        MOVE WS-TARGET-ID TO WS-OPERATOR-ID
        PERFORM CHECK-OPERATOR
        IF NOT OPERATOR-OK
            MOVE 'N' TO WS-TRANSFER-OK-SWITCH
            PERFORM SET-TARGET-REJECT-REASON
        ELSE
            MOVE WS-TRANSFER-AMOUNT TO WS-RESULT
            PERFORM CHECK-CALC-LIMIT
            IF NOT LIMIT-OK
                MOVE 'N' TO WS-TRANSFER-OK-SWITCH
                MOVE 'TARGET LIMIT EXCEEDED' TO WS-REJECT-REASON
            END-IF
        END-IF
        MOVE WS-SOURCE-ID TO WS-OPERATOR-ID
    END-IF
    IF TRANSFER-OK
        MOVE WS-TRANSFER-AMOUNT TO WS-SCREEN-AMOUNT
        PERFORM SCREEN-TRANSACTION
        IF SCREEN-OK
            MOVE ZERO               TO WS-NUM1
            MOVE WS-TARGET-ID       TO WS-CONTRA-ID
            COMPUTE WS-RESULT = ZERO - WS-TRANSFER-AMOUNT
            PERFORM POST-TRANSFER-LEG
            MOVE WS-TARGET-ID       TO WS-OPERATOR-ID
            MOVE WS-SOURCE-ID       TO WS-CONTRA-ID
            MOVE WS-TRANSFER-AMOUNT TO WS-RESULT
            PERFORM POST-TRANSFER-LEG
            MOVE WS-SOURCE-ID       TO WS-OPERATOR-ID
            PERFORM REGISTER-TRANS-REF
        ELSE
            PERFORM HOLD-TRANSACTION
        END-IF
    ELSE
        PERFORM REJECT-TRANSACTION
    END-IF.

SET-TARGET-REJECT-REASON.
    EVALUATE WS-REJECT-REASON
        WHEN 'OPERATOR NOT ON MASTER'
            MOVE 'TARGET NOT ON MASTER'  TO WS-REJECT-REASON
        WHEN 'OPERATOR SUSPENDED'
            MOVE 'TARGET SUSPENDED'      TO WS-REJECT-REASON
        WHEN OTHER
            MOVE 'TARGET RETIRED'        TO WS-REJECT-REASON
    END-EVALUATE.

POST-TRANSFER-LEG.
    PERFORM UPDATE-BALANCE
    PERFORM WRITE-OUT-RECORD
    PERFORM WRITE-AUDIT-RECORD.

PROCESS-CALCULATION.
    CALL 'CALCULATOR' USING WS-NUM1, WS-NUM2,
                            WS-CHOICE,
    IF WS-RC-OK
        PERFORM CHECK-CALC-LIMIT
        IF LIMIT-OK
            MOVE WS-RESULT TO WS-SCREEN-AMOUNT
            PERFORM SCREEN-TRANSACTION
            IF SCREEN-OK
                PERFORM UPDATE-BALANCE
                PERFORM WRITE-OUT-RECORD
                PERFORM WRITE-AUDIT-RECORD
                PERFORM REGISTER-TRANS-REF
            ELSE
                PERFORM HOLD-TRANSACTION
            END-IF
        ELSE
            PERFORM REJECT-TRANSACTION
        END-IF
            MOVE WS-RESULT TO WS-PROPOSED-BAL
            PERFORM CHECK-BALANCE-LIMITS
            IF LIMIT-OK
                COMPUTE WS-SCREEN-AMOUNT = WS-RESULT - WS-BEFORE-BAL
                PERFORM SCREEN-TRANSACTION
                IF SCREEN-OK
                    PERFORM REPLACE-BALANCE
                    PERFORM WRITE-OUT-RECORD
                    PERFORM WRITE-AUDIT-RECORD
                    PERFORM REGISTER-TRANS-REF
                ELSE
                    PERFORM HOLD-TRANSACTION
                END-IF
            ELSE
                PERFORM REJECT-TRANSACTION
            END-IF
        PERFORM WRITE-SUSPENSE-RECORD
    END-IF.

HOLD-TRANSACTION.
    MOVE 'Y' TO WS-ITEM-HELD-SWITCH
    ADD 1 TO WS-HELD-COUNT
    IF NOT RECYCLE-ITEM
        PERFORM WRITE-SUSPENSE-RECORD
    END-IF.

SCREEN-TRANSACTION.
    MOVE 'Y' TO WS-SCREEN-OK-SWITCH
    IF NOT RELEASED-ITEM
        PERFORM FIND-SCREEN-THRESHOLD
        PERFORM COUNT-OPERATOR-ITEM
        IF WS-SCREEN-AMOUNT < ZERO
            COMPUTE WS-SCREEN-AMOUNT = ZERO - WS-SCREEN-AMOUNT
        END-IF
        EVALUATE TRUE
            WHEN WS-MAX-AMOUNT NOT = ZERO
                AND WS-SCREEN-AMOUNT > WS-MAX-AMOUNT
                MOVE 'N' TO WS-SCREEN-OK-SWITCH
                MOVE 'HELD - ITEM AMOUNT OVER LIMIT'
                    TO WS-REJECT-REASON
            WHEN WS-MAX-ITEMS NOT = ZERO
                AND VELOCITY-ENTRY-FOUND
                AND WS-VEL-ITEMS(VEL-IDX) > WS-MAX-ITEMS
                MOVE 'N' TO WS-SCREEN-OK-SWITCH
                MOVE 'HELD - ITEM COUNT OVER LIMIT'
                    TO WS-REJECT-REASON
        END-EVALUATE
    END-IF.

FIND-SCREEN-THRESHOLD.
    MOVE 'N' TO WS-SCR-FOUND-SWITCH
    PERFORM VARYING SCR-IDX FROM 1 BY 1
        UNTIL SCR-IDX > WS-SCREEN-DEPT-COUNT OR SCREEN-DEPT-FOUND
        IF WS-SCR-DEPARTMENT(SCR-IDX) = WS-OPR-DEPARTMENT
            MOVE 'Y' TO WS-SCR-FOUND-SWITCH
        END-IF
    END-PERFORM
    IF SCREEN-DEPT-FOUND
        SET SCR-IDX DOWN BY 1
        MOVE WS-SCR-MAX-AMOUNT(SCR-IDX) TO WS-MAX-AMOUNT
        MOVE WS-SCR-MAX-ITEMS(SCR-IDX)  TO WS-MAX-ITEMS
    ELSE
        MOVE WS-DEFAULT-MAX-AMOUNT TO WS-MAX-AMOUNT
        MOVE WS-DEFAULT-MAX-ITEMS  TO WS-MAX-ITEMS
    END-IF.

COUNT-OPERATOR-ITEM.
    MOVE 'N' TO WS-VEL-FOUND-SWITCH
    PERFORM VARYING VEL-IDX FROM 1 BY 1
        UNTIL VEL-IDX > WS-VELOCITY-COUNT OR VELOCITY-ENTRY-FOUND
        IF WS-VEL-OPERATOR-ID(VEL-IDX) = WS-OPERATOR-ID
            MOVE 'Y' TO WS-VEL-FOUND-SWITCH
        END-IF
    END-PERFORM
    IF VELOCITY-ENTRY-FOUND
        SET VEL-IDX DOWN BY 1
        ADD 1 TO WS-VEL-ITEMS(VEL-IDX)
    ELSE
        IF WS-VELOCITY-COUNT >= WS-VELOCITY-MAX
            DISPLAY 'CALCBATCH: ITEM COUNT TABLE FULL - '
                WS-OPERATOR-ID ' NOT COUNTED'
        ELSE
            ADD 1 TO WS-VELOCITY-COUNT
            SET VEL-IDX TO WS-VELOCITY-COUNT
            MOVE WS-OPERATOR-ID TO WS-VEL-OPERATOR-ID(VEL-IDX)
            MOVE 1 TO WS-VEL-ITEMS(VEL-IDX)
            MOVE 'Y' TO WS-VEL-FOUND-SWITCH
        END-IF
    END-IF.

RECYCLE-SUSPENSE-ITEMS.
    OPEN I-O SUSPENSE-FILE
    IF WS-SUSPENSE-STATUS = '00'
            DISPLAY 'CALCBATCH: ' WS-RECYCLE-COUNT
                ' CORRECTED SUSPENSE ITEMS RECYCLED'
        END-IF
        IF WS-RELEASE-COUNT > 0
            DISPLAY 'CALCBATCH: ' WS-RELEASE-COUNT
                ' RELEASED HELD ITEMS POSTED OR RECYCLED'
        END-IF
    END-IF
    OPEN EXTEND SUSPENSE-FILE
    IF WS-SUSPENSE-STATUS = '35'
        AT END
            MOVE 'Y' TO WS-SUSPENSE-EOF-SWITCH
        NOT AT END
            IF SUSP-CORRECTED OR SUSP-RELEASED
                IF SUSP-RELEASED
                    MOVE 'Y' TO WS-RELEASE-SWITCH
                    MOVE SUSP-REVIEWED-BY TO WS-RELEASED-BY
                    ADD 1 TO WS-RELEASE-COUNT
                ELSE
                    MOVE 'N' TO WS-RELEASE-SWITCH
                    ADD 1 TO WS-RECYCLE-COUNT
                END-IF
                MOVE SUSP-OPERATOR-ID TO WS-OPERATOR-ID
                MOVE SUSP-NUM1        TO WS-NUM1
                MOVE SUSP-NUM2        TO WS-NUM2
                MOVE SUSP-CHOICE      TO WS-CHOICE
                MOVE SUSP-TRANS-REF   TO WS-TRANS-REF
                MOVE SUSP-ORIG-REF    TO WS-ORIG-REF
                PERFORM ASSIGN-TRANS-REF
                PERFORM PROCESS-TRANSACTION
                EVALUATE TRUE
                    WHEN ITEM-REJECTED
                        SET SUSP-OPEN TO TRUE
                        MOVE WS-REJECT-REASON TO SUSP-REASON
                        MOVE WS-RUN-DATE      TO SUSP-RUN-DATE
                    WHEN ITEM-HELD
                        SET SUSP-HELD TO TRUE
                        MOVE WS-REJECT-REASON TO SUSP-REASON
                        MOVE WS-RUN-DATE      TO SUSP-RUN-DATE
                        MOVE SPACES           TO SUSP-REVIEWED-BY
                    WHEN OTHER
                        SET SUSP-POSTED TO TRUE
                END-EVALUATE
                MOVE WS-TRANS-REF TO SUSP-TRANS-REF
                REWRITE SUSPENSE-RECORD
                MOVE 'N' TO WS-RELEASE-SWITCH
                IF NOT ACK-GROUP-OPEN
                    MOVE WS-RUN-DATE TO WS-ACK-FILE-DATE
                    MOVE 'SUSPNS'    TO WS-ACK-SOURCE
    MOVE WS-REJECT-REASON TO SUSP-REASON
    MOVE WS-RUN-DATE      TO SUSP-RUN-DATE
    MOVE WS-TRANS-REF     TO SUSP-TRANS-REF
    MOVE WS-ORIG-REF      TO SUSP-ORIG-REF
    MOVE SPACES           TO SUSP-REVIEWED-BY
    IF ITEM-HELD
        SET SUSP-HELD TO TRUE
    ELSE
        SET SUSP-OPEN TO TRUE
    END-IF
    WRITE SUSPENSE-RECORD.

READ-CHECKPOINT.
        END-IF
    END-IF
    IF NOT ABORT-RUN
        OPEN I-O OPERATOR-FILE
        IF WS-OPERATOR-STATUS NOT = '00'
            DISPLAY 'CALCBATCH: UNABLE TO OPEN OPERMAST, STATUS='
                WS-OPERATOR-STATUS
    WRITE CHECKPOINT-RECORD.

VALIDATE-TRANS-FILE.
    READ TRANS-FILE
        AT END
            MOVE 'EMPTY TRANSACTION FILE' TO WS-CONTROL-MESSAGE
        CLOSE RUNPARM-FILE
    END-IF.

LOAD-SCREEN-THRESHOLDS.
    OPEN INPUT SCRNPARM-FILE
    IF WS-SCRNPARM-STATUS = '00' OR '05'
        PERFORM READ-SCRNPARM-RECORD
            UNTIL END-OF-SCRNPARM-FILE
        CLOSE SCRNPARM-FILE
    END-IF.

READ-SCRNPARM-RECORD.
    READ SCRNPARM-FILE
        AT END
            MOVE 'Y' TO WS-SCRNPARM-EOF-SWITCH
        NOT AT END
            EVALUATE TRUE
                WHEN SCRNPARM-RECORD(1:1) = '*'
                    CONTINUE
                WHEN SCRNPARM-DEPARTMENT = SPACES
                    OR SCRNPARM-MAX-AMOUNT NOT NUMERIC
                    OR SCRNPARM-MAX-ITEMS NOT NUMERIC
                    DISPLAY 'CALCBATCH: SCRNPARM CARD IGNORED - '
                        SCRNPARM-RECORD(1:25)
                WHEN SCRNPARM-DEPARTMENT = 'DEFAULT'
                    MOVE SCRNPARM-MAX-AMOUNT TO WS-DEFAULT-MAX-AMOUNT
                    MOVE SCRNPARM-MAX-ITEMS  TO WS-DEFAULT-MAX-ITEMS
                WHEN WS-SCREEN-DEPT-COUNT >= WS-SCREEN-DEPT-MAX
                    DISPLAY 'CALCBATCH: SCRNPARM TABLE FULL - '
                        SCRNPARM-DEPARTMENT ' USES THE DEFAULT'
                WHEN OTHER
                    ADD 1 TO WS-SCREEN-DEPT-COUNT
                    SET SCR-IDX TO WS-SCREEN-DEPT-COUNT
                    MOVE SCRNPARM-DEPARTMENT
                        TO WS-SCR-DEPARTMENT(SCR-IDX)
                    MOVE SCRNPARM-MAX-AMOUNT
                        TO WS-SCR-MAX-AMOUNT(SCR-IDX)
                    MOVE SCRNPARM-MAX-ITEMS
                        TO WS-SCR-MAX-ITEMS(SCR-IDX)
            END-EVALUATE
    END-READ.

CHECK-CLOSED-PERIOD.
    OPEN INPUT CLSEREG-FILE
    IF WS-CLSEREG-STATUS = '00' OR '05'
                    MOVE CALC-TRANS-NUM2   TO WS-NUM2
                    MOVE CALC-TRANS-CHOICE TO WS-CHOICE
                    MOVE CALC-TRANS-REF    TO WS-TRANS-REF
                    MOVE CALC-TRANS-ORIG-REF TO WS-ORIG-REF
                    PERFORM ASSIGN-TRANS-REF
            END-EVALUATE
    END-READ.
        WHEN ITEM-REJECTED
            SET CALC-ACK-REJECTED TO TRUE
            MOVE WS-REJECT-REASON TO CALC-ACK-REASON
        WHEN ITEM-HELD
            SET CALC-ACK-HELD TO TRUE
            MOVE WS-REJECT-REASON TO CALC-ACK-REASON
        WHEN RECYCLE-ITEM
            SET CALC-ACK-RECYCLED TO TRUE
        WHEN OTHER
    ADD 1 TO WS-EXCEPTION-COUNT.

WRITE-AUDIT-RECORD.
    MOVE WS-RUN-DATE TO WS-CURRENT-DATE
    ACCEPT WS-CURRENT-TIME FROM TIME
    MOVE WS-OPERATOR-ID       TO CALC-AUDIT-OPERATOR-ID
    MOVE WS-CURRENT-DATE   TO CALC-AUDIT-TIMESTAMP(1:8)
    MOVE WS-RESULT         TO CALC-AUDIT-RESULT
    MOVE WS-BEFORE-BAL     TO CALC-AUDIT-BEFORE-BAL
    MOVE WS-AFTER-BAL      TO CALC-AUDIT-AFTER-BAL
    EVALUATE WS-CHOICE
        WHEN 'R'
            SET CALC-AUDIT-REVERSAL TO TRUE
            MOVE WS-ORIG-REF   TO CALC-AUDIT-ORIG-REF
        WHEN 'T'
            SET CALC-AUDIT-TRANSFER TO TRUE
            MOVE SPACES        TO CALC-AUDIT-ORIG-REF
            MOVE WS-CONTRA-ID  TO CALC-AUDIT-CONTRA-ID
        WHEN OTHER
            IF RELEASED-ITEM
                SET CALC-AUDIT-HELD-RELEASE TO TRUE
            ELSE
                SET CALC-AUDIT-CALCULATION TO TRUE
            END-IF
            MOVE SPACES        TO CALC-AUDIT-ORIG-REF
    END-EVALUATE
    IF RELEASED-ITEM
        MOVE 'REL'             TO CALC-AUDIT-REASON-CODE
        MOVE WS-RELEASED-BY    TO CALC-AUDIT-USER-ID
    ELSE
        MOVE SPACES            TO CALC-AUDIT-REASON-CODE
        MOVE WS-OPERATOR-ID    TO CALC-AUDIT-USER-ID
    END-IF
    MOVE WS-SOURCE-SYSTEM  TO CALC-AUDIT-SOURCE-SYSTEM
    MOVE WS-TRANS-REF      TO CALC-AUDIT-TRANS-REF
    WRITE CALC-AUDIT-RECORD
    PERFORM MARK-OPERATOR-ACTIVITY.

MARK-OPERATOR-ACTIVITY.
    IF WS-SOURCE-SYSTEM NOT = 'RATECH'
        MOVE WS-OPERATOR-ID TO OPR-OPERATOR-ID
        READ OPERATOR-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF OPR-LAST-ACTIVITY < WS-CURRENT-DATE
                    MOVE WS-CURRENT-DATE TO OPR-LAST-ACTIVITY
                    REWRITE OPERATOR-RECORD
                END-IF
        END-READ
    END-IF.

UPDATE-BALANCE.
    MOVE WS-OPERATOR-ID TO BAL-OPERATOR-ID
