    SELECT SUSPENSE-FILE ASSIGN TO SUSPENSE
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-SUSPENSE-STATUS.
    SELECT REFREG-FILE ASSIGN TO REFREG
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS REF-TRANS-REF
        FILE STATUS IS WS-REFREG-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SUSPENSE-FILE.
    COPY CALCSUSP.

FD  REFREG-FILE.
    COPY CALCREFR.

WORKING-STORAGE SECTION.
01  WS-AUDIT-STATUS          PIC X(2).
01  WS-BALANCE-STATUS        PIC X(2).
01  WS-OPERATOR-STATUS       PIC X(2).
01  WS-SUSPENSE-STATUS       PIC X(2).
01  WS-REFREG-STATUS         PIC X(2).
01  WS-CURRENT-DATE-TIME.
    05 WS-CURRENT-DATE       PIC X(8).
    05 WS-CURRENT-TIME       PIC X(6).
01  WS-BUSINESS-DATE         PIC X(8).
COPY CALCBDTW.

01  WS-ABORT-SWITCH          PIC X(1) VALUE 'N'.
    88 ABORT-RUN             VALUE 'Y'.
01  WS-OPERATOR-OK-SWITCH    PIC X(1) VALUE 'N'.
    88 OPERATOR-OK           VALUE 'Y'.
01  WS-SIGNON-ATTEMPTS       PIC 9(1) VALUE ZERO.
COPY CALCSGNW.
COPY CALCWORK.
01  WS-CALC-CHOICE           PIC X(1).
01  WS-BALANCE-FIT-SWITCH    PIC X(1).
01  WS-LIMIT-OK-SWITCH       PIC X(1).
    88 LIMIT-OK              VALUE 'Y'.
01  WS-ONLINE-REF            PIC X(12).
01  WS-ONLINE-REF-PARTS REDEFINES WS-ONLINE-REF.
    05 FILLER                PIC X(6).
    05 WS-ONLINE-REF-SEQ     PIC 9(6).
01  WS-REF-CLAIMED-SWITCH    PIC X(1).
    88 ONLINE-REF-CLAIMED    VALUE 'Y'.
01  WS-ORIG-REF              PIC X(12).
01  WS-ORIGINAL-OK-SWITCH    PIC X(1).
    88 ORIGINAL-OK           VALUE 'Y'.
01  WS-ORIGINAL-FOUND-SWITCH PIC X(1).
    88 ORIGINAL-FOUND        VALUE 'Y'.
01  WS-ORIG-CHOICE           PIC X(1).
01  WS-ORIG-SOURCE           PIC X(6).
01  WS-ORIG-BEFORE-BAL       PIC S9(9)V99 COMP-3.
01  WS-ORIG-AFTER-BAL        PIC S9(9)V99 COMP-3.
01  WS-REVERSAL-MESSAGE      PIC X(50).
01  WS-AUDIT-EOF-SWITCH      PIC X(1).
    88 END-OF-AUDIT-FILE     VALUE 'Y'.
01  WS-AUDIT-COUNT           PIC 9(9) COMP-3.

PROCEDURE DIVISION.
MAIN-PARAGRAPH.
    PERFORM GET-BUSINESS-DATE
    PERFORM OPEN-FILES
    IF ABORT-RUN
        DISPLAY "CALCMENU: UNABLE TO OPEN REQUIRED FILES - EXITING"
                WHEN WS-CHOICE = 'B' OR WS-CHOICE = 'F'
                    OR WS-CHOICE = 'Z'
                    PERFORM PROCESS-BALANCE-OP
                WHEN WS-CHOICE = 'R'
                    PERFORM PROCESS-REVERSAL
                WHEN OTHER
                    CALL 'CALCULATOR' USING WS-NUM1, WS-NUM2,
                                            WS-CHOICE,
    END-IF
    STOP RUN.

GET-BUSINESS-DATE.
    SET WS-BDT-GET TO TRUE
    CALL 'CALCBDTE' USING WS-BUSDATE-AREA
    IF NOT WS-BDT-OK
        DISPLAY 'CALCMENU: BUSINESS DATE NOT AVAILABLE FROM CALENDAR'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-BDT-DATE-OUT TO WS-BUSINESS-DATE.

GET-OPERATOR-ID.
    MOVE 'N' TO WS-OPERATOR-OK-SWITCH
    ADD 1 TO WS-SIGNON-ATTEMPTS
        NOT INVALID KEY
            EVALUATE TRUE
                WHEN OPR-ACTIVE
                    MOVE OPR-LIMIT-LOW  TO WS-OPR-LIMIT-LOW
                    MOVE OPR-LIMIT-HIGH TO WS-OPR-LIMIT-HIGH
                    PERFORM CHECK-OPERATOR-PIN
                WHEN OPR-SUSPENDED
                    DISPLAY "Operator ID is suspended - "
                        "see your supervisor"
            END-EVALUATE
    END-READ.

CHECK-OPERATOR-PIN.
    SET WS-SGN-SIGN-ON  TO TRUE
    MOVE 'CALCMENU'     TO WS-SGN-PROGRAM
    MOVE WS-OPERATOR-ID TO WS-SGN-USER-ID
    MOVE SPACES         TO WS-SGN-BY-USER-ID
    MOVE SPACES         TO WS-SGN-NEW-PIN
    CALL 'CALCSIGN' USING WS-SIGNON-AREA
    EVALUATE TRUE
        WHEN WS-SGN-OK
            MOVE 'Y' TO WS-OPERATOR-OK-SWITCH
        WHEN WS-SGN-LOCKED
            MOVE 3 TO WS-SIGNON-ATTEMPTS
        WHEN WS-SGN-FILE-EMPTY
            DISPLAY "No PINs are loaded - see your supervisor"
        WHEN WS-SGN-FILE-ERROR
            DISPLAY "Security file unavailable - "
                "see your supervisor"
            MOVE 3 TO WS-SIGNON-ATTEMPTS
    END-EVALUATE.

OPEN-FILES.
    OPEN EXTEND AUDIT-FILE
    IF WS-AUDIT-STATUS NOT = '00'
            WS-BALANCE-STATUS
        MOVE 'Y' TO WS-ABORT-SWITCH
    END-IF
    OPEN I-O OPERATOR-FILE
    IF WS-OPERATOR-STATUS NOT = '00'
        DISPLAY 'CALCMENU: UNABLE TO OPEN OPERMAST, STATUS='
            WS-OPERATOR-STATUS
        DISPLAY 'CALCMENU: UNABLE TO OPEN SUSPENSE, STATUS='
            WS-SUSPENSE-STATUS
        MOVE 'Y' TO WS-ABORT-SWITCH
    END-IF
    PERFORM OPEN-REFREG-FILE
    IF WS-REFREG-STATUS NOT = '00'
        DISPLAY 'CALCMENU: UNABLE TO OPEN REFREG, STATUS='
            WS-REFREG-STATUS
        MOVE 'Y' TO WS-ABORT-SWITCH
    END-IF.

OPEN-REFREG-FILE.
    OPEN I-O REFREG-FILE
    IF WS-REFREG-STATUS = '35'
        OPEN OUTPUT REFREG-FILE
        CLOSE REFREG-FILE
        OPEN I-O REFREG-FILE
    END-IF.

OPEN-BALANCE-FILE.
    DISPLAY "Enter 'A' add, 'S' subtract, 'M' multiply, 'D' divide,"
    DISPLAY "  'B' apply to balance, 'F' scale balance, "
        "'Z' reset balance,"
    DISPLAY "  'R' reverse one of your postings,"
    DISPLAY "  'Q' show your balance, 'L' list your "
        "recent activity: "
    ACCEPT WS-CHOICE
    MOVE SPACES TO WS-ORIG-REF
    EVALUATE TRUE
        WHEN WS-CHOICE = 'Q' OR WS-CHOICE = 'L'
            CONTINUE
        WHEN WS-CHOICE = 'R'
            MOVE ZERO TO WS-NUM1
            MOVE ZERO TO WS-NUM2
            DISPLAY "Enter transaction reference to reverse: "
            ACCEPT WS-ORIG-REF
        WHEN WS-CHOICE = 'B' OR WS-CHOICE = 'F' OR WS-CHOICE = 'Z'
            MOVE ZERO TO WS-NUM1
            DISPLAY "Enter amount or factor: "
        END-IF
    END-IF.

PROCESS-REVERSAL.
    PERFORM CHECK-ORIGINAL-REF
    IF ORIGINAL-OK
        PERFORM FIND-ORIGINAL-AUDIT
    END-IF
    IF ORIGINAL-OK
        COMPUTE WS-RESULT = WS-ORIG-BEFORE-BAL - WS-ORIG-AFTER-BAL
            ON SIZE ERROR
                MOVE 'N' TO WS-ORIGINAL-OK-SWITCH
                MOVE "Reversal amount too large - see your supervisor"
                    TO WS-REVERSAL-MESSAGE
        END-COMPUTE
    END-IF
    IF ORIGINAL-OK
        MOVE WS-RESULT TO WS-NUM2
        PERFORM CHECK-CALC-LIMIT
        IF LIMIT-OK
            PERFORM UPDATE-BALANCE
            PERFORM WRITE-AUDIT-RECORD
            PERFORM MARK-ORIGINAL-REVERSED
            MOVE WS-AFTER-BAL TO WS-DISPLAY-BALANCE
            DISPLAY "Reversed " WS-ORIG-REF " under ref "
                WS-ONLINE-REF " - new balance: " WS-DISPLAY-BALANCE
        ELSE
            PERFORM REJECT-TO-SUSPENSE
        END-IF
    ELSE
        DISPLAY WS-REVERSAL-MESSAGE
    END-IF.

CHECK-ORIGINAL-REF.
    MOVE 'Y' TO WS-ORIGINAL-OK-SWITCH
    MOVE WS-ORIG-REF TO REF-TRANS-REF
    READ REFREG-FILE
        INVALID KEY
            MOVE 'N' TO WS-ORIGINAL-OK-SWITCH
            MOVE "Reference not found - check and re-enter"
                TO WS-REVERSAL-MESSAGE
        NOT INVALID KEY
            IF REF-REVERSED
                MOVE 'N' TO WS-ORIGINAL-OK-SWITCH
                MOVE "That posting has already been reversed"
                    TO WS-REVERSAL-MESSAGE
            END-IF
    END-READ.

FIND-ORIGINAL-AUDIT.
    MOVE 'N' TO WS-ORIGINAL-FOUND-SWITCH
    CLOSE AUDIT-FILE
    OPEN INPUT AUDIT-FILE
    MOVE 'N' TO WS-AUDIT-EOF-SWITCH
    PERFORM READ-ORIGINAL-AUDIT
        UNTIL END-OF-AUDIT-FILE
    CLOSE AUDIT-FILE
    OPEN EXTEND AUDIT-FILE
    EVALUATE TRUE
        WHEN NOT ORIGINAL-FOUND
            MOVE 'N' TO WS-ORIGINAL-OK-SWITCH
            MOVE "Not one of your postings - see your supervisor"
                TO WS-REVERSAL-MESSAGE
        WHEN WS-ORIG-CHOICE = 'R'
            MOVE 'N' TO WS-ORIGINAL-OK-SWITCH
            MOVE "A reversal cannot itself be reversed"
                TO WS-REVERSAL-MESSAGE
        WHEN WS-ORIG-CHOICE = 'T'
            MOVE 'N' TO WS-ORIGINAL-OK-SWITCH
            MOVE "Transfers are reversed by your supervisor"
                TO WS-REVERSAL-MESSAGE
        WHEN WS-ORIG-SOURCE = 'RATECH'
            MOVE 'N' TO WS-ORIGINAL-OK-SWITCH
            MOVE "Charges are reversed by your supervisor"
                TO WS-REVERSAL-MESSAGE
    END-EVALUATE.

READ-ORIGINAL-AUDIT.
    READ AUDIT-FILE
        AT END
            MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
        NOT AT END
            IF CALC-AUDIT-TRANS-REF = WS-ORIG-REF
                AND CALC-AUDIT-OPERATOR-ID = WS-OPERATOR-ID
                AND CALC-AUDIT-USER-ID = WS-OPERATOR-ID
                MOVE 'Y' TO WS-ORIGINAL-FOUND-SWITCH
                MOVE CALC-AUDIT-CHOICE     TO WS-ORIG-CHOICE
                MOVE CALC-AUDIT-SOURCE-SYSTEM TO WS-ORIG-SOURCE
                MOVE CALC-AUDIT-BEFORE-BAL TO WS-ORIG-BEFORE-BAL
                MOVE CALC-AUDIT-AFTER-BAL  TO WS-ORIG-AFTER-BAL
            END-IF
    END-READ.

MARK-ORIGINAL-REVERSED.
    MOVE WS-ORIG-REF TO REF-TRANS-REF
    READ REFREG-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET REF-REVERSED     TO TRUE
            MOVE WS-ONLINE-REF   TO REF-REVERSED-BY
            MOVE WS-CURRENT-DATE TO REF-REVERSED-DATE
            REWRITE REFREG-RECORD
    END-READ.

REGISTER-ONLINE-REF.
    PERFORM BUILD-ONLINE-REF
    MOVE 'N' TO WS-REF-CLAIMED-SWITCH
    PERFORM CLAIM-ONLINE-REF
        UNTIL ONLINE-REF-CLAIMED.

CLAIM-ONLINE-REF.
    MOVE WS-ONLINE-REF   TO REF-TRANS-REF
    MOVE WS-CURRENT-DATE TO REF-POSTED-DATE
    SET REF-POSTED       TO TRUE
    MOVE SPACES          TO REF-REVERSED-BY
    MOVE SPACES          TO REF-REVERSED-DATE
    WRITE REFREG-RECORD
        INVALID KEY
            IF WS-REFREG-STATUS = '22'
                ADD 1 TO WS-ONLINE-REF-SEQ
            ELSE
                MOVE 'Y' TO WS-REF-CLAIMED-SWITCH
                DISPLAY "Reference register write failed, status "
                    WS-REFREG-STATUS " - ref " WS-ONLINE-REF
                    " not registered"
            END-IF
        NOT INVALID KEY
            MOVE 'Y' TO WS-REF-CLAIMED-SWITCH
    END-WRITE.

CHECK-CALC-LIMIT.
    MOVE WS-OPERATOR-ID TO BAL-OPERATOR-ID
    READ BALANCE-FILE
    END-IF.

REJECT-TO-SUSPENSE.
    MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
    ACCEPT WS-CURRENT-TIME FROM TIME
    MOVE WS-OPERATOR-ID    TO SUSP-OPERATOR-ID
    MOVE WS-NUM1           TO SUSP-NUM1
    MOVE WS-NUM2           TO SUSP-NUM2
    MOVE WS-CHOICE         TO SUSP-CHOICE
    MOVE WS-ORIG-REF       TO SUSP-ORIG-REF
    MOVE 'LIMIT EXCEEDED'  TO SUSP-REASON
    MOVE WS-CURRENT-DATE   TO SUSP-RUN-DATE
    PERFORM BUILD-ONLINE-REF
    MOVE WS-ONLINE-REF     TO SUSP-TRANS-REF
    MOVE SPACES            TO SUSP-REVIEWED-BY
    SET SUSP-OPEN TO TRUE
    WRITE SUSPENSE-RECORD
    DISPLAY "Posting takes balance outside your limits - "
    END-READ.

WRITE-AUDIT-RECORD.
    MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
    ACCEPT WS-CURRENT-TIME FROM TIME
    MOVE WS-OPERATOR-ID       TO CALC-AUDIT-OPERATOR-ID
    MOVE WS-CURRENT-DATE   TO CALC-AUDIT-TIMESTAMP(1:8)
    MOVE WS-RESULT         TO CALC-AUDIT-RESULT
    MOVE WS-BEFORE-BAL     TO CALC-AUDIT-BEFORE-BAL
    MOVE WS-AFTER-BAL      TO CALC-AUDIT-AFTER-BAL
    IF WS-CHOICE = 'R'
        SET CALC-AUDIT-REVERSAL TO TRUE
    ELSE
        SET CALC-AUDIT-CALCULATION TO TRUE
    END-IF
    MOVE WS-ORIG-REF       TO CALC-AUDIT-ORIG-REF
    MOVE SPACES            TO CALC-AUDIT-REASON-CODE
    MOVE WS-OPERATOR-ID    TO CALC-AUDIT-USER-ID
    MOVE 'ONLINE'          TO CALC-AUDIT-SOURCE-SYSTEM
    PERFORM REGISTER-ONLINE-REF
    MOVE WS-ONLINE-REF     TO CALC-AUDIT-TRANS-REF
    WRITE CALC-AUDIT-RECORD
    PERFORM MARK-OPERATOR-ACTIVITY.

MARK-OPERATOR-ACTIVITY.
    MOVE WS-OPERATOR-ID TO OPR-OPERATOR-ID
    READ OPERATOR-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF OPR-LAST-ACTIVITY < WS-CURRENT-DATE
                MOVE WS-CURRENT-DATE TO OPR-LAST-ACTIVITY
                REWRITE OPERATOR-RECORD
            END-IF
    END-READ.

BUILD-ONLINE-REF.
    MOVE WS-CURRENT-DATE(3:6) TO WS-ONLINE-REF(1:6)
    MOVE CALC-AUDIT-RESULT     TO WS-DISPLAY-AMOUNT
    MOVE CALC-AUDIT-BEFORE-BAL TO WS-DISPLAY-BEFORE
    MOVE CALC-AUDIT-AFTER-BAL  TO WS-DISPLAY-BALANCE
    DISPLAY "  " CALC-AUDIT-TIMESTAMP " " CALC-AUDIT-TRANS-REF " "
        CALC-AUDIT-CHOICE " " WS-DISPLAY-NUM1 " "
        WS-DISPLAY-NUM2 " = " WS-DISPLAY-AMOUNT
        " BAL " WS-DISPLAY-BEFORE " -> " WS-DISPLAY-BALANCE
    EVALUATE TRUE
        WHEN CALC-AUDIT-REVERSAL
            DISPLAY "      REVERSES " CALC-AUDIT-ORIG-REF
        WHEN CALC-AUDIT-TRANSFER
            DISPLAY "      TRANSFER WITH " CALC-AUDIT-CONTRA-ID
        WHEN CALC-AUDIT-HELD-RELEASE
            DISPLAY "      HELD, RELEASED BY " CALC-AUDIT-USER-ID
    END-EVALUATE.

SHOW-RESULT.
    EVALUATE TRUE
            DISPLAY "Result: " WS-DISPLAY-RESULT
        WHEN WS-RC-INVALID-CHOICE
            DISPLAY "Invalid choice - use A, S, M, D, B, F, Z, "
                "R, Q or L"
        WHEN WS-RC-DIVIDE-BY-ZERO
            DISPLAY "Cannot divide by zero"
        WHEN WS-RC-OVERFLOW
    CLOSE AUDIT-FILE
    CLOSE BALANCE-FILE
    CLOSE OPERATOR-FILE
    CLOSE SUSPENSE-FILE
    CLOSE REFREG-FILE.
