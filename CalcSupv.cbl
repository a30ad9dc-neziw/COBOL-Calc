        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OPR-OPERATOR-ID
        FILE STATUS IS WS-OPERATOR-STATUS.
    SELECT REFREG-FILE ASSIGN TO REFREG
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS REF-TRANS-REF
        FILE STATUS IS WS-REFREG-STATUS.
    SELECT SUSPENSE-FILE ASSIGN TO SUSPENSE
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-SUSPENSE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  OPERATOR-FILE.
    COPY CALCOPR.

FD  REFREG-FILE.
    COPY CALCREFR.

FD  SUSPENSE-FILE.
    COPY CALCSUSP.

WORKING-STORAGE SECTION.
01  WS-AUDIT-STATUS          PIC X(2).
01  WS-BALANCE-STATUS        PIC X(2).
01  WS-OPERATOR-STATUS       PIC X(2).
01  WS-REFREG-STATUS         PIC X(2).
01  WS-SUSPENSE-STATUS       PIC X(2).
01  WS-CURRENT-DATE-TIME.
    05 WS-CURRENT-DATE       PIC X(8).
    05 WS-CURRENT-TIME       PIC X(6).
01  WS-BUSINESS-DATE         PIC X(8).
COPY CALCBDTW.

01  WS-ABORT-SWITCH          PIC X(1) VALUE 'N'.
    88 ABORT-RUN             VALUE 'Y'.
01  WS-SUPERVISOR-OK-SWITCH  PIC X(1) VALUE 'N'.
    88 SUPERVISOR-OK         VALUE 'Y'.
01  WS-SIGNON-ATTEMPTS       PIC 9(1) VALUE ZERO.
COPY CALCSGNW.
01  WS-OPERATOR-ID           PIC X(8).
01  WS-BALANCE-FOUND-SWITCH  PIC X(1).
    88 BALANCE-FOUND         VALUE 'Y'.
    88 LIMIT-OVERRIDDEN      VALUE 'Y'.
01  WS-OVERRIDE-ANSWER       PIC X(1).
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
01  WS-ORIG-BEFORE-BAL       PIC S9(9)V99 COMP-3.
01  WS-ORIG-AFTER-BAL        PIC S9(9)V99 COMP-3.
01  WS-ORIG-CONTRA-ID        PIC X(8).
01  WS-LEG-FOUND-SWITCH      PIC X(1).
    88 CONTRA-LEG-FOUND      VALUE 'Y'.
01  WS-LEG-BEFORE-BAL        PIC S9(9)V99 COMP-3.
01  WS-LEG-AFTER-BAL         PIC S9(9)V99 COMP-3.
01  WS-SOURCE-ID             PIC X(8).
01  WS-LEG1-AMOUNT           PIC S9(5)V99 COMP-3.
01  WS-LEG2-AMOUNT           PIC S9(5)V99 COMP-3.
01  WS-LEG1-OVERRIDE-SWITCH  PIC X(1).
01  WS-LEG2-OVERRIDE-SWITCH  PIC X(1).
01  WS-LEG2-OK-SWITCH        PIC X(1).
    88 LEG2-OK               VALUE 'Y'.
01  WS-REF-HELD-SWITCH       PIC X(1) VALUE 'N'.
    88 ONLINE-REF-HELD       VALUE 'Y'.
01  WS-BEFORE-BAL            PIC S9(9)V99 COMP-3.
01  WS-AFTER-BAL             PIC S9(9)V99 COMP-3.
01  WS-AUDIT-COUNT           PIC 9(9) COMP-3.
01  WS-DISPLAY-BALANCE       PIC -(9)9.99.
01  WS-DISPLAY-BEFORE        PIC -(9)9.99.
01  WS-DISPLAY-AFTER         PIC -(9)9.99.
01  WS-DISPLAY-NUM1          PIC -(5)9.99.
01  WS-DISPLAY-NUM2          PIC -(5)9.99.

01  WS-SUSPENSE-EOF-SWITCH   PIC X(1).
    88 END-OF-SUSPENSE-FILE  VALUE 'Y'.
01  WS-STOP-SWITCH           PIC X(1).
    88 STOP-BROWSING         VALUE 'Y'.
01  WS-HOLD-ACTION           PIC X(1).
01  WS-HELD-COUNT            PIC 9(5) VALUE ZERO.
01  WS-RELEASED-COUNT        PIC 9(5) VALUE ZERO.
01  WS-DECLINED-COUNT        PIC 9(5) VALUE ZERO.

01  WS-CONTINUE-SWITCH      PIC X(1) VALUE 'Y'.
    88 CONTINUE-MENU        VALUE 'Y'.

PROCEDURE DIVISION.
MAIN-PARAGRAPH.
    PERFORM GET-BUSINESS-DATE
    PERFORM OPEN-FILES
    IF ABORT-RUN
        DISPLAY "CALCSUPV: UNABLE TO OPEN REQUIRED FILES - EXITING"
                PERFORM INQUIRE-BALANCE
            WHEN 'A'
                PERFORM POST-ADJUSTMENT
            WHEN 'R'
                PERFORM POST-REVERSAL
            WHEN 'B'
                PERFORM BROWSE-AUDIT-ACTIVITY
            WHEN 'H'
                PERFORM WORK-HELD-ITEMS
            WHEN 'X'
                MOVE 'N' TO WS-CONTINUE-SWITCH
            WHEN OTHER
                DISPLAY "Invalid action - use I, A, R, B, H or X"
        END-EVALUATE
    END-PERFORM
    PERFORM CLOSE-FILES
    STOP RUN.

GET-BUSINESS-DATE.
    SET WS-BDT-GET TO TRUE
    CALL 'CALCBDTE' USING WS-BUSDATE-AREA
    IF NOT WS-BDT-OK
        DISPLAY 'CALCSUPV: BUSINESS DATE NOT AVAILABLE FROM CALENDAR'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-BDT-DATE-OUT TO WS-BUSINESS-DATE.

GET-SUPERVISOR-ID.
    ADD 1 TO WS-SIGNON-ATTEMPTS
    DISPLAY "Enter your supervisor ID: "
                    DISPLAY "ID does not carry supervisor "
                        "authority - see CALCOPRM"
                WHEN OTHER
                    PERFORM CHECK-SUPERVISOR-PIN
            END-EVALUATE
    END-READ.

CHECK-SUPERVISOR-PIN.
    SET WS-SGN-SIGN-ON    TO TRUE
    MOVE 'CALCSUPV'       TO WS-SGN-PROGRAM
    MOVE WS-SUPERVISOR-ID TO WS-SGN-USER-ID
    MOVE SPACES           TO WS-SGN-BY-USER-ID
    MOVE SPACES           TO WS-SGN-NEW-PIN
    CALL 'CALCSIGN' USING WS-SIGNON-AREA
    EVALUATE TRUE
        WHEN WS-SGN-OK
            MOVE 'Y' TO WS-SUPERVISOR-OK-SWITCH
        WHEN WS-SGN-LOCKED
            MOVE 3 TO WS-SIGNON-ATTEMPTS
        WHEN WS-SGN-FILE-EMPTY
            DISPLAY "No PINs are loaded - load them through CALCOPRM"
        WHEN WS-SGN-FILE-ERROR
            DISPLAY "Security file unavailable"
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
        DISPLAY 'CALCSUPV: UNABLE TO OPEN OPERMAST, STATUS='
            WS-OPERATOR-STATUS
        MOVE 'Y' TO WS-ABORT-SWITCH
    END-IF
    OPEN I-O REFREG-FILE
    IF WS-REFREG-STATUS = '35'
        OPEN OUTPUT REFREG-FILE
        CLOSE REFREG-FILE
        OPEN I-O REFREG-FILE
    END-IF
    IF WS-REFREG-STATUS NOT = '00'
        DISPLAY 'CALCSUPV: UNABLE TO OPEN REFREG, STATUS='
            WS-REFREG-STATUS
        MOVE 'Y' TO WS-ABORT-SWITCH
    END-IF.

GET-ACTION.
    DISPLAY "Supervisor functions"
    DISPLAY "  I inquire balance, A post adjustment, "
        "R reverse a posting,"
    DISPLAY "  B browse activity, H work held items, X exit: "
    ACCEPT WS-ACTION.

GET-OPERATOR-ID.
    END-IF.

POST-ADJUSTMENT.
    MOVE SPACES TO WS-ORIG-REF
    PERFORM GET-OPERATOR-ID
    MOVE WS-OPERATOR-ID TO OPR-OPERATOR-ID
    READ OPERATOR-FILE
        END-IF
    END-IF.

POST-REVERSAL.
    PERFORM GET-OPERATOR-ID
    MOVE WS-OPERATOR-ID TO OPR-OPERATOR-ID
    READ OPERATOR-FILE
        INVALID KEY
            DISPLAY "Operator " WS-OPERATOR-ID
                " not on master - reversal not posted"
        NOT INVALID KEY
            PERFORM GET-REVERSAL-DETAIL
    END-READ.

GET-REVERSAL-DETAIL.
    DISPLAY "Enter transaction reference to reverse: "
    ACCEPT WS-ORIG-REF
    DISPLAY "Enter reason code (required): "
    ACCEPT WS-REASON-CODE
    IF WS-REASON-CODE = SPACES
        DISPLAY "Reason code is required - reversal not posted"
    ELSE
        PERFORM CHECK-ORIGINAL-REF
        IF ORIGINAL-OK
            PERFORM FIND-ORIGINAL-AUDIT
        END-IF
        IF ORIGINAL-OK
            COMPUTE WS-ADJ-AMOUNT =
                WS-ORIG-BEFORE-BAL - WS-ORIG-AFTER-BAL
                ON SIZE ERROR
                    MOVE 'N' TO WS-ORIGINAL-OK-SWITCH
                    DISPLAY "Reversal amount too large - "
                        "post as adjustments instead"
            END-COMPUTE
        END-IF
        IF ORIGINAL-OK
            PERFORM CHECK-ADJUSTMENT-LIMIT
            IF LIMIT-OK OR LIMIT-OVERRIDDEN
                IF WS-ORIG-CHOICE = 'T'
                    PERFORM REVERSE-TRANSFER-LEGS
                ELSE
                    PERFORM APPLY-ADJUSTMENT
                    PERFORM WRITE-ADJUSTMENT-AUDIT
                    PERFORM MARK-ORIGINAL-REVERSED
                    PERFORM SHOW-REVERSAL-POSTED
                END-IF
            ELSE
                DISPLAY "Reversal not posted"
            END-IF
        END-IF
    END-IF.

REVERSE-TRANSFER-LEGS.
    MOVE WS-OPERATOR-ID           TO WS-SOURCE-ID
    MOVE WS-ADJ-AMOUNT            TO WS-LEG1-AMOUNT
    MOVE WS-LIMIT-OVERRIDE-SWITCH TO WS-LEG1-OVERRIDE-SWITCH
    MOVE 'Y' TO WS-LEG2-OK-SWITCH
    MOVE WS-ORIG-CONTRA-ID TO WS-OPERATOR-ID
    MOVE WS-ORIG-CONTRA-ID TO OPR-OPERATOR-ID
    READ OPERATOR-FILE
        INVALID KEY
            MOVE 'N' TO WS-LEG2-OK-SWITCH
            DISPLAY "Other transfer leg's operator "
                WS-ORIG-CONTRA-ID " not on master"
    END-READ
    IF LEG2-OK
        COMPUTE WS-ADJ-AMOUNT = WS-LEG-BEFORE-BAL - WS-LEG-AFTER-BAL
            ON SIZE ERROR
                MOVE 'N' TO WS-LEG2-OK-SWITCH
                DISPLAY "Reversal amount too large - "
                    "post as adjustments instead"
        END-COMPUTE
    END-IF
    IF LEG2-OK
        PERFORM CHECK-ADJUSTMENT-LIMIT
        IF NOT LIMIT-OK AND NOT LIMIT-OVERRIDDEN
            MOVE 'N' TO WS-LEG2-OK-SWITCH
        END-IF
    END-IF
    IF LEG2-OK
        MOVE WS-ADJ-AMOUNT            TO WS-LEG2-AMOUNT
        MOVE WS-LIMIT-OVERRIDE-SWITCH TO WS-LEG2-OVERRIDE-SWITCH
        MOVE WS-SOURCE-ID             TO WS-OPERATOR-ID
        MOVE WS-LEG1-AMOUNT           TO WS-ADJ-AMOUNT
        MOVE WS-LEG1-OVERRIDE-SWITCH  TO WS-LIMIT-OVERRIDE-SWITCH
        PERFORM APPLY-ADJUSTMENT
        PERFORM WRITE-ADJUSTMENT-AUDIT
        PERFORM SHOW-REVERSAL-POSTED
        MOVE 'Y' TO WS-REF-HELD-SWITCH
        MOVE WS-ORIG-CONTRA-ID        TO WS-OPERATOR-ID
        MOVE WS-LEG2-AMOUNT           TO WS-ADJ-AMOUNT
        MOVE WS-LEG2-OVERRIDE-SWITCH  TO WS-LIMIT-OVERRIDE-SWITCH
        PERFORM APPLY-ADJUSTMENT
        PERFORM WRITE-ADJUSTMENT-AUDIT
        PERFORM SHOW-REVERSAL-POSTED
        MOVE 'N' TO WS-REF-HELD-SWITCH
        PERFORM MARK-ORIGINAL-REVERSED
    ELSE
        DISPLAY "Reversal not posted - neither transfer leg changed"
    END-IF
    MOVE WS-SOURCE-ID TO WS-OPERATOR-ID.

SHOW-REVERSAL-POSTED.
    MOVE WS-BEFORE-BAL TO WS-DISPLAY-BEFORE
    MOVE WS-AFTER-BAL  TO WS-DISPLAY-AFTER
    DISPLAY "Reversal posted for " WS-OPERATOR-ID " under ref "
        WS-ONLINE-REF ".  Balance "
        WS-DISPLAY-BEFORE " -> " WS-DISPLAY-AFTER
    IF LIMIT-OVERRIDDEN
        DISPLAY "Limit override logged to the audit trail"
    END-IF.

CHECK-ORIGINAL-REF.
    MOVE 'Y' TO WS-ORIGINAL-OK-SWITCH
    MOVE WS-ORIG-REF TO REF-TRANS-REF
    READ REFREG-FILE
        INVALID KEY
            MOVE 'N' TO WS-ORIGINAL-OK-SWITCH
            DISPLAY "Reference " WS-ORIG-REF
                " not on the reference register"
        NOT INVALID KEY
            IF REF-REVERSED
                MOVE 'N' TO WS-ORIGINAL-OK-SWITCH
                DISPLAY "Reference " WS-ORIG-REF
                    " already reversed by " REF-REVERSED-BY
                    " on " REF-REVERSED-DATE
            END-IF
    END-READ.

FIND-ORIGINAL-AUDIT.
    MOVE 'N' TO WS-ORIGINAL-FOUND-SWITCH
    MOVE 'N' TO WS-LEG-FOUND-SWITCH
    MOVE SPACES TO WS-ORIG-CONTRA-ID
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
            DISPLAY "Reference " WS-ORIG-REF " not on the audit "
                "log for operator " WS-OPERATOR-ID
            DISPLAY "Archived postings must be corrected by "
                "adjustment"
        WHEN WS-ORIG-CHOICE = 'R'
            MOVE 'N' TO WS-ORIGINAL-OK-SWITCH
            DISPLAY "A reversal cannot itself be reversed"
        WHEN WS-ORIG-CHOICE = 'T' AND NOT CONTRA-LEG-FOUND
            MOVE 'N' TO WS-ORIGINAL-OK-SWITCH
            DISPLAY "Other leg of transfer " WS-ORIG-REF
                " not on the audit log"
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
            MOVE CALC-AUDIT-BEFORE-BAL TO WS-LEG-BEFORE-BAL
            MOVE CALC-AUDIT-AFTER-BAL  TO WS-LEG-AFTER-BAL
        END-IF
    END-IF.

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

BUILD-ONLINE-REF.
    MOVE WS-CURRENT-DATE(3:6) TO WS-ONLINE-REF(1:6)
    MOVE WS-CURRENT-TIME      TO WS-ONLINE-REF(7:6).

CHECK-ADJUSTMENT-LIMIT.
    MOVE 'Y' TO WS-LIMIT-OK-SWITCH
    MOVE 'N' TO WS-LIMIT-OVERRIDE-SWITCH
    MOVE BAL-RUNNING-TOTAL TO WS-AFTER-BAL.

WRITE-ADJUSTMENT-AUDIT.
    MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
    ACCEPT WS-CURRENT-TIME FROM TIME
    MOVE WS-OPERATOR-ID    TO CALC-AUDIT-OPERATOR-ID
    MOVE WS-CURRENT-DATE   TO CALC-AUDIT-TIMESTAMP(1:8)
    MOVE WS-CURRENT-TIME   TO CALC-AUDIT-TIMESTAMP(9:6)
    MOVE ZERO              TO CALC-AUDIT-NUM1
    MOVE WS-ADJ-AMOUNT     TO CALC-AUDIT-NUM2
    IF WS-ACTION = 'R'
        MOVE 'R'           TO CALC-AUDIT-CHOICE
    ELSE
        MOVE 'J'           TO CALC-AUDIT-CHOICE
    END-IF
    MOVE WS-ADJ-AMOUNT     TO CALC-AUDIT-RESULT
    MOVE WS-BEFORE-BAL     TO CALC-AUDIT-BEFORE-BAL
    MOVE WS-AFTER-BAL      TO CALC-AUDIT-AFTER-BAL
    MOVE WS-REASON-CODE    TO CALC-AUDIT-REASON-CODE
    EVALUATE TRUE
        WHEN WS-ACTION = 'R'
            SET CALC-AUDIT-REVERSAL TO TRUE
            IF LIMIT-OVERRIDDEN
                MOVE 'OVR'     TO CALC-AUDIT-REASON-CODE
            END-IF
        WHEN LIMIT-OVERRIDDEN
            SET CALC-AUDIT-LIMIT-OVERRIDE TO TRUE
        WHEN OTHER
            SET CALC-AUDIT-ADJUSTMENT TO TRUE
    END-EVALUATE
    MOVE WS-ORIG-REF       TO CALC-AUDIT-ORIG-REF
    MOVE WS-SUPERVISOR-ID  TO CALC-AUDIT-USER-ID
    MOVE 'ONLINE'          TO CALC-AUDIT-SOURCE-SYSTEM
    IF NOT ONLINE-REF-HELD
        PERFORM REGISTER-ONLINE-REF
    END-IF
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

READ-CURRENT-BALANCE.
    MOVE 'Y' TO WS-BALANCE-FOUND-SWITCH
    MOVE CALC-AUDIT-RESULT    TO WS-DISPLAY-AMOUNT
    MOVE CALC-AUDIT-AFTER-BAL TO WS-DISPLAY-BALANCE
    EVALUATE TRUE
        WHEN CALC-AUDIT-CHOICE = 'R'
            DISPLAY "  " CALC-AUDIT-TIMESTAMP " REV "
                WS-DISPLAY-AMOUNT " BAL " WS-DISPLAY-BALANCE
                " REF " CALC-AUDIT-TRANS-REF
                " REVERSES " CALC-AUDIT-ORIG-REF
            IF CALC-AUDIT-LIMIT-OVERRIDE
                OR CALC-AUDIT-REASON-CODE = 'OVR'
                DISPLAY "      REASON " CALC-AUDIT-REASON-CODE
                    " BY " CALC-AUDIT-USER-ID " *LIMIT OVERRIDE*"
            ELSE
                IF CALC-AUDIT-REASON-CODE NOT = SPACES
                    DISPLAY "      REASON " CALC-AUDIT-REASON-CODE
                        " BY " CALC-AUDIT-USER-ID
                END-IF
            END-IF
        WHEN CALC-AUDIT-TRANSFER
            DISPLAY "  " CALC-AUDIT-TIMESTAMP " XFR "
                WS-DISPLAY-AMOUNT " BAL " WS-DISPLAY-BALANCE
                " REF " CALC-AUDIT-TRANS-REF
                " WITH " CALC-AUDIT-CONTRA-ID
        WHEN CALC-AUDIT-HELD-RELEASE
            DISPLAY "  " CALC-AUDIT-TIMESTAMP " "
                CALC-AUDIT-CHOICE "   "
                WS-DISPLAY-AMOUNT " BAL " WS-DISPLAY-BALANCE
                " REF " CALC-AUDIT-TRANS-REF
                " RELEASED BY " CALC-AUDIT-USER-ID
        WHEN CALC-AUDIT-LIMIT-OVERRIDE
            DISPLAY "  " CALC-AUDIT-TIMESTAMP " ADJ "
                WS-DISPLAY-AMOUNT " BAL " WS-DISPLAY-BALANCE
                " REF " CALC-AUDIT-TRANS-REF
    END-EVALUATE.

WORK-HELD-ITEMS.
    OPEN I-O SUSPENSE-FILE
    IF WS-SUSPENSE-STATUS NOT = '00'
        DISPLAY 'CALCSUPV: UNABLE TO OPEN SUSPENSE, STATUS='
            WS-SUSPENSE-STATUS
    ELSE
        MOVE 'N' TO WS-SUSPENSE-EOF-SWITCH
        MOVE 'N' TO WS-STOP-SWITCH
        MOVE ZERO TO WS-HELD-COUNT
        MOVE ZERO TO WS-RELEASED-COUNT
        MOVE ZERO TO WS-DECLINED-COUNT
        PERFORM READ-HELD-ITEM
            UNTIL END-OF-SUSPENSE-FILE OR STOP-BROWSING
        CLOSE SUSPENSE-FILE
        IF WS-HELD-COUNT = 0
            DISPLAY "No items held for release"
        ELSE
            DISPLAY "Held items shown:  " WS-HELD-COUNT
            DISPLAY "Items released:    " WS-RELEASED-COUNT
            DISPLAY "Items declined:    " WS-DECLINED-COUNT
        END-IF
    END-IF.

READ-HELD-ITEM.
    READ SUSPENSE-FILE
        AT END
            MOVE 'Y' TO WS-SUSPENSE-EOF-SWITCH
        NOT AT END
            IF SUSP-HELD
                ADD 1 TO WS-HELD-COUNT
                PERFORM WORK-HELD-ITEM
            END-IF
    END-READ.

WORK-HELD-ITEM.
    PERFORM SHOW-HELD-ITEM
    DISPLAY "  R release, D decline, S skip, X exit: "
    ACCEPT WS-HOLD-ACTION
    EVALUATE WS-HOLD-ACTION
        WHEN 'R'
            PERFORM RELEASE-HELD-ITEM
        WHEN 'D'
            PERFORM DECLINE-HELD-ITEM
        WHEN 'X'
            MOVE 'Y' TO WS-STOP-SWITCH
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

SHOW-HELD-ITEM.
    MOVE SUSP-NUM1 TO WS-DISPLAY-NUM1
    MOVE SUSP-NUM2 TO WS-DISPLAY-NUM2
    DISPLAY "Held item:"
    DISPLAY "  Operator: " SUSP-OPERATOR-ID
        "  Num1: " WS-DISPLAY-NUM1
        "  Num2: " WS-DISPLAY-NUM2
        "  Choice: " SUSP-CHOICE
    DISPLAY "  Reason:   " SUSP-REASON
        "  Run date: " SUSP-RUN-DATE
        "  Ref: " SUSP-TRANS-REF
    EVALUATE SUSP-CHOICE
        WHEN 'R'
            DISPLAY "  Reverses: " SUSP-ORIG-REF
        WHEN 'T'
            DISPLAY "  Transfer to: " SUSP-TARGET-ID
    END-EVALUATE.

RELEASE-HELD-ITEM.
    IF SUSP-OPERATOR-ID = WS-SUPERVISOR-ID
        DISPLAY "  You cannot release your own item - "
            "another supervisor must release it"
    ELSE
        SET SUSP-RELEASED TO TRUE
        MOVE WS-SUPERVISOR-ID TO SUSP-REVIEWED-BY
        REWRITE SUSPENSE-RECORD
        ADD 1 TO WS-RELEASED-COUNT
        DISPLAY "  Item released - it posts on the next batch run"
    END-IF.

DECLINE-HELD-ITEM.
    MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
    SET SUSP-OPEN TO TRUE
    MOVE 'HELD ITEM DECLINED' TO SUSP-REASON
    MOVE WS-CURRENT-DATE      TO SUSP-RUN-DATE
    MOVE WS-SUPERVISOR-ID     TO SUSP-REVIEWED-BY
    REWRITE SUSPENSE-RECORD
    ADD 1 TO WS-DECLINED-COUNT
    DISPLAY "  Item declined - moved to open suspense".

CLOSE-FILES.
    CLOSE AUDIT-FILE
    CLOSE BALANCE-FILE
    CLOSE OPERATOR-FILE
    CLOSE REFREG-FILE.
