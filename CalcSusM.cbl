    SELECT SUSPENSE-FILE ASSIGN TO SUSPENSE
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-SUSPENSE-STATUS.
    SELECT OPERATOR-FILE ASSIGN TO OPERMAST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OPR-OPERATOR-ID
        FILE STATUS IS WS-OPERATOR-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SUSPENSE-FILE.
    COPY CALCSUSP.

FD  OPERATOR-FILE.
    COPY CALCOPR.

WORKING-STORAGE SECTION.
01  WS-SUSPENSE-STATUS       PIC X(2).
01  WS-OPERATOR-STATUS       PIC X(2).

01  WS-ABORT-SWITCH          PIC X(1) VALUE 'N'.
    88 ABORT-RUN             VALUE 'Y'.
01  WS-STOP-SWITCH           PIC X(1) VALUE 'N'.
    88 STOP-BROWSING         VALUE 'Y'.

01  WS-USER-ID               PIC X(8).
01  WS-USER-OK-SWITCH        PIC X(1) VALUE 'N'.
    88 USER-OK               VALUE 'Y'.
01  WS-SIGNON-ATTEMPTS       PIC 9(1) VALUE ZERO.
COPY CALCSGNW.

01  WS-ACTION                PIC X(1).
01  WS-FIELD                 PIC X(1).
01  WS-OPEN-COUNT            PIC 9(7) COMP-3 VALUE ZERO.
            WS-SUSPENSE-STATUS
        MOVE 16 TO RETURN-CODE
    ELSE
        OPEN INPUT OPERATOR-FILE
        IF WS-OPERATOR-STATUS NOT = '00'
            DISPLAY "CALCSUSM: UNABLE TO OPEN OPERMAST, STATUS="
                WS-OPERATOR-STATUS
            CLOSE SUSPENSE-FILE
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM GET-USER-ID
            UNTIL USER-OK OR WS-SIGNON-ATTEMPTS > 2
        CLOSE OPERATOR-FILE
        IF NOT USER-OK
            DISPLAY "CALCSUSM: USER NOT AUTHORIZED - EXITING"
            CLOSE SUSPENSE-FILE
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM UNTIL END-OF-SUSPENSE-FILE OR STOP-BROWSING
            PERFORM READ-SUSPENSE-RECORD
            IF NOT END-OF-SUSPENSE-FILE AND SUSP-OPEN
        MOVE 'Y' TO WS-ABORT-SWITCH
    END-IF.

GET-USER-ID.
    ADD 1 TO WS-SIGNON-ATTEMPTS
    DISPLAY "Enter your user ID: "
    ACCEPT WS-USER-ID
    MOVE WS-USER-ID TO OPR-OPERATOR-ID
    READ OPERATOR-FILE
        INVALID KEY
            DISPLAY "User ID not on operator master"
        NOT INVALID KEY
            IF OPR-ACTIVE
                PERFORM CHECK-USER-PIN
            ELSE
                DISPLAY "User ID is not active - "
                    "see your supervisor"
            END-IF
    END-READ.

CHECK-USER-PIN.
    SET WS-SGN-SIGN-ON TO TRUE
    MOVE 'CALCSUSM'    TO WS-SGN-PROGRAM
    MOVE WS-USER-ID    TO WS-SGN-USER-ID
    MOVE SPACES        TO WS-SGN-BY-USER-ID
    MOVE SPACES        TO WS-SGN-NEW-PIN
    CALL 'CALCSIGN' USING WS-SIGNON-AREA
    EVALUATE TRUE
        WHEN WS-SGN-OK
            MOVE 'Y' TO WS-USER-OK-SWITCH
        WHEN WS-SGN-LOCKED
            MOVE 3 TO WS-SIGNON-ATTEMPTS
        WHEN WS-SGN-FILE-EMPTY
            DISPLAY "No PINs are loaded - see your supervisor"
        WHEN WS-SGN-FILE-ERROR
            DISPLAY "Security file unavailable"
            MOVE 3 TO WS-SIGNON-ATTEMPTS
    END-EVALUATE.

READ-SUSPENSE-RECORD.
    READ SUSPENSE-FILE
        AT END
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

CORRECT-SUSPENSE-ITEM.
    DISPLAY "  Field to fix - O operator, 1 num1, 2 num2, "
        "C choice, R ref reversed, T transfer target: "
    ACCEPT WS-FIELD
    EVALUATE WS-FIELD
        WHEN 'O'
        WHEN 'C'
            DISPLAY "  Enter choice: "
            ACCEPT SUSP-CHOICE
        WHEN 'R'
            DISPLAY "  Enter transaction reference to reverse: "
            ACCEPT SUSP-ORIG-REF
        WHEN 'T'
            DISPLAY "  Enter transfer target operator ID: "
            MOVE SPACES TO SUSP-ORIG-REF
            ACCEPT SUSP-TARGET-ID
        WHEN OTHER
            DISPLAY "  Invalid field - item unchanged"
    END-EVALUATE
    IF WS-FIELD = 'O' OR '1' OR '2' OR 'C' OR 'R' OR 'T'
        SET SUSP-CORRECTED TO TRUE
        REWRITE SUSPENSE-RECORD
        ADD 1 TO WS-WORKED-COUNT
