        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SORD-ORDER-ID
        FILE STATUS IS WS-ORDER-STATUS.
    SELECT OPERATOR-FILE ASSIGN TO OPERMAST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OPR-OPERATOR-ID
        FILE STATUS IS WS-OPERATOR-STATUS.

DATA DIVISION.
FILE SECTION.
FD  ORDER-FILE.
    COPY CALCSORD.

FD  OPERATOR-FILE.
    COPY CALCOPR.

WORKING-STORAGE SECTION.
01  WS-ORDER-STATUS          PIC X(2).
01  WS-OPERATOR-STATUS       PIC X(2).

01  WS-ABORT-SWITCH          PIC X(1) VALUE 'N'.
    88 ABORT-RUN             VALUE 'Y'.

01  WS-USER-ID               PIC X(8).
01  WS-USER-OK-SWITCH        PIC X(1) VALUE 'N'.
    88 USER-OK               VALUE 'Y'.
01  WS-SIGNON-ATTEMPTS       PIC 9(1) VALUE ZERO.
COPY CALCSGNW.

01  WS-ACTION                PIC X(1).
01  WS-ORDER-ID              PIC X(8).
01  WS-OPERATOR-ID           PIC X(8).
        DISPLAY "CALCSORM: UNABLE TO OPEN SORDMAST - EXITING"
        MOVE 16 TO RETURN-CODE
    ELSE
        OPEN INPUT OPERATOR-FILE
        IF WS-OPERATOR-STATUS NOT = '00'
            DISPLAY "CALCSORM: UNABLE TO OPEN OPERMAST, STATUS="
                WS-OPERATOR-STATUS
            CLOSE ORDER-FILE
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM GET-USER-ID
            UNTIL USER-OK OR WS-SIGNON-ATTEMPTS > 2
        CLOSE OPERATOR-FILE
        IF NOT USER-OK
            DISPLAY "CALCSORM: USER NOT AUTHORIZED - EXITING"
            CLOSE ORDER-FILE
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM UNTIL NOT CONTINUE-MENU
            PERFORM GET-ACTION
            EVALUATE WS-ACTION
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
    MOVE 'CALCSORM'    TO WS-SGN-PROGRAM
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

GET-ACTION.
    DISPLAY "Standing order maintenance"
    DISPLAY "  A add, C cancel, I inquire, X exit: "
