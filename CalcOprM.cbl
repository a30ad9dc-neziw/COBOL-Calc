01  WS-CURRENT-DATE-TIME.
    05 WS-CURRENT-DATE       PIC X(8).
    05 WS-CURRENT-TIME       PIC X(6).
01  WS-BUSINESS-DATE         PIC X(8).
COPY CALCBDTW.

01  WS-USER-ID               PIC X(8) VALUE SPACES.
01  WS-USER-OK-SWITCH        PIC X(1) VALUE 'N'.
01  WS-SCAN-EOF-SWITCH       PIC X(1).
    88 END-OF-SCAN           VALUE 'Y'.
01  WS-SIGNON-ATTEMPTS       PIC 9(1) VALUE ZERO.
01  WS-PIN-BOOTSTRAP-SWITCH  PIC X(1) VALUE 'N'.
    88 PIN-BOOTSTRAP         VALUE 'Y'.
01  WS-NEW-PIN               PIC X(8).
COPY CALCSGNW.
01  WS-ACTION                PIC X(1).
01  WS-OPERATOR-ID           PIC X(8).
01  WS-NAME                  PIC X(30).

01  WS-JRNL-ACTION           PIC X(8).
01  WS-BEFORE-IMAGE          PIC X(71).
01  WS-SAVED-RECORD          PIC X(79).
01  WS-CONFIRMER-OK-SWITCH   PIC X(1).
    88 CONFIRMER-OK          VALUE 'Y'.


PROCEDURE DIVISION.
MAIN-PARAGRAPH.
    PERFORM GET-BUSINESS-DATE
    PERFORM OPEN-OPERATOR-FILE
    PERFORM OPEN-JOURNAL-FILE
    IF ABORT-RUN
                    PERFORM UPDATE-LIMITS
                WHEN 'V'
                    PERFORM APPROVE-UPGRADE
                WHEN 'P'
                    PERFORM RESET-OPERATOR-PIN
                WHEN 'K'
                    PERFORM UNLOCK-OPERATOR
                WHEN 'X'
                    MOVE 'N' TO WS-CONTINUE-SWITCH
                WHEN OTHER
                    DISPLAY "Invalid action - use A, S, C, R, I, "
                        "U, L, V, P, K or X"
            END-EVALUATE
        END-PERFORM
        PERFORM CLOSE-FILES
    END-IF
    STOP RUN.

GET-BUSINESS-DATE.
    SET WS-BDT-GET TO TRUE
    CALL 'CALCBDTE' USING WS-BUSDATE-AREA
    IF NOT WS-BDT-OK
        DISPLAY 'CALCOPRM: BUSINESS DATE NOT AVAILABLE FROM CALENDAR'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-BDT-DATE-OUT TO WS-BUSINESS-DATE.

OPEN-OPERATOR-FILE.
    OPEN I-O OPERATOR-FILE
    IF WS-OPERATOR-STATUS = '35'
                IF MASTER-EMPTY
                    MOVE 'Y' TO WS-USER-OK-SWITCH
                    MOVE 'Y' TO WS-BOOTSTRAP-SWITCH
                    MOVE 'Y' TO WS-PIN-BOOTSTRAP-SWITCH
                    DISPLAY "Operator master is empty - sign-on "
                        "accepted to load it"
                ELSE
                END-IF
            NOT INVALID KEY
                IF OPR-ACTIVE
                    PERFORM CHECK-USER-PIN
                ELSE
                    DISPLAY "User ID is not active - "
                        "see your supervisor"
        END-READ
    END-IF.

CHECK-USER-PIN.
    SET WS-SGN-SIGN-ON TO TRUE
    MOVE 'CALCOPRM'    TO WS-SGN-PROGRAM
    MOVE WS-USER-ID    TO WS-SGN-USER-ID
    MOVE SPACES        TO WS-SGN-BY-USER-ID
    MOVE SPACES        TO WS-SGN-NEW-PIN
    CALL 'CALCSIGN' USING WS-SIGNON-AREA
    EVALUATE TRUE
        WHEN WS-SGN-OK
            MOVE 'Y' TO WS-USER-OK-SWITCH
        WHEN WS-SGN-FILE-EMPTY
            MOVE 'Y' TO WS-USER-OK-SWITCH
            MOVE 'Y' TO WS-PIN-BOOTSTRAP-SWITCH
            DISPLAY "Security file is empty - sign-on "
                "accepted to load PINs"
            DISPLAY "Set your own PIN first (action P) - "
                "further PINs need an active supervisor"
        WHEN WS-SGN-LOCKED
            MOVE 3 TO WS-SIGNON-ATTEMPTS
        WHEN WS-SGN-FILE-ERROR
            DISPLAY "Security file unavailable"
            MOVE 3 TO WS-SIGNON-ATTEMPTS
    END-EVALUATE.

CHECK-EMPTY-MASTER.
    MOVE 'N' TO WS-MASTER-EMPTY-SWITCH
    MOVE LOW-VALUES TO OPR-OPERATOR-ID
    DISPLAY "Operator master maintenance"
    DISPLAY "  A add, S suspend, C reactivate, R retire, "
        "I inquire, U authority, L limits, "
        "V approve upgrade, P reset PIN, K unlock, X exit: "
    ACCEPT WS-ACTION.

GET-OPERATOR-ID.
    ACCEPT WS-OPERATOR-ID.

WRITE-JOURNAL-RECORD.
    MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
    ACCEPT WS-CURRENT-TIME FROM TIME
    MOVE WS-CURRENT-DATE  TO JRNL-TIMESTAMP(1:8)
    MOVE WS-CURRENT-TIME  TO JRNL-TIMESTAMP(9:6)
            MOVE ZERO           TO OPR-LIMIT-HIGH
            MOVE SPACES         TO OPR-PENDING-AUTHORITY
            MOVE SPACES         TO OPR-PENDING-BY
            MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
            MOVE WS-CURRENT-DATE TO OPR-LAST-ACTIVITY
            EVALUATE TRUE
                WHEN WS-AUTHORITY = 'S' AND BOOTSTRAP-SIGNON
                    MOVE 'S'        TO OPR-AUTHORITY
                    PERFORM WRITE-JOURNAL-RECORD
                    DISPLAY "Operator " WS-OPERATOR-ID
                        " added as active"
                    PERFORM SET-INITIAL-PIN
                    IF WS-AUTHORITY = 'S'
                        IF BOOTSTRAP-SIGNON
                            DISPLAY "Supervisor authority "
            END-EVALUATE
    END-READ.

SET-INITIAL-PIN.
    DISPLAY "Enter initial PIN for " WS-OPERATOR-ID
        " (4 to 8 digits): "
    ACCEPT WS-NEW-PIN
    PERFORM CALL-PIN-RESET
    IF WS-SGN-OK
        DISPLAY "Initial PIN set - it must be changed at "
            "first sign-on"
    ELSE
        DISPLAY "Initial PIN not set - use action P to set it"
    END-IF.

RESET-OPERATOR-PIN.
    PERFORM CHECK-PIN-AUTHORITY
    IF CONFIRMER-OK
        MOVE WS-OPERATOR-ID TO OPR-OPERATOR-ID
        READ OPERATOR-FILE
            INVALID KEY
                DISPLAY "Operator " WS-OPERATOR-ID " not on master"
            NOT INVALID KEY
                DISPLAY "Enter new PIN for " WS-OPERATOR-ID
                    " (4 to 8 digits): "
                ACCEPT WS-NEW-PIN
                PERFORM CALL-PIN-RESET
                IF WS-SGN-OK
                    MOVE OPERATOR-RECORD TO WS-BEFORE-IMAGE
                    MOVE 'PINRESET' TO WS-JRNL-ACTION
                    PERFORM WRITE-JOURNAL-RECORD
                    DISPLAY "PIN reset for " WS-OPERATOR-ID
                        " - it must be changed at next sign-on"
                END-IF
        END-READ
    END-IF.

CALL-PIN-RESET.
    SET WS-SGN-RESET-PIN TO TRUE
    MOVE 'CALCOPRM'      TO WS-SGN-PROGRAM
    MOVE WS-OPERATOR-ID  TO WS-SGN-USER-ID
    MOVE WS-USER-ID      TO WS-SGN-BY-USER-ID
    MOVE WS-NEW-PIN      TO WS-SGN-NEW-PIN
    CALL 'CALCSIGN' USING WS-SIGNON-AREA
    EVALUATE TRUE
        WHEN WS-SGN-OK
            MOVE 'N' TO WS-PIN-BOOTSTRAP-SWITCH
        WHEN WS-SGN-PIN-INVALID
            DISPLAY "A PIN must be 4 to 8 digits"
        WHEN WS-SGN-FILE-ERROR
            DISPLAY "Security file unavailable"
    END-EVALUATE.

UNLOCK-OPERATOR.
    PERFORM CHECK-PIN-AUTHORITY
    IF CONFIRMER-OK
        MOVE WS-OPERATOR-ID TO OPR-OPERATOR-ID
        READ OPERATOR-FILE
            INVALID KEY
                DISPLAY "Operator " WS-OPERATOR-ID " not on master"
            NOT INVALID KEY
                SET WS-SGN-UNLOCK   TO TRUE
                MOVE 'CALCOPRM'     TO WS-SGN-PROGRAM
                MOVE WS-OPERATOR-ID TO WS-SGN-USER-ID
                MOVE WS-USER-ID     TO WS-SGN-BY-USER-ID
                MOVE SPACES         TO WS-SGN-NEW-PIN
                CALL 'CALCSIGN' USING WS-SIGNON-AREA
                EVALUATE TRUE
                    WHEN WS-SGN-OK
                        MOVE OPERATOR-RECORD TO WS-BEFORE-IMAGE
                        MOVE 'UNLOCK' TO WS-JRNL-ACTION
                        PERFORM WRITE-JOURNAL-RECORD
                        DISPLAY "Operator " WS-OPERATOR-ID
                            " unlocked"
                    WHEN WS-SGN-NOT-ENROLLED
                        DISPLAY "No PIN is held for " WS-OPERATOR-ID
                            " - use action P to set one"
                    WHEN OTHER
                        DISPLAY "Security file unavailable"
                END-EVALUATE
        END-READ
    END-IF.

CHECK-PIN-AUTHORITY.
    PERFORM GET-OPERATOR-ID
    EVALUATE TRUE
        WHEN WS-OPERATOR-ID = WS-USER-ID AND PIN-BOOTSTRAP
            MOVE 'Y' TO WS-CONFIRMER-OK-SWITCH
        WHEN WS-OPERATOR-ID = WS-USER-ID
            MOVE 'N' TO WS-CONFIRMER-OK-SWITCH
            DISPLAY "A user cannot reset or unlock their own ID - "
                "a second supervisor must sign on"
        WHEN OTHER
            PERFORM CHECK-CONFIRMER
            IF NOT CONFIRMER-OK
                DISPLAY "User " WS-USER-ID " is not an active "
                    "supervisor on the master - action refused"
            END-IF
    END-EVALUATE.

CHECK-CONFIRMER.
    MOVE 'N' TO WS-CONFIRMER-OK-SWITCH
    MOVE WS-USER-ID TO OPR-OPERATOR-ID
        NOT INVALID KEY
            MOVE OPERATOR-RECORD TO WS-BEFORE-IMAGE
            SET OPR-ACTIVE TO TRUE
            MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE
            MOVE WS-CURRENT-DATE TO OPR-LAST-ACTIVITY
            REWRITE OPERATOR-RECORD
            MOVE 'REACTIVE' TO WS-JRNL-ACTION
            PERFORM WRITE-JOURNAL-RECORD
                WHEN OTHER
                    DISPLAY "Status:     UNKNOWN (" OPR-STATUS ")"
            END-EVALUATE
            IF OPR-LAST-ACTIVITY = SPACES
                DISPLAY "Last used:  NOT RECORDED"
            ELSE
                DISPLAY "Last used:  " OPR-LAST-ACTIVITY
            END-IF
    END-READ.
