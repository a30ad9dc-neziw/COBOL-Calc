IDENTIFICATION DIVISION.
PROGRAM-ID. CALCRTM.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RATE-FILE ASSIGN TO RATEMAST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RATE-KEY
        FILE STATUS IS WS-RATE-STATUS.
    SELECT OPERATOR-FILE ASSIGN TO OPERMAST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OPR-OPERATOR-ID
        FILE STATUS IS WS-OPERATOR-STATUS.

DATA DIVISION.
FILE SECTION.
FD  RATE-FILE.
    COPY CALCRATE.

FD  OPERATOR-FILE.
    COPY CALCOPR.

WORKING-STORAGE SECTION.
01  WS-RATE-STATUS           PIC X(2).
01  WS-OPERATOR-STATUS       PIC X(2).

01  WS-ABORT-SWITCH          PIC X(1) VALUE 'N'.
    88 ABORT-RUN             VALUE 'Y'.

01  WS-USER-ID               PIC X(8).
01  WS-USER-OK-SWITCH        PIC X(1) VALUE 'N'.
    88 USER-OK               VALUE 'Y'.
01  WS-SUPERVISOR-SWITCH     PIC X(1) VALUE 'N'.
    88 USER-IS-SUPERVISOR    VALUE 'Y'.
01  WS-SIGNON-ATTEMPTS       PIC 9(1) VALUE ZERO.
COPY CALCSGNW.

01  WS-ACTION                PIC X(1).
01  WS-SCOPE                 PIC X(1).
01  WS-SCOPE-ID              PIC X(10).
01  WS-EFF-FROM              PIC X(8).
01  WS-EFF-TO                PIC X(8).
01  WS-RATE-TYPE             PIC X(1).
01  WS-BASIS                 PIC X(1).
01  WS-PERCENT               PIC 9(3)V9(4) COMP-3.
01  WS-MIN-CHARGE            PIC 9(5)V99 COMP-3.
01  WS-MAX-CHARGE            PIC 9(5)V99 COMP-3.
01  WS-DISPLAY-PERCENT       PIC ZZ9.9999.
01  WS-DISPLAY-MIN           PIC Z(4)9.99.
01  WS-DISPLAY-MAX           PIC Z(4)9.99.
01  WS-RATE-COUNT            PIC 9(3) COMP VALUE ZERO.

01  WS-SCOPE-OK-SWITCH       PIC X(1).
    88 SCOPE-OK              VALUE 'Y'.
01  WS-OPERATOR-FOUND-SWITCH PIC X(1).
    88 SCOPE-OPERATOR-FOUND  VALUE 'Y'.
01  WS-OVERLAP-SWITCH        PIC X(1).
    88 RATE-OVERLAPS         VALUE 'Y'.
01  WS-RATE-EOF-SWITCH       PIC X(1).
    88 END-OF-SCOPE-RATES    VALUE 'Y'.

01  WS-CONTINUE-SWITCH      PIC X(1) VALUE 'Y'.
    88 CONTINUE-MENU        VALUE 'Y'.

PROCEDURE DIVISION.
MAIN-PARAGRAPH.
    PERFORM OPEN-RATE-FILE
    IF ABORT-RUN
        DISPLAY "CALCRTM: UNABLE TO OPEN RATEMAST - EXITING"
        MOVE 16 TO RETURN-CODE
    ELSE
        OPEN INPUT OPERATOR-FILE
        IF WS-OPERATOR-STATUS NOT = '00'
            DISPLAY "CALCRTM: UNABLE TO OPEN OPERMAST, STATUS="
                WS-OPERATOR-STATUS
            CLOSE RATE-FILE
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM GET-USER-ID
            UNTIL USER-OK OR WS-SIGNON-ATTEMPTS > 2
        IF NOT USER-OK
            DISPLAY "CALCRTM: USER NOT AUTHORIZED - EXITING"
            CLOSE OPERATOR-FILE
            CLOSE RATE-FILE
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM UNTIL NOT CONTINUE-MENU
            PERFORM GET-ACTION
            EVALUATE WS-ACTION
                WHEN 'A'
                    PERFORM ADD-RATE
                WHEN 'C'
                    PERFORM CANCEL-RATE
                WHEN 'I'
                    PERFORM INQUIRE-RATES
                WHEN 'X'
                    MOVE 'N' TO WS-CONTINUE-SWITCH
                WHEN OTHER
                    DISPLAY "Invalid action - use A, C, I or X"
            END-EVALUATE
        END-PERFORM
        CLOSE OPERATOR-FILE
        CLOSE RATE-FILE
    END-IF
    STOP RUN.

OPEN-RATE-FILE.
    OPEN I-O RATE-FILE
    IF WS-RATE-STATUS = '35'
        OPEN OUTPUT RATE-FILE
        CLOSE RATE-FILE
        OPEN I-O RATE-FILE
    END-IF
    IF WS-RATE-STATUS NOT = '00'
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
    MOVE 'CALCRTM'     TO WS-SGN-PROGRAM
    MOVE WS-USER-ID    TO WS-SGN-USER-ID
    MOVE SPACES        TO WS-SGN-BY-USER-ID
    MOVE SPACES        TO WS-SGN-NEW-PIN
    CALL 'CALCSIGN' USING WS-SIGNON-AREA
    EVALUATE TRUE
        WHEN WS-SGN-OK
            MOVE 'Y' TO WS-USER-OK-SWITCH
            IF OPR-AUTH-SUPERVISOR
                MOVE 'Y' TO WS-SUPERVISOR-SWITCH
            END-IF
        WHEN WS-SGN-LOCKED
            MOVE 3 TO WS-SIGNON-ATTEMPTS
        WHEN WS-SGN-FILE-EMPTY
            DISPLAY "No PINs are loaded - see your supervisor"
        WHEN WS-SGN-FILE-ERROR
            DISPLAY "Security file unavailable"
            MOVE 3 TO WS-SIGNON-ATTEMPTS
    END-EVALUATE.

GET-ACTION.
    DISPLAY "Rate maintenance"
    DISPLAY "  A add, C cancel, I inquire, X exit: "
    ACCEPT WS-ACTION.

GET-RATE-SCOPE.
    MOVE 'N' TO WS-SCOPE-OK-SWITCH
    DISPLAY "Enter scope - O operator, D department: "
    ACCEPT WS-SCOPE
    IF WS-SCOPE = 'O'
        DISPLAY "Enter operator ID: "
    ELSE
        DISPLAY "Enter department: "
    END-IF
    ACCEPT WS-SCOPE-ID
    EVALUATE TRUE
        WHEN WS-SCOPE NOT = 'O' AND WS-SCOPE NOT = 'D'
            DISPLAY "Invalid scope - use O or D"
        WHEN WS-SCOPE-ID = SPACES
            DISPLAY "Operator ID or department may not be blank"
        WHEN OTHER
            MOVE 'Y' TO WS-SCOPE-OK-SWITCH
    END-EVALUATE.

GET-RATE-KEY.
    PERFORM GET-RATE-SCOPE
    IF SCOPE-OK
        DISPLAY "Enter effective from date (YYYYMMDD): "
        ACCEPT WS-EFF-FROM
        MOVE WS-SCOPE    TO RATE-SCOPE
        MOVE WS-SCOPE-ID TO RATE-SCOPE-ID
        MOVE WS-EFF-FROM TO RATE-EFF-FROM
    END-IF.

ADD-RATE.
    IF NOT USER-IS-SUPERVISOR
        DISPLAY "Only a supervisor may add a rate"
    ELSE
        PERFORM GET-RATE-KEY
        IF SCOPE-OK
            PERFORM GET-RATE-DETAIL
        END-IF
    END-IF.

GET-RATE-DETAIL.
    DISPLAY "Enter effective to date (YYYYMMDD, "
        "blank for open-ended): "
    ACCEPT WS-EFF-TO
    IF WS-EFF-TO = SPACES
        MOVE '99991231' TO WS-EFF-TO
    END-IF
    DISPLAY "Enter type - C service charge, A credit accrual: "
    ACCEPT WS-RATE-TYPE
    DISPLAY "Enter basis - D daily balance, M month-end balance: "
    ACCEPT WS-BASIS
    DISPLAY "Enter annual rate percent: "
    ACCEPT WS-PERCENT
    DISPLAY "Enter minimum charge: "
    ACCEPT WS-MIN-CHARGE
    DISPLAY "Enter maximum charge: "
    ACCEPT WS-MAX-CHARGE
    PERFORM CHECK-SCOPE-OPERATOR
    MOVE 'N' TO WS-OVERLAP-SWITCH
    IF WS-EFF-FROM IS NUMERIC AND WS-EFF-TO IS NUMERIC
        PERFORM CHECK-RATE-OVERLAP
    END-IF
    EVALUATE TRUE
        WHEN NOT SCOPE-OPERATOR-FOUND
            DISPLAY "Operator " WS-SCOPE-ID
                " not on operator master - rate not added"
        WHEN WS-EFF-FROM NOT NUMERIC OR WS-EFF-TO NOT NUMERIC
            DISPLAY "Effective dates must be YYYYMMDD - "
                "rate not added"
        WHEN WS-EFF-FROM > WS-EFF-TO
            DISPLAY "Effective from exceeds effective to - "
                "rate not added"
        WHEN WS-RATE-TYPE NOT = 'C' AND WS-RATE-TYPE NOT = 'A'
            DISPLAY "Invalid type - rate not added"
        WHEN WS-BASIS NOT = 'D' AND WS-BASIS NOT = 'M'
            DISPLAY "Invalid basis - rate not added"
        WHEN WS-PERCENT = ZERO
            DISPLAY "Rate may not be zero - rate not added"
        WHEN WS-MAX-CHARGE = ZERO
            DISPLAY "Maximum charge may not be zero - "
                "rate not added"
        WHEN WS-MIN-CHARGE > WS-MAX-CHARGE
            DISPLAY "Minimum exceeds maximum - rate not added"
        WHEN RATE-OVERLAPS
            DISPLAY "Dates overlap an active rate for "
                WS-SCOPE-ID " - rate not added"
        WHEN OTHER
            MOVE WS-SCOPE       TO RATE-SCOPE
            MOVE WS-SCOPE-ID    TO RATE-SCOPE-ID
            MOVE WS-EFF-FROM    TO RATE-EFF-FROM
            MOVE WS-EFF-TO      TO RATE-EFF-TO
            MOVE WS-RATE-TYPE   TO RATE-TYPE
            MOVE WS-BASIS       TO RATE-BASIS
            MOVE WS-PERCENT     TO RATE-PERCENT
            MOVE WS-MIN-CHARGE  TO RATE-MIN-CHARGE
            MOVE WS-MAX-CHARGE  TO RATE-MAX-CHARGE
            MOVE WS-USER-ID     TO RATE-SET-BY
            SET RATE-ACTIVE     TO TRUE
            WRITE RATE-RECORD
                INVALID KEY
                    DISPLAY "Rate for " WS-SCOPE-ID " from "
                        WS-EFF-FROM " already on master"
                NOT INVALID KEY
                    DISPLAY "Rate for " WS-SCOPE-ID " from "
                        WS-EFF-FROM " added"
            END-WRITE
    END-EVALUATE.

CHECK-SCOPE-OPERATOR.
    MOVE 'Y' TO WS-OPERATOR-FOUND-SWITCH
    IF WS-SCOPE = 'O'
        MOVE WS-SCOPE-ID TO OPR-OPERATOR-ID
        READ OPERATOR-FILE
            INVALID KEY
                MOVE 'N' TO WS-OPERATOR-FOUND-SWITCH
        END-READ
    END-IF.

CHECK-RATE-OVERLAP.
    MOVE WS-SCOPE    TO RATE-SCOPE
    MOVE WS-SCOPE-ID TO RATE-SCOPE-ID
    MOVE LOW-VALUES  TO RATE-EFF-FROM
    MOVE 'N' TO WS-RATE-EOF-SWITCH
    START RATE-FILE KEY IS NOT LESS THAN RATE-KEY
        INVALID KEY
            MOVE 'Y' TO WS-RATE-EOF-SWITCH
    END-START
    PERFORM CHECK-NEXT-RATE
        UNTIL END-OF-SCOPE-RATES OR RATE-OVERLAPS.

CHECK-NEXT-RATE.
    READ RATE-FILE NEXT RECORD
        AT END
            MOVE 'Y' TO WS-RATE-EOF-SWITCH
        NOT AT END
            IF RATE-SCOPE NOT = WS-SCOPE
                OR RATE-SCOPE-ID NOT = WS-SCOPE-ID
                MOVE 'Y' TO WS-RATE-EOF-SWITCH
            ELSE
                IF RATE-ACTIVE
                    AND RATE-EFF-FROM <= WS-EFF-TO
                    AND RATE-EFF-TO >= WS-EFF-FROM
                    MOVE 'Y' TO WS-OVERLAP-SWITCH
                END-IF
            END-IF
    END-READ.

CANCEL-RATE.
    IF NOT USER-IS-SUPERVISOR
        DISPLAY "Only a supervisor may cancel a rate"
    ELSE
        PERFORM GET-RATE-KEY
        IF SCOPE-OK
            READ RATE-FILE
                INVALID KEY
                    DISPLAY "Rate for " WS-SCOPE-ID " from "
                        WS-EFF-FROM " not on master"
                NOT INVALID KEY
                    SET RATE-CANCELLED TO TRUE
                    MOVE WS-USER-ID TO RATE-SET-BY
                    REWRITE RATE-RECORD
                    DISPLAY "Rate for " WS-SCOPE-ID " from "
                        WS-EFF-FROM " cancelled"
            END-READ
        END-IF
    END-IF.

INQUIRE-RATES.
    PERFORM GET-RATE-SCOPE
    IF SCOPE-OK
        MOVE ZERO TO WS-RATE-COUNT
        MOVE WS-SCOPE    TO RATE-SCOPE
        MOVE WS-SCOPE-ID TO RATE-SCOPE-ID
        MOVE LOW-VALUES  TO RATE-EFF-FROM
        MOVE 'N' TO WS-RATE-EOF-SWITCH
        START RATE-FILE KEY IS NOT LESS THAN RATE-KEY
            INVALID KEY
                MOVE 'Y' TO WS-RATE-EOF-SWITCH
        END-START
        PERFORM SHOW-NEXT-RATE
            UNTIL END-OF-SCOPE-RATES
        IF WS-RATE-COUNT = ZERO
            DISPLAY "No rates on master for " WS-SCOPE-ID
        END-IF
    END-IF.

SHOW-NEXT-RATE.
    READ RATE-FILE NEXT RECORD
        AT END
            MOVE 'Y' TO WS-RATE-EOF-SWITCH
        NOT AT END
            IF RATE-SCOPE NOT = WS-SCOPE
                OR RATE-SCOPE-ID NOT = WS-SCOPE-ID
                MOVE 'Y' TO WS-RATE-EOF-SWITCH
            ELSE
                ADD 1 TO WS-RATE-COUNT
                PERFORM DISPLAY-RATE
            END-IF
    END-READ.

DISPLAY-RATE.
    MOVE RATE-PERCENT    TO WS-DISPLAY-PERCENT
    MOVE RATE-MIN-CHARGE TO WS-DISPLAY-MIN
    MOVE RATE-MAX-CHARGE TO WS-DISPLAY-MAX
    IF RATE-OPERATOR-SCOPE
        DISPLAY "Operator:   " RATE-SCOPE-ID
    ELSE
        DISPLAY "Department: " RATE-SCOPE-ID
    END-IF
    DISPLAY "Effective:  " RATE-EFF-FROM " - " RATE-EFF-TO
    EVALUATE TRUE
        WHEN RATE-CHARGE
            DISPLAY "Type:       SERVICE CHARGE"
        WHEN RATE-CREDIT
            DISPLAY "Type:       CREDIT ACCRUAL"
        WHEN OTHER
            DISPLAY "Type:       UNKNOWN (" RATE-TYPE ")"
    END-EVALUATE
    EVALUATE TRUE
        WHEN RATE-DAILY-BASIS
            DISPLAY "Basis:      DAILY BALANCE"
        WHEN RATE-MONTH-END-BASIS
            DISPLAY "Basis:      MONTH-END BALANCE"
        WHEN OTHER
            DISPLAY "Basis:      UNKNOWN (" RATE-BASIS ")"
    END-EVALUATE
    DISPLAY "Rate:       " WS-DISPLAY-PERCENT " % A YEAR"
    DISPLAY "Minimum:    " WS-DISPLAY-MIN
    DISPLAY "Maximum:    " WS-DISPLAY-MAX
    IF RATE-ACTIVE
        DISPLAY "Status:     ACTIVE"
    ELSE
        DISPLAY "Status:     CANCELLED"
    END-IF
    DISPLAY "Set by:     " RATE-SET-BY.
