IDENTIFICATION DIVISION.
PROGRAM-ID. CALCSIGN.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SECURITY-FILE ASSIGN TO SECFILE
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SEC-OPERATOR-ID
        FILE STATUS IS WS-SECURITY-STATUS.
    SELECT SECLOG-FILE ASSIGN TO SECLOG
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-SECLOG-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SECURITY-FILE.
    COPY CALCSECR.

FD  SECLOG-FILE.
    COPY CALCSECL.

WORKING-STORAGE SECTION.
01  WS-SECURITY-STATUS       PIC X(2).
01  WS-SECLOG-STATUS         PIC X(2).
01  WS-ABORT-SWITCH          PIC X(1).
    88 ABORT-RUN             VALUE 'Y'.
01  WS-CURRENT-DATE-TIME.
    05 WS-CURRENT-DATE       PIC X(8).
    05 WS-CURRENT-TIME       PIC X(6).
COPY CALCBDTW.

01  WS-MAX-FAILURES          PIC 9(2) VALUE 3.
01  WS-PIN-LIFE-DAYS         PIC 9(3) VALUE 90.
01  WS-EXPIRY-DAY-NUMBER     PIC 9(7).
01  WS-EXPIRY-DATE-NUM       PIC 9(8).

01  WS-PIN                   PIC X(8).
01  WS-NEW-PIN               PIC X(8).
01  WS-CONFIRM-PIN           PIC X(8).
01  WS-CHECK-PIN             PIC X(8).
01  WS-PIN-VALID-SWITCH      PIC X(1).
    88 PIN-VALID             VALUE 'Y'.
01  WS-PIN-END-SWITCH        PIC X(1).
    88 PIN-ENDED             VALUE 'Y'.
01  WS-PIN-LENGTH            PIC 9(2) COMP.
01  WS-PIN-POS               PIC 9(2) COMP.
01  WS-SECFILE-EMPTY-SWITCH  PIC X(1).
    88 SECFILE-EMPTY         VALUE 'Y'.

01  WS-HASH-INPUT.
    05 WS-HASH-ID            PIC X(8).
    05 WS-HASH-PIN           PIC X(8).
01  WS-HASH-POS              PIC 9(2) COMP.
01  WS-HASH-WORK             PIC 9(18) COMP.
01  WS-HASH-VALUE            PIC 9(9).

01  WS-LOG-EVENT             PIC X(8).
01  WS-LOG-BY-USER-ID        PIC X(8).
01  WS-LOG-FAILED-COUNT      PIC 9(2).

LINKAGE SECTION.
COPY CALCSGNW
    REPLACING ==WS-SIGNON-AREA== BY ==LS-SIGNON-AREA==
              LEADING ==WS-SGN== BY ==LS-SGN==.

PROCEDURE DIVISION USING LS-SIGNON-AREA.
MAIN-PARAGRAPH.
    SET LS-SGN-REFUSED TO TRUE
    MOVE 'N' TO WS-ABORT-SWITCH
    SET WS-BDT-GET TO TRUE
    CALL 'CALCBDTE' USING WS-BUSDATE-AREA
    IF WS-BDT-OK
        MOVE WS-BDT-DATE-OUT TO WS-CURRENT-DATE
    ELSE
        MOVE 'Y' TO WS-ABORT-SWITCH
    END-IF
    ACCEPT WS-CURRENT-TIME FROM TIME
    IF NOT ABORT-RUN
        PERFORM OPEN-FILES
    END-IF
    IF ABORT-RUN
        SET LS-SGN-FILE-ERROR TO TRUE
    ELSE
        EVALUATE TRUE
            WHEN LS-SGN-SIGN-ON
                PERFORM SIGN-ON-USER
            WHEN LS-SGN-RESET-PIN
                PERFORM RESET-PIN
            WHEN LS-SGN-UNLOCK
                PERFORM UNLOCK-USER
        END-EVALUATE
    END-IF
    IF WS-BDT-OK
        PERFORM CLOSE-FILES
    END-IF
    GOBACK.

OPEN-FILES.
    OPEN I-O SECURITY-FILE
    IF WS-SECURITY-STATUS = '35'
        OPEN OUTPUT SECURITY-FILE
        CLOSE SECURITY-FILE
        OPEN I-O SECURITY-FILE
    END-IF
    IF WS-SECURITY-STATUS NOT = '00'
        DISPLAY 'CALCSIGN: UNABLE TO OPEN SECFILE, STATUS='
            WS-SECURITY-STATUS
        MOVE 'Y' TO WS-ABORT-SWITCH
    END-IF
    OPEN EXTEND SECLOG-FILE
    IF WS-SECLOG-STATUS = '35'
        OPEN OUTPUT SECLOG-FILE
    END-IF
    IF WS-SECLOG-STATUS NOT = '00'
        DISPLAY 'CALCSIGN: UNABLE TO OPEN SECLOG, STATUS='
            WS-SECLOG-STATUS
        MOVE 'Y' TO WS-ABORT-SWITCH
    END-IF.

CLOSE-FILES.
    CLOSE SECURITY-FILE
    CLOSE SECLOG-FILE.

SIGN-ON-USER.
    MOVE LS-SGN-USER-ID TO SEC-OPERATOR-ID
    READ SECURITY-FILE
        INVALID KEY
            PERFORM CHECK-EMPTY-SECFILE
            IF SECFILE-EMPTY
                SET LS-SGN-FILE-EMPTY TO TRUE
            ELSE
                SET LS-SGN-NOT-ENROLLED TO TRUE
                DISPLAY "No PIN is held for this ID - "
                    "see your supervisor"
                MOVE 'NOPIN'  TO WS-LOG-EVENT
                MOVE SPACES   TO WS-LOG-BY-USER-ID
                MOVE ZERO     TO WS-LOG-FAILED-COUNT
                PERFORM WRITE-LOG-RECORD
            END-IF
        NOT INVALID KEY
            PERFORM CHECK-PIN
    END-READ.

CHECK-EMPTY-SECFILE.
    MOVE 'N' TO WS-SECFILE-EMPTY-SWITCH
    MOVE LOW-VALUES TO SEC-OPERATOR-ID
    START SECURITY-FILE KEY >= SEC-OPERATOR-ID
        INVALID KEY
            MOVE 'Y' TO WS-SECFILE-EMPTY-SWITCH
    END-START.

CHECK-PIN.
    IF SEC-LOCKED
        SET LS-SGN-LOCKED TO TRUE
        DISPLAY "ID is locked after repeated PIN failures - "
            "see your supervisor"
        MOVE 'LOCKED'         TO WS-LOG-EVENT
        MOVE SPACES           TO WS-LOG-BY-USER-ID
        MOVE SEC-FAILED-COUNT TO WS-LOG-FAILED-COUNT
        PERFORM WRITE-LOG-RECORD
    ELSE
        DISPLAY "Enter your PIN: "
        ACCEPT WS-PIN
        MOVE LS-SGN-USER-ID TO WS-HASH-ID
        MOVE WS-PIN         TO WS-HASH-PIN
        PERFORM COMPUTE-PIN-HASH
        IF WS-HASH-VALUE = SEC-PIN-HASH
            PERFORM ACCEPT-GOOD-PIN
        ELSE
            PERFORM RECORD-BAD-PIN
        END-IF
    END-IF.

RECORD-BAD-PIN.
    ADD 1 TO SEC-FAILED-COUNT
    IF SEC-FAILED-COUNT >= WS-MAX-FAILURES
        SET SEC-LOCKED TO TRUE
        SET LS-SGN-LOCKED TO TRUE
        MOVE 'LOCKOUT' TO WS-LOG-EVENT
        DISPLAY "Invalid PIN - ID is now locked, "
            "see your supervisor"
    ELSE
        MOVE 'BADPIN' TO WS-LOG-EVENT
        DISPLAY "Invalid PIN"
    END-IF
    REWRITE SECURITY-RECORD
    MOVE SPACES           TO WS-LOG-BY-USER-ID
    MOVE SEC-FAILED-COUNT TO WS-LOG-FAILED-COUNT
    PERFORM WRITE-LOG-RECORD.

ACCEPT-GOOD-PIN.
    MOVE ZERO                 TO SEC-FAILED-COUNT
    MOVE WS-CURRENT-DATE-TIME TO SEC-LAST-SIGNON
    IF SEC-PIN-EXPIRES > WS-CURRENT-DATE
        SET LS-SGN-OK TO TRUE
    ELSE
        DISPLAY "Your PIN has expired - set a new PIN now"
        PERFORM GET-NEW-PIN
        IF PIN-VALID
            PERFORM STORE-NEW-PIN
            SET LS-SGN-OK TO TRUE
            DISPLAY "PIN changed"
            MOVE 'PINCHG' TO WS-LOG-EVENT
            MOVE SPACES   TO WS-LOG-BY-USER-ID
            MOVE ZERO     TO WS-LOG-FAILED-COUNT
            PERFORM WRITE-LOG-RECORD
        ELSE
            DISPLAY "PIN not changed - sign-on refused"
        END-IF
    END-IF
    REWRITE SECURITY-RECORD.

GET-NEW-PIN.
    DISPLAY "Enter new PIN (4 to 8 digits): "
    ACCEPT WS-NEW-PIN
    DISPLAY "Enter new PIN again: "
    ACCEPT WS-CONFIRM-PIN
    MOVE WS-NEW-PIN TO WS-CHECK-PIN
    PERFORM VALIDATE-PIN
    EVALUATE TRUE
        WHEN NOT PIN-VALID
            DISPLAY "A PIN must be 4 to 8 digits"
        WHEN WS-NEW-PIN NOT = WS-CONFIRM-PIN
            MOVE 'N' TO WS-PIN-VALID-SWITCH
            DISPLAY "The two entries do not match"
        WHEN WS-NEW-PIN = WS-PIN
            MOVE 'N' TO WS-PIN-VALID-SWITCH
            DISPLAY "The new PIN must differ from the old one"
    END-EVALUATE.

VALIDATE-PIN.
    MOVE 'Y'  TO WS-PIN-VALID-SWITCH
    MOVE 'N'  TO WS-PIN-END-SWITCH
    MOVE ZERO TO WS-PIN-LENGTH
    PERFORM CHECK-PIN-CHARACTER
        VARYING WS-PIN-POS FROM 1 BY 1
        UNTIL WS-PIN-POS > 8
    IF WS-PIN-LENGTH < 4
        MOVE 'N' TO WS-PIN-VALID-SWITCH
    END-IF.

CHECK-PIN-CHARACTER.
    IF WS-CHECK-PIN(WS-PIN-POS:1) = SPACE
        MOVE 'Y' TO WS-PIN-END-SWITCH
    ELSE
        IF WS-CHECK-PIN(WS-PIN-POS:1) IS NUMERIC
            AND NOT PIN-ENDED
            ADD 1 TO WS-PIN-LENGTH
        ELSE
            MOVE 'N' TO WS-PIN-VALID-SWITCH
        END-IF
    END-IF.

STORE-NEW-PIN.
    MOVE LS-SGN-USER-ID TO WS-HASH-ID
    MOVE WS-NEW-PIN     TO WS-HASH-PIN
    PERFORM COMPUTE-PIN-HASH
    MOVE WS-HASH-VALUE   TO SEC-PIN-HASH
    MOVE WS-CURRENT-DATE TO SEC-PIN-CHANGED
    COMPUTE WS-EXPIRY-DAY-NUMBER =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-CURRENT-DATE))
        + WS-PIN-LIFE-DAYS
    COMPUTE WS-EXPIRY-DATE-NUM =
        FUNCTION DATE-OF-INTEGER(WS-EXPIRY-DAY-NUMBER)
    MOVE WS-EXPIRY-DATE-NUM TO SEC-PIN-EXPIRES.

COMPUTE-PIN-HASH.
    MOVE 7 TO WS-HASH-WORK
    PERFORM ADD-HASH-CHARACTER
        VARYING WS-HASH-POS FROM 1 BY 1
        UNTIL WS-HASH-POS > 16
    MOVE WS-HASH-WORK TO WS-HASH-VALUE.

ADD-HASH-CHARACTER.
    COMPUTE WS-HASH-WORK =
        FUNCTION MOD(WS-HASH-WORK * 131
            + FUNCTION ORD(WS-HASH-INPUT(WS-HASH-POS:1)),
            999999937).

RESET-PIN.
    MOVE LS-SGN-NEW-PIN TO WS-CHECK-PIN
    PERFORM VALIDATE-PIN
    IF NOT PIN-VALID
        SET LS-SGN-PIN-INVALID TO TRUE
    ELSE
        MOVE LS-SGN-NEW-PIN TO WS-NEW-PIN
        MOVE LS-SGN-USER-ID TO SEC-OPERATOR-ID
        READ SECURITY-FILE
            INVALID KEY
                MOVE LS-SGN-USER-ID TO SEC-OPERATOR-ID
                MOVE SPACES         TO SEC-LAST-SIGNON
                PERFORM SET-RESET-FIELDS
                WRITE SECURITY-RECORD
            NOT INVALID KEY
                PERFORM SET-RESET-FIELDS
                REWRITE SECURITY-RECORD
        END-READ
        SET LS-SGN-OK TO TRUE
        MOVE 'PINRESET'        TO WS-LOG-EVENT
        MOVE LS-SGN-BY-USER-ID TO WS-LOG-BY-USER-ID
        MOVE ZERO              TO WS-LOG-FAILED-COUNT
        PERFORM WRITE-LOG-RECORD
    END-IF.

SET-RESET-FIELDS.
    PERFORM STORE-NEW-PIN
    MOVE WS-CURRENT-DATE   TO SEC-PIN-EXPIRES
    MOVE ZERO              TO SEC-FAILED-COUNT
    SET SEC-UNLOCKED       TO TRUE
    MOVE LS-SGN-BY-USER-ID TO SEC-LAST-RESET-BY.

UNLOCK-USER.
    MOVE LS-SGN-USER-ID TO SEC-OPERATOR-ID
    READ SECURITY-FILE
        INVALID KEY
            SET LS-SGN-NOT-ENROLLED TO TRUE
        NOT INVALID KEY
            MOVE SEC-FAILED-COUNT  TO WS-LOG-FAILED-COUNT
            MOVE ZERO              TO SEC-FAILED-COUNT
            SET SEC-UNLOCKED       TO TRUE
            MOVE LS-SGN-BY-USER-ID TO SEC-LAST-RESET-BY
            REWRITE SECURITY-RECORD
            SET LS-SGN-OK TO TRUE
            MOVE 'UNLOCK'          TO WS-LOG-EVENT
            MOVE LS-SGN-BY-USER-ID TO WS-LOG-BY-USER-ID
            PERFORM WRITE-LOG-RECORD
    END-READ.

WRITE-LOG-RECORD.
    MOVE SPACES               TO SEC-LOG-RECORD
    MOVE WS-CURRENT-DATE-TIME TO SECL-TIMESTAMP
    MOVE WS-LOG-EVENT         TO SECL-EVENT
    MOVE LS-SGN-USER-ID       TO SECL-USER-ID
    MOVE LS-SGN-PROGRAM       TO SECL-PROGRAM
    MOVE WS-LOG-BY-USER-ID    TO SECL-BY-USER-ID
    MOVE WS-LOG-FAILED-COUNT  TO SECL-FAILED-COUNT
    WRITE SEC-LOG-RECORD.
