IDENTIFICATION DIVISION.
PROGRAM-ID. CALCSECV.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SECLOG-FILE ASSIGN TO SECSORT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-SECLOG-STATUS.
    SELECT OPTIONAL SECPARM-FILE ASSIGN TO SECPARM
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-SECPARM-STATUS.
    SELECT REPORT-FILE ASSIGN TO SECRPT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SECLOG-FILE.
    COPY CALCSECL.

FD  SECPARM-FILE.
01  SECPARM-RECORD.
    05 SECPARM-REPORT-DATE  PIC X(8).
    05 FILLER               PIC X(72).

FD  REPORT-FILE.
01  REPORT-LINE             PIC X(132).

WORKING-STORAGE SECTION.
01  WS-SECLOG-STATUS        PIC X(2).
01  WS-SECPARM-STATUS       PIC X(2).
01  WS-REPORT-STATUS        PIC X(2).
01  WS-EOF-SWITCH           PIC X(1) VALUE 'N'.
    88 END-OF-SECLOG-FILE   VALUE 'Y'.
01  WS-ABORT-SWITCH         PIC X(1) VALUE 'N'.
    88 ABORT-RUN            VALUE 'Y'.
01  WS-GROUP-OPEN-SWITCH    PIC X(1) VALUE 'N'.
    88 GROUP-OPEN           VALUE 'Y'.
01  WS-CURRENT-DATE-TIME.
    05 WS-CURRENT-DATE      PIC X(8).
    05 WS-CURRENT-TIME      PIC X(6).
COPY CALCBDTW.
01  WS-REPORT-DATE          PIC X(8).

01  WS-GROUP-USER-ID        PIC X(8).
01  WS-GROUP-PROGRAM        PIC X(8).
01  WS-GROUP-FAILED         PIC 9(5) COMP-3.
01  WS-GROUP-LOCKOUTS       PIC 9(5) COMP-3.
01  WS-GROUP-RESETS         PIC 9(5) COMP-3.
01  WS-READ-COUNT           PIC 9(7) COMP-3 VALUE ZERO.
01  WS-LISTED-COUNT         PIC 9(7) COMP-3 VALUE ZERO.
01  WS-TOTAL-FAILED         PIC 9(7) COMP-3 VALUE ZERO.
01  WS-TOTAL-LOCKOUTS       PIC 9(7) COMP-3 VALUE ZERO.
01  WS-TOTAL-RESETS         PIC 9(7) COMP-3 VALUE ZERO.
01  WS-EVENT-TEXT           PIC X(30).

01  WS-HEADING-1.
    05 FILLER               PIC X(42) VALUE
       "SIGN-ON SECURITY VIOLATION REPORT - DATE ".
    05 WS-HDG-REPORT-DATE   PIC X(8).
01  WS-HEADING-2.
    05 FILLER PIC X(86) VALUE
       "USER ID   PROGRAM   TIME    EVENT     FAILS  BY        DESCRIPTION".
01  WS-DETAIL-LINE.
    05 WS-DET-USER-ID       PIC X(8).
    05 FILLER               PIC X(2)  VALUE SPACES.
    05 WS-DET-PROGRAM       PIC X(8).
    05 FILLER               PIC X(2)  VALUE SPACES.
    05 WS-DET-TIME          PIC X(6).
    05 FILLER               PIC X(2)  VALUE SPACES.
    05 WS-DET-EVENT         PIC X(8).
    05 FILLER               PIC X(2)  VALUE SPACES.
    05 WS-DET-FAILED-COUNT  PIC Z9.
    05 FILLER               PIC X(5)  VALUE SPACES.
    05 WS-DET-BY-USER-ID    PIC X(8).
    05 FILLER               PIC X(2)  VALUE SPACES.
    05 WS-DET-DESCRIPTION   PIC X(30).
01  WS-SUBTOTAL-LINE.
    05 FILLER               PIC X(10) VALUE SPACES.
    05 FILLER               PIC X(10) VALUE "SUBTOTAL  ".
    05 WS-SUB-USER-ID       PIC X(8).
    05 FILLER               PIC X(1)  VALUE SPACE.
    05 WS-SUB-PROGRAM       PIC X(8).
    05 FILLER               PIC X(19) VALUE "  FAILED SIGN-ONS: ".
    05 WS-SUB-FAILED        PIC ZZ,ZZ9.
    05 FILLER               PIC X(13) VALUE "  LOCKOUTS:  ".
    05 WS-SUB-LOCKOUTS      PIC ZZ,ZZ9.
    05 FILLER               PIC X(11) VALUE "  RESETS:  ".
    05 WS-SUB-RESETS        PIC ZZ,ZZ9.
01  WS-TOTAL-LINE.
    05 FILLER               PIC X(19) VALUE "EVENTS LISTED:     ".
    05 WS-TOT-LISTED        PIC Z,ZZZ,ZZ9.
    05 FILLER               PIC X(19) VALUE "  FAILED SIGN-ONS: ".
    05 WS-TOT-FAILED        PIC Z,ZZZ,ZZ9.
    05 FILLER               PIC X(13) VALUE "  LOCKOUTS:  ".
    05 WS-TOT-LOCKOUTS      PIC Z,ZZZ,ZZ9.
    05 FILLER               PIC X(11) VALUE "  RESETS:  ".
    05 WS-TOT-RESETS        PIC Z,ZZZ,ZZ9.
01  WS-NONE-LINE.
    05 FILLER               PIC X(40) VALUE
       "NO SIGN-ON VIOLATIONS OR RESETS LOGGED".

PROCEDURE DIVISION.
MAIN-PARAGRAPH.
    PERFORM GET-BUSINESS-DATE
    ACCEPT WS-CURRENT-TIME FROM TIME
    MOVE WS-CURRENT-DATE TO WS-REPORT-DATE
    PERFORM READ-SECURITY-PARM
    PERFORM OPEN-FILES
    IF ABORT-RUN
        PERFORM CLOSE-FILES
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-REPORT-DATE TO WS-HDG-REPORT-DATE
    WRITE REPORT-LINE FROM WS-HEADING-1
    WRITE REPORT-LINE FROM WS-HEADING-2
    PERFORM UNTIL END-OF-SECLOG-FILE
        READ SECLOG-FILE
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                ADD 1 TO WS-READ-COUNT
                IF SECL-TIMESTAMP(1:8) = WS-REPORT-DATE
                    AND NOT SECL-PIN-CHANGE
                    PERFORM LIST-SECURITY-EVENT
                END-IF
        END-READ
    END-PERFORM
    IF GROUP-OPEN
        PERFORM WRITE-GROUP-SUBTOTAL
    END-IF
    PERFORM WRITE-TOTALS
    PERFORM CLOSE-FILES
    DISPLAY 'CALCSECV: ' WS-TOTAL-FAILED ' FAILED SIGN-ON(S), '
        WS-TOTAL-LOCKOUTS ' LOCKOUT(S), '
        WS-TOTAL-RESETS ' RESET(S) ON ' WS-REPORT-DATE
    IF WS-TOTAL-FAILED > 0 OR WS-TOTAL-LOCKOUTS > 0
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    STOP RUN.

GET-BUSINESS-DATE.
    SET WS-BDT-GET TO TRUE
    CALL 'CALCBDTE' USING WS-BUSDATE-AREA
    IF NOT WS-BDT-OK
        DISPLAY 'CALCSECV: BUSINESS DATE NOT AVAILABLE FROM CALENDAR'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-BDT-DATE-OUT TO WS-CURRENT-DATE.

READ-SECURITY-PARM.
    OPEN INPUT SECPARM-FILE
    IF WS-SECPARM-STATUS = '00' OR '05'
        READ SECPARM-FILE
            AT END
                CONTINUE
            NOT AT END
                IF SECPARM-REPORT-DATE IS NUMERIC
                    MOVE SECPARM-REPORT-DATE TO WS-REPORT-DATE
                ELSE
                    DISPLAY 'CALCSECV: SECPARM DATE NOT NUMERIC - '
                        'REPORTING ' WS-REPORT-DATE
                END-IF
        END-READ
        CLOSE SECPARM-FILE
    END-IF.

OPEN-FILES.
    OPEN INPUT SECLOG-FILE
    IF WS-SECLOG-STATUS NOT = '00'
        DISPLAY 'CALCSECV: UNABLE TO OPEN SECSORT, STATUS='
            WS-SECLOG-STATUS
        MOVE 'Y' TO WS-ABORT-SWITCH
    END-IF
    OPEN OUTPUT REPORT-FILE
    IF WS-REPORT-STATUS NOT = '00'
        DISPLAY 'CALCSECV: UNABLE TO OPEN SECRPT, STATUS='
            WS-REPORT-STATUS
        MOVE 'Y' TO WS-ABORT-SWITCH
    END-IF.

LIST-SECURITY-EVENT.
    IF GROUP-OPEN
        IF SECL-USER-ID NOT = WS-GROUP-USER-ID
            OR SECL-PROGRAM NOT = WS-GROUP-PROGRAM
            PERFORM WRITE-GROUP-SUBTOTAL
        END-IF
    END-IF
    IF NOT GROUP-OPEN
        MOVE 'Y'          TO WS-GROUP-OPEN-SWITCH
        MOVE SECL-USER-ID TO WS-GROUP-USER-ID
        MOVE SECL-PROGRAM TO WS-GROUP-PROGRAM
        MOVE ZERO TO WS-GROUP-FAILED
        MOVE ZERO TO WS-GROUP-LOCKOUTS
        MOVE ZERO TO WS-GROUP-RESETS
    END-IF
    EVALUATE TRUE
        WHEN SECL-BAD-PIN
            MOVE "INVALID PIN" TO WS-EVENT-TEXT
            ADD 1 TO WS-GROUP-FAILED
        WHEN SECL-LOCKOUT
            MOVE "INVALID PIN - ID LOCKED" TO WS-EVENT-TEXT
            ADD 1 TO WS-GROUP-FAILED
            ADD 1 TO WS-GROUP-LOCKOUTS
        WHEN SECL-LOCKED-ATTEMPT
            MOVE "SIGN-ON TO LOCKED ID" TO WS-EVENT-TEXT
            ADD 1 TO WS-GROUP-FAILED
        WHEN SECL-NOT-ENROLLED
            MOVE "NO PIN HELD FOR ID" TO WS-EVENT-TEXT
            ADD 1 TO WS-GROUP-FAILED
        WHEN SECL-PIN-RESET
            MOVE "PIN RESET BY SUPERVISOR" TO WS-EVENT-TEXT
            ADD 1 TO WS-GROUP-RESETS
        WHEN SECL-UNLOCK
            MOVE "ID UNLOCKED BY SUPERVISOR" TO WS-EVENT-TEXT
            ADD 1 TO WS-GROUP-RESETS
        WHEN OTHER
            MOVE "UNKNOWN EVENT" TO WS-EVENT-TEXT
    END-EVALUATE
    ADD 1 TO WS-LISTED-COUNT
    MOVE SECL-USER-ID          TO WS-DET-USER-ID
    MOVE SECL-PROGRAM          TO WS-DET-PROGRAM
    MOVE SECL-TIMESTAMP(9:6)   TO WS-DET-TIME
    MOVE SECL-EVENT            TO WS-DET-EVENT
    MOVE SECL-FAILED-COUNT     TO WS-DET-FAILED-COUNT
    MOVE SECL-BY-USER-ID       TO WS-DET-BY-USER-ID
    MOVE WS-EVENT-TEXT         TO WS-DET-DESCRIPTION
    WRITE REPORT-LINE FROM WS-DETAIL-LINE.

WRITE-GROUP-SUBTOTAL.
    MOVE WS-GROUP-USER-ID  TO WS-SUB-USER-ID
    MOVE WS-GROUP-PROGRAM  TO WS-SUB-PROGRAM
    MOVE WS-GROUP-FAILED   TO WS-SUB-FAILED
    MOVE WS-GROUP-LOCKOUTS TO WS-SUB-LOCKOUTS
    MOVE WS-GROUP-RESETS   TO WS-SUB-RESETS
    WRITE REPORT-LINE FROM WS-SUBTOTAL-LINE
    MOVE SPACES TO REPORT-LINE
    WRITE REPORT-LINE
    ADD WS-GROUP-FAILED   TO WS-TOTAL-FAILED
    ADD WS-GROUP-LOCKOUTS TO WS-TOTAL-LOCKOUTS
    ADD WS-GROUP-RESETS   TO WS-TOTAL-RESETS
    MOVE 'N' TO WS-GROUP-OPEN-SWITCH.

WRITE-TOTALS.
    IF WS-LISTED-COUNT = 0
        WRITE REPORT-LINE FROM WS-NONE-LINE
    END-IF
    MOVE WS-LISTED-COUNT   TO WS-TOT-LISTED
    MOVE WS-TOTAL-FAILED   TO WS-TOT-FAILED
    MOVE WS-TOTAL-LOCKOUTS TO WS-TOT-LOCKOUTS
    MOVE WS-TOTAL-RESETS   TO WS-TOT-RESETS
    WRITE REPORT-LINE FROM WS-TOTAL-LINE.

CLOSE-FILES.
    CLOSE SECLOG-FILE
    CLOSE REPORT-FILE.
