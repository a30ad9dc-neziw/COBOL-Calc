IDENTIFICATION DIVISION.
PROGRAM-ID. CALCCAL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CALENDAR-FILE ASSIGN TO CALENDAR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CAL-DATE
        FILE STATUS IS WS-CALENDAR-STATUS.
    SELECT CALPARM-FILE ASSIGN TO CALPARM
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CALPARM-STATUS.
    SELECT REPORT-FILE ASSIGN TO CALRPT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CALENDAR-FILE.
    COPY CALCCAL.

FD  CALPARM-FILE.
01  CALPARM-RECORD.
    05 CALPARM-KEYWORD      PIC X(8).
    05 FILLER               PIC X(1).
    05 CALPARM-DATE         PIC X(8).
    05 CALPARM-YEAR-VIEW REDEFINES CALPARM-DATE.
       10 CALPARM-YEAR      PIC X(4).
       10 FILLER            PIC X(4).
    05 FILLER               PIC X(1).
    05 CALPARM-DESCRIPTION  PIC X(20).
    05 FILLER               PIC X(42).

FD  REPORT-FILE.
01  REPORT-LINE             PIC X(132).

WORKING-STORAGE SECTION.
01  WS-CALENDAR-STATUS      PIC X(2).
01  WS-CALPARM-STATUS       PIC X(2).
01  WS-REPORT-STATUS        PIC X(2).
01  WS-EOF-SWITCH           PIC X(1) VALUE 'N'.
    88 END-OF-CALPARM-FILE  VALUE 'Y'.
01  WS-ABORT-SWITCH         PIC X(1) VALUE 'N'.
    88 ABORT-RUN            VALUE 'Y'.
01  WS-CONTROL-KEY          PIC X(8) VALUE '00000000'.
01  WS-BUSINESS-DATE        PIC X(8) VALUE LOW-VALUES.
01  WS-YEAR-NUM             PIC 9(4).
01  WS-DATE-NUM             PIC 9(8).
01  WS-DAY-NUMBER           PIC S9(7) COMP-3.
01  WS-LAST-DAY-NUMBER      PIC S9(7) COMP-3.
01  WS-WEEKDAY              PIC 9(1).
01  WS-CARD-COUNT           PIC 9(5) COMP-3 VALUE ZERO.
01  WS-ERROR-COUNT          PIC 9(5) COMP-3 VALUE ZERO.
01  WS-DAYS-WRITTEN         PIC 9(5) COMP-3.
01  WS-DAYS-KEPT            PIC 9(5) COMP-3.
01  WS-RESULT-TEXT          PIC X(60).

01  WS-HEADING-1.
    05 FILLER               PIC X(80) VALUE
       "PROCESSING CALENDAR MAINTENANCE".
01  WS-HEADING-2.
    05 FILLER PIC X(80) VALUE
       "CARD                                   RESULT".
01  WS-DETAIL-LINE.
    05 WS-DET-CARD          PIC X(38).
    05 FILLER               PIC X(1)  VALUE SPACE.
    05 WS-DET-RESULT        PIC X(60).
01  WS-YEAR-RESULT.
    05 FILLER               PIC X(13) VALUE "DAYS LOADED: ".
    05 WS-YR-WRITTEN        PIC ZZ9.
    05 FILLER               PIC X(28) VALUE
       "  ALREADY REACHED, KEPT:    ".
    05 WS-YR-KEPT           PIC ZZ9.
01  WS-TOTAL-LINE.
    05 FILLER               PIC X(15) VALUE "CARDS READ:    ".
    05 WS-TOT-CARDS         PIC ZZ,ZZ9.
    05 FILLER               PIC X(15) VALUE "  IN ERROR:    ".
    05 WS-TOT-ERRORS        PIC ZZ,ZZ9.

PROCEDURE DIVISION.
MAIN-PARAGRAPH.
    PERFORM OPEN-FILES
    IF ABORT-RUN
        PERFORM CLOSE-FILES
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM READ-CONTROL-RECORD
    WRITE REPORT-LINE FROM WS-HEADING-1
    WRITE REPORT-LINE FROM WS-HEADING-2
    PERFORM UNTIL END-OF-CALPARM-FILE
        READ CALPARM-FILE
            AT END
                MOVE 'Y' TO WS-EOF-SWITCH
            NOT AT END
                IF CALPARM-KEYWORD(1:1) NOT = '*'
                    PERFORM PROCESS-CALENDAR-CARD
                END-IF
        END-READ
    END-PERFORM
    MOVE WS-CARD-COUNT  TO WS-TOT-CARDS
    MOVE WS-ERROR-COUNT TO WS-TOT-ERRORS
    WRITE REPORT-LINE FROM WS-TOTAL-LINE
    PERFORM CLOSE-FILES
    IF WS-ERROR-COUNT > 0
        DISPLAY 'CALCCAL: ' WS-ERROR-COUNT ' CALPARM CARD(S) IN ERROR'
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    STOP RUN.

OPEN-FILES.
    OPEN I-O CALENDAR-FILE
    IF WS-CALENDAR-STATUS = '35'
        OPEN OUTPUT CALENDAR-FILE
        CLOSE CALENDAR-FILE
        OPEN I-O CALENDAR-FILE
    END-IF
    IF WS-CALENDAR-STATUS NOT = '00'
        DISPLAY 'CALCCAL: UNABLE TO OPEN CALENDAR, STATUS='
            WS-CALENDAR-STATUS
        MOVE 'Y' TO WS-ABORT-SWITCH
    END-IF
    OPEN INPUT CALPARM-FILE
    IF WS-CALPARM-STATUS NOT = '00'
        DISPLAY 'CALCCAL: UNABLE TO OPEN CALPARM, STATUS='
            WS-CALPARM-STATUS
        MOVE 'Y' TO WS-ABORT-SWITCH
    END-IF
    OPEN OUTPUT REPORT-FILE
    IF WS-REPORT-STATUS NOT = '00'
        DISPLAY 'CALCCAL: UNABLE TO OPEN CALRPT, STATUS='
            WS-REPORT-STATUS
        MOVE 'Y' TO WS-ABORT-SWITCH
    END-IF.

READ-CONTROL-RECORD.
    MOVE WS-CONTROL-KEY TO CAL-DATE
    READ CALENDAR-FILE
        INVALID KEY
            MOVE LOW-VALUES TO WS-BUSINESS-DATE
        NOT INVALID KEY
            MOVE CAL-BUSINESS-DATE TO WS-BUSINESS-DATE
    END-READ.

PROCESS-CALENDAR-CARD.
    ADD 1 TO WS-CARD-COUNT
    MOVE CALPARM-RECORD(1:38) TO WS-DET-CARD
    EVALUATE TRUE
        WHEN CALPARM-KEYWORD = 'YEAR'
            PERFORM LOAD-CALENDAR-YEAR
        WHEN CALPARM-KEYWORD = 'HOLIDAY' OR 'BUSINESS'
            PERFORM SET-CALENDAR-DAY
        WHEN OTHER
            MOVE 'UNKNOWN KEYWORD - USE YEAR, HOLIDAY OR BUSINESS'
                TO WS-RESULT-TEXT
            ADD 1 TO WS-ERROR-COUNT
    END-EVALUATE
    MOVE WS-RESULT-TEXT TO WS-DET-RESULT
    WRITE REPORT-LINE FROM WS-DETAIL-LINE.

LOAD-CALENDAR-YEAR.
    IF CALPARM-YEAR IS NOT NUMERIC
        OR CALPARM-YEAR < '1601'
        MOVE 'YEAR NOT VALID' TO WS-RESULT-TEXT
        ADD 1 TO WS-ERROR-COUNT
    ELSE
        MOVE CALPARM-YEAR TO WS-YEAR-NUM
        COMPUTE WS-DATE-NUM = WS-YEAR-NUM * 10000 + 0101
        COMPUTE WS-DAY-NUMBER =
            FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
        COMPUTE WS-DATE-NUM = WS-YEAR-NUM * 10000 + 1231
        COMPUTE WS-LAST-DAY-NUMBER =
            FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
        MOVE ZERO TO WS-DAYS-WRITTEN
        MOVE ZERO TO WS-DAYS-KEPT
        PERFORM LOAD-CALENDAR-DAY
            UNTIL WS-DAY-NUMBER > WS-LAST-DAY-NUMBER
        MOVE WS-DAYS-WRITTEN TO WS-YR-WRITTEN
        MOVE WS-DAYS-KEPT    TO WS-YR-KEPT
        MOVE WS-YEAR-RESULT  TO WS-RESULT-TEXT
    END-IF.

LOAD-CALENDAR-DAY.
    COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
    MOVE WS-DATE-NUM TO CAL-DATE
    IF CAL-DATE <= WS-BUSINESS-DATE
        ADD 1 TO WS-DAYS-KEPT
    ELSE
        COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAY-NUMBER, 7)
        MOVE SPACES TO CAL-DAY-DETAIL
        IF WS-WEEKDAY = 6 OR WS-WEEKDAY = 0
            SET CAL-WEEKEND TO TRUE
        ELSE
            SET CAL-BUSINESS-DAY TO TRUE
        END-IF
        WRITE CALENDAR-RECORD
            INVALID KEY
                REWRITE CALENDAR-RECORD
        END-WRITE
        ADD 1 TO WS-DAYS-WRITTEN
    END-IF
    ADD 1 TO WS-DAY-NUMBER.

SET-CALENDAR-DAY.
    MOVE CALPARM-DATE TO CAL-DATE
    EVALUATE TRUE
        WHEN CALPARM-DATE IS NOT NUMERIC
            MOVE 'DATE NOT NUMERIC' TO WS-RESULT-TEXT
            ADD 1 TO WS-ERROR-COUNT
        WHEN CALPARM-DATE <= WS-BUSINESS-DATE
            MOVE 'DATE ALREADY REACHED - NOT CHANGED'
                TO WS-RESULT-TEXT
            ADD 1 TO WS-ERROR-COUNT
        WHEN OTHER
            READ CALENDAR-FILE
                INVALID KEY
                    MOVE 'DATE NOT ON CALENDAR - LOAD ITS YEAR FIRST'
                        TO WS-RESULT-TEXT
                    ADD 1 TO WS-ERROR-COUNT
                NOT INVALID KEY
                    IF CALPARM-KEYWORD = 'HOLIDAY'
                        SET CAL-HOLIDAY TO TRUE
                        MOVE 'MARKED HOLIDAY' TO WS-RESULT-TEXT
                    ELSE
                        SET CAL-BUSINESS-DAY TO TRUE
                        MOVE 'MARKED BUSINESS DAY' TO WS-RESULT-TEXT
                    END-IF
                    MOVE CALPARM-DESCRIPTION TO CAL-DESCRIPTION
                    REWRITE CALENDAR-RECORD
            END-READ
    END-EVALUATE.

CLOSE-FILES.
    CLOSE CALENDAR-FILE
    CLOSE CALPARM-FILE
    CLOSE REPORT-FILE.
