IDENTIFICATION DIVISION.
PROGRAM-ID. CALCEOD.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CALENDAR-FILE ASSIGN TO CALENDAR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CAL-DATE
        FILE STATUS IS WS-CALENDAR-STATUS.
    SELECT OPTIONAL EODPARM-FILE ASSIGN TO EODPARM
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-EODPARM-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CALENDAR-FILE.
    COPY CALCCAL.

FD  EODPARM-FILE.
01  EODPARM-RECORD.
    05 EODPARM-KEYWORD      PIC X(4).
    05 FILLER               PIC X(1).
    05 EODPARM-DATE         PIC X(8).
    05 FILLER               PIC X(67).

WORKING-STORAGE SECTION.
01  WS-CALENDAR-STATUS      PIC X(2).
01  WS-EODPARM-STATUS       PIC X(2).
01  WS-CONTROL-KEY          PIC X(8) VALUE '00000000'.
01  WS-INIT-SWITCH          PIC X(1) VALUE 'N'.
    88 INIT-REQUESTED       VALUE 'Y'.
01  WS-PARM-ERROR-SWITCH    PIC X(1) VALUE 'N'.
    88 PARM-ERROR           VALUE 'Y'.
01  WS-CURRENT-DATE-TIME.
    05 WS-CURRENT-DATE      PIC X(8).
    05 WS-CURRENT-TIME      PIC X(6).
01  WS-OLD-BUSINESS-DATE    PIC X(8).
01  WS-NEW-BUSINESS-DATE    PIC X(8).
01  WS-LOOKAHEAD-DAYS       PIC 9(3) VALUE 30.
01  WS-DAY-NUMBER           PIC S9(7) COMP-3.
01  WS-DATE-NUM             PIC 9(8).
COPY CALCBDTW.

PROCEDURE DIVISION.
MAIN-PARAGRAPH.
    ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
    ACCEPT WS-CURRENT-TIME FROM TIME
    PERFORM READ-EOD-PARM
    IF PARM-ERROR
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF INIT-REQUESTED
        PERFORM CHECK-INIT-DATE
    ELSE
        PERFORM FIND-NEXT-BUSINESS-DATE
    END-IF
    IF NOT WS-BDT-OK
        IF WS-BDT-FILE-ERROR
            MOVE 16 TO RETURN-CODE
        ELSE
            DISPLAY 'CALCEOD: BUSINESS DATE NOT CHANGED'
            MOVE 8 TO RETURN-CODE
        END-IF
        STOP RUN
    END-IF
    OPEN I-O CALENDAR-FILE
    IF WS-CALENDAR-STATUS NOT = '00'
        DISPLAY 'CALCEOD: UNABLE TO OPEN CALENDAR, STATUS='
            WS-CALENDAR-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UPDATE-CONTROL-RECORD
    CLOSE CALENDAR-FILE
    DISPLAY 'CALCEOD: BUSINESS DATE ' WS-OLD-BUSINESS-DATE
        ' ADVANCED TO ' WS-NEW-BUSINESS-DATE
    PERFORM CHECK-CALENDAR-AHEAD
    IF WS-BDT-OK
        MOVE 0 TO RETURN-CODE
    ELSE
        DISPLAY 'CALCEOD: CALENDAR LOADED FOR LESS THAN '
            WS-LOOKAHEAD-DAYS ' DAYS AHEAD - RUN CALCCAL'
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

READ-EOD-PARM.
    OPEN INPUT EODPARM-FILE
    IF WS-EODPARM-STATUS = '00' OR '05'
        READ EODPARM-FILE
            AT END
                CONTINUE
            NOT AT END
                IF EODPARM-KEYWORD = 'INIT'
                    AND EODPARM-DATE IS NUMERIC
                    MOVE 'Y' TO WS-INIT-SWITCH
                ELSE
                    DISPLAY 'CALCEOD: INVALID EODPARM CARD - '
                        'EXPECTED INIT YYYYMMDD'
                    MOVE 'Y' TO WS-PARM-ERROR-SWITCH
                END-IF
        END-READ
        CLOSE EODPARM-FILE
    END-IF.

CHECK-INIT-DATE.
    SET WS-BDT-GET TO TRUE
    CALL 'CALCBDTE' USING WS-BUSDATE-AREA
    IF WS-BDT-OK
        MOVE WS-BDT-DATE-OUT TO WS-OLD-BUSINESS-DATE
    ELSE
        MOVE SPACES TO WS-OLD-BUSINESS-DATE
    END-IF
    SET WS-BDT-NEXT TO TRUE
    MOVE EODPARM-DATE TO WS-BDT-DATE-IN
    CALL 'CALCBDTE' USING WS-BUSDATE-AREA
    IF WS-BDT-OK
        IF WS-BDT-DATE-OUT NOT = EODPARM-DATE
            DISPLAY 'CALCEOD: INIT DATE ' EODPARM-DATE
                ' IS NOT A BUSINESS DAY ON THE CALENDAR'
            SET WS-BDT-NOT-LOADED TO TRUE
        ELSE
            MOVE EODPARM-DATE TO WS-NEW-BUSINESS-DATE
        END-IF
    END-IF.

FIND-NEXT-BUSINESS-DATE.
    SET WS-BDT-GET TO TRUE
    CALL 'CALCBDTE' USING WS-BUSDATE-AREA
    IF WS-BDT-OK
        MOVE WS-BDT-DATE-OUT TO WS-OLD-BUSINESS-DATE
        MOVE WS-OLD-BUSINESS-DATE TO WS-DATE-NUM
        COMPUTE WS-DAY-NUMBER =
            FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + 1
        COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
        SET WS-BDT-NEXT TO TRUE
        MOVE WS-DATE-NUM TO WS-BDT-DATE-IN
        CALL 'CALCBDTE' USING WS-BUSDATE-AREA
        IF WS-BDT-OK
            MOVE WS-BDT-DATE-OUT TO WS-NEW-BUSINESS-DATE
        END-IF
    END-IF.

UPDATE-CONTROL-RECORD.
    MOVE WS-CONTROL-KEY TO CAL-DATE
    READ CALENDAR-FILE
        INVALID KEY
            MOVE SPACES               TO CAL-CONTROL-DETAIL
            MOVE WS-NEW-BUSINESS-DATE TO CAL-BUSINESS-DATE
            MOVE WS-OLD-BUSINESS-DATE TO CAL-PREV-BUSINESS-DATE
            MOVE WS-CURRENT-DATE-TIME TO CAL-LAST-EOD-TIMESTAMP
            WRITE CALENDAR-RECORD
        NOT INVALID KEY
            MOVE WS-NEW-BUSINESS-DATE TO CAL-BUSINESS-DATE
            MOVE WS-OLD-BUSINESS-DATE TO CAL-PREV-BUSINESS-DATE
            MOVE WS-CURRENT-DATE-TIME TO CAL-LAST-EOD-TIMESTAMP
            REWRITE CALENDAR-RECORD
    END-READ.

CHECK-CALENDAR-AHEAD.
    MOVE WS-NEW-BUSINESS-DATE TO WS-DATE-NUM
    COMPUTE WS-DAY-NUMBER =
        FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + WS-LOOKAHEAD-DAYS
    COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
    SET WS-BDT-NEXT TO TRUE
    MOVE WS-DATE-NUM TO WS-BDT-DATE-IN
    CALL 'CALCBDTE' USING WS-BUSDATE-AREA.
