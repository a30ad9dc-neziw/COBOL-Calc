IDENTIFICATION DIVISION.
PROGRAM-ID. CALCBDTE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CALENDAR-FILE ASSIGN TO CALENDAR
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CAL-DATE
        FILE STATUS IS WS-CALENDAR-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CALENDAR-FILE.
    COPY CALCCAL.

WORKING-STORAGE SECTION.
01  WS-CALENDAR-STATUS       PIC X(2).
01  WS-CONTROL-KEY           PIC X(8) VALUE '00000000'.
01  WS-SEARCH-SWITCH         PIC X(1).
    88 SEARCH-DONE           VALUE 'Y'.
01  WS-SEARCH-DAYS           PIC 9(2) COMP.
01  WS-SEARCH-LIMIT          PIC 9(2) COMP VALUE 31.
01  WS-SEARCH-STEP           PIC S9(1).
01  WS-DAY-NUMBER            PIC S9(7) COMP-3.
01  WS-DATE-NUM              PIC 9(8).

LINKAGE SECTION.
COPY CALCBDTW
    REPLACING ==WS-BUSDATE-AREA== BY ==LS-BUSDATE-AREA==
              LEADING ==WS-BDT== BY ==LS-BDT==.

PROCEDURE DIVISION USING LS-BUSDATE-AREA.
MAIN-PARAGRAPH.
    MOVE SPACES TO LS-BDT-DATE-OUT
    OPEN INPUT CALENDAR-FILE
    IF WS-CALENDAR-STATUS NOT = '00'
        DISPLAY 'CALCBDTE: UNABLE TO OPEN CALENDAR, STATUS='
            WS-CALENDAR-STATUS
        SET LS-BDT-FILE-ERROR TO TRUE
    ELSE
        EVALUATE TRUE
            WHEN LS-BDT-GET
                PERFORM GET-BUSINESS-DATE
            WHEN LS-BDT-NEXT
                MOVE 1 TO WS-SEARCH-STEP
                PERFORM FIND-BUSINESS-DAY
            WHEN LS-BDT-PREVIOUS
                MOVE -1 TO WS-SEARCH-STEP
                PERFORM FIND-BUSINESS-DAY
        END-EVALUATE
        CLOSE CALENDAR-FILE
    END-IF
    GOBACK.

GET-BUSINESS-DATE.
    MOVE WS-CONTROL-KEY TO CAL-DATE
    READ CALENDAR-FILE
        INVALID KEY
            DISPLAY 'CALCBDTE: NO BUSINESS DATE CONTROL RECORD ON '
                'CALENDAR - RUN CALCEOD WITH AN INIT CARD'
            SET LS-BDT-NO-CONTROL TO TRUE
        NOT INVALID KEY
            MOVE CAL-BUSINESS-DATE TO LS-BDT-DATE-OUT
            SET LS-BDT-OK TO TRUE
    END-READ.

FIND-BUSINESS-DAY.
    SET LS-BDT-NOT-LOADED TO TRUE
    IF LS-BDT-DATE-IN IS NUMERIC
        MOVE LS-BDT-DATE-IN TO WS-DATE-NUM
        COMPUTE WS-DAY-NUMBER =
            FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
        MOVE 'N'  TO WS-SEARCH-SWITCH
        MOVE ZERO TO WS-SEARCH-DAYS
        PERFORM CHECK-CALENDAR-DAY
            UNTIL SEARCH-DONE OR WS-SEARCH-DAYS > WS-SEARCH-LIMIT
    END-IF.

CHECK-CALENDAR-DAY.
    ADD 1 TO WS-SEARCH-DAYS
    COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER)
    MOVE WS-DATE-NUM TO CAL-DATE
    READ CALENDAR-FILE
        INVALID KEY
            DISPLAY 'CALCBDTE: ' WS-DATE-NUM ' NOT LOADED ON '
                'CALENDAR - RUN CALCCAL FOR THAT YEAR'
            MOVE 'Y' TO WS-SEARCH-SWITCH
        NOT INVALID KEY
            IF CAL-BUSINESS-DAY
                MOVE CAL-DATE TO LS-BDT-DATE-OUT
                SET LS-BDT-OK TO TRUE
                MOVE 'Y' TO WS-SEARCH-SWITCH
            ELSE
                ADD WS-SEARCH-STEP TO WS-DAY-NUMBER
            END-IF
    END-READ.
