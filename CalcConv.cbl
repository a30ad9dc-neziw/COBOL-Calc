IDENTIFICATION DIVISION.
PROGRAM-ID. CALCCONV.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CSV-FILE ASSIGN TO CSVIN
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CSV-STATUS.
    SELECT CONV-FILE ASSIGN TO CONVOUT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-CONV-STATUS.
    SELECT REJECT-FILE ASSIGN TO REJOUT
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REJECT-STATUS.
    SELECT OPERATOR-FILE ASSIGN TO OPERMAST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OPR-OPERATOR-ID
        FILE STATUS IS WS-OPERATOR-STATUS.
    SELECT OPTIONAL RUNPARM-FILE ASSIGN TO RUNPARM
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS WS-RUNPARM-STATUS.

DATA DIVISION.
FILE SECTION.
FD  CSV-FILE.
01  CSV-RECORD              PIC X(160).

FD  CONV-FILE.
    COPY CALCTRAN.

FD  REJECT-FILE.
01  REJECT-RECORD           PIC X(205).

FD  OPERATOR-FILE.
    COPY CALCOPR.

FD  RUNPARM-FILE.
01  RUNPARM-RECORD          PIC X(80).

WORKING-STORAGE SECTION.
01  WS-CSV-STATUS           PIC X(2).
01  WS-CONV-STATUS          PIC X(2).
01  WS-REJECT-STATUS        PIC X(2).
01  WS-OPERATOR-STATUS      PIC X(2).
01  WS-RUNPARM-STATUS       PIC X(2).
01  WS-EOF-SWITCH           PIC X(1) VALUE 'N'.
    88 END-OF-CSV-FILE      VALUE 'Y'.
01  WS-ABORT-SWITCH         PIC X(1) VALUE 'N'.
    88 ABORT-RUN            VALUE 'Y'.
01  WS-OVERRIDE-SWITCH      PIC X(1) VALUE 'N'.
    88 OVERRIDE-REQUESTED   VALUE 'Y'.
01  WS-BATCH-STATE          PIC X(1) VALUE 'N'.
    88 NO-BATCH-OPEN        VALUE 'N'.
    88 BATCH-OPEN           VALUE 'B'.
    88 SKIPPING-BATCH       VALUE 'S'.
01  WS-ROW-OK-SWITCH        PIC X(1).
    88 ROW-OK               VALUE 'Y'.
01  WS-AMOUNT-OK-SWITCH     PIC X(1).
    88 AMOUNT-OK            VALUE 'Y'.
01  WS-AMOUNT-STATE         PIC X(1).
    88 AMOUNT-NOT-STARTED   VALUE 'N'.
    88 AMOUNT-STARTED       VALUE 'S'.
    88 AMOUNT-ENDED         VALUE 'E'.
01  WS-POINT-SWITCH         PIC X(1).
    88 POINT-SEEN           VALUE 'Y'.
01  WS-RUN-DATE             PIC X(8).
COPY CALCBDTW.

01  WS-ROW-NUMBER           PIC 9(7) COMP-3 VALUE ZERO.
01  WS-ROW-LENGTH           PIC 9(3) COMP.
01  WS-CSV-FIELD-COUNT      PIC 9(3) COMP.
01  WS-CSV-FIELD-MAX        PIC 9(3) COMP VALUE 7.
01  WS-CSV-SUB              PIC 9(3) COMP.
01  WS-CSV-POS              PIC 9(3) COMP.
01  WS-CSV-FIELD-TABLE.
    05 WS-CSV-FIELD         PIC X(20) OCCURS 7 TIMES.
01  WS-CSV-LENGTH-TABLE.
    05 WS-CSV-LENGTH        PIC 9(3) COMP OCCURS 7 TIMES.

01  WS-AMOUNT-TEXT          PIC X(20).
01  WS-AMOUNT-CHAR          PIC X(1).
01  WS-AMOUNT-POS           PIC 9(3) COMP.
01  WS-AMOUNT-MAX-DIGITS    PIC 9(3) COMP.
01  WS-INT-DIGITS           PIC 9(3) COMP.
01  WS-DEC-DIGITS           PIC 9(3) COMP.
01  WS-AMOUNT-VALUE         PIC S9(11)V99 COMP-3.
01  WS-NUM1                 PIC S9(5)V99 COMP-3.
01  WS-NUM2                 PIC S9(5)V99 COMP-3.
01  WS-CHOICE               PIC X(1).
    88 VALID-CHOICE-CODE    VALUE 'A' 'S' 'M' 'D' 'B' 'F' 'Z'
                                  'R' 'T'.
01  WS-REJECT-REASON        PIC X(36).

01  WS-BATCH-COUNT          PIC 9(3) COMP VALUE ZERO.
01  WS-BATCH-MAX            PIC 9(3) COMP VALUE 20.
01  WS-PASS-BATCH           PIC 9(3) COMP VALUE ZERO.
01  WS-BATCH-TABLE.
    05 WS-BATCH-ENTRY OCCURS 20 TIMES
       INDEXED BY BAT-IDX BAT-IDX2.
       10 WS-BAT-FILE-DATE    PIC X(8).
       10 WS-BAT-SOURCE       PIC X(6).
       10 WS-BAT-ROWS         PIC 9(7) COMP-3.
       10 WS-BAT-FEED-TOTAL   PIC S9(11)V99 COMP-3.
       10 WS-BAT-AMOUNT-SWITCH PIC X(1).
          88 BATCH-AMOUNT-ERROR VALUE 'Y'.
       10 WS-BAT-STATUS       PIC X(1).
          88 BATCH-ACCEPTED   VALUE 'A'.
          88 BATCH-REFUSED    VALUE 'R'.
       10 WS-BAT-REASON       PIC X(36).

01  WS-DETAIL-COUNT         PIC 9(7) COMP-3.
01  WS-HASH-TOTAL           PIC S9(11)V99 COMP-3.
01  WS-BATCH-REJECTS        PIC 9(7) COMP-3.
01  WS-CONVERTED-COUNT      PIC 9(7) COMP-3 VALUE ZERO.
01  WS-REJECT-COUNT         PIC 9(7) COMP-3 VALUE ZERO.
01  WS-REFUSED-COUNT        PIC 9(3) COMP VALUE ZERO.

01  WS-REJECT-LINE.
    05 WS-REJ-ROW-NUMBER    PIC 9(7).
    05 FILLER               PIC X(1) VALUE ','.
    05 WS-REJ-REASON        PIC X(36).
    05 FILLER               PIC X(1) VALUE ','.
    05 WS-REJ-ROW-TEXT      PIC X(160).

PROCEDURE DIVISION.
MAIN-PARAGRAPH.
    PERFORM GET-BUSINESS-DATE
    PERFORM READ-RUN-PARM
    PERFORM OPEN-FILES
    IF ABORT-RUN
        PERFORM CLOSE-FILES
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM VALIDATE-FEED-ROW UNTIL END-OF-CSV-FILE
    IF BATCH-OPEN
        MOVE 'TRAILER ROW MISSING - SHORT FILE' TO WS-REJECT-REASON
        PERFORM REFUSE-BATCH
    END-IF
    CLOSE CSV-FILE
    OPEN INPUT CSV-FILE
    MOVE 'N'  TO WS-EOF-SWITCH
    MOVE 'N'  TO WS-BATCH-STATE
    MOVE ZERO TO WS-ROW-NUMBER
    PERFORM CONVERT-FEED-ROW UNTIL END-OF-CSV-FILE
    PERFORM CLOSE-FILES
    DISPLAY 'CALCCONV: ' WS-CONVERTED-COUNT ' ROW(S) CONVERTED, '
        WS-REJECT-COUNT ' ROW(S) REJECTED, '
        WS-REFUSED-COUNT ' BATCH(ES) REFUSED'
    EVALUATE TRUE
        WHEN WS-REFUSED-COUNT > 0
            MOVE 8 TO RETURN-CODE
        WHEN WS-REJECT-COUNT > 0
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            MOVE 0 TO RETURN-CODE
    END-EVALUATE
    STOP RUN.

GET-BUSINESS-DATE.
    SET WS-BDT-GET TO TRUE
    CALL 'CALCBDTE' USING WS-BUSDATE-AREA
    IF NOT WS-BDT-OK
        DISPLAY 'CALCCONV: BUSINESS DATE NOT AVAILABLE FROM CALENDAR'
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-BDT-DATE-OUT TO WS-RUN-DATE.

READ-RUN-PARM.
    OPEN INPUT RUNPARM-FILE
    IF WS-RUNPARM-STATUS = '00' OR '05'
        READ RUNPARM-FILE
            AT END
                CONTINUE
            NOT AT END
                IF RUNPARM-RECORD(1:8) = 'OVERRIDE'
                    MOVE 'Y' TO WS-OVERRIDE-SWITCH
                END-IF
        END-READ
        CLOSE RUNPARM-FILE
    END-IF.

OPEN-FILES.
    OPEN INPUT CSV-FILE
    IF WS-CSV-STATUS NOT = '00'
        DISPLAY 'CALCCONV: UNABLE TO OPEN CSVIN, STATUS='
            WS-CSV-STATUS
        MOVE 'Y' TO WS-ABORT-SWITCH
    END-IF
    OPEN INPUT OPERATOR-FILE
    IF WS-OPERATOR-STATUS NOT = '00'
        DISPLAY 'CALCCONV: UNABLE TO OPEN OPERMAST, STATUS='
            WS-OPERATOR-STATUS
        MOVE 'Y' TO WS-ABORT-SWITCH
    END-IF
    OPEN OUTPUT CONV-FILE
    IF WS-CONV-STATUS NOT = '00'
        DISPLAY 'CALCCONV: UNABLE TO OPEN CONVOUT, STATUS='
            WS-CONV-STATUS
        MOVE 'Y' TO WS-ABORT-SWITCH
    END-IF
    OPEN OUTPUT REJECT-FILE
    IF WS-REJECT-STATUS NOT = '00'
        DISPLAY 'CALCCONV: UNABLE TO OPEN REJOUT, STATUS='
            WS-REJECT-STATUS
        MOVE 'Y' TO WS-ABORT-SWITCH
    END-IF.

READ-CSV-ROW.
    READ CSV-FILE
        AT END
            MOVE 'Y' TO WS-EOF-SWITCH
        NOT AT END
            ADD 1 TO WS-ROW-NUMBER
            PERFORM SPLIT-CSV-ROW
    END-READ.

SPLIT-CSV-ROW.
    MOVE SPACES TO WS-CSV-FIELD-TABLE
    PERFORM CLEAR-CSV-LENGTH
        VARYING WS-CSV-SUB FROM 1 BY 1
        UNTIL WS-CSV-SUB > WS-CSV-FIELD-MAX
    MOVE ZERO TO WS-CSV-FIELD-COUNT
    MOVE ZERO TO WS-ROW-LENGTH
    PERFORM FIND-ROW-END
        VARYING WS-CSV-POS FROM 160 BY -1
        UNTIL WS-CSV-POS = 0 OR WS-ROW-LENGTH > 0
    IF WS-ROW-LENGTH > 0
        UNSTRING CSV-RECORD(1:WS-ROW-LENGTH) DELIMITED BY ','
            INTO WS-CSV-FIELD(1) COUNT IN WS-CSV-LENGTH(1)
                 WS-CSV-FIELD(2) COUNT IN WS-CSV-LENGTH(2)
                 WS-CSV-FIELD(3) COUNT IN WS-CSV-LENGTH(3)
                 WS-CSV-FIELD(4) COUNT IN WS-CSV-LENGTH(4)
                 WS-CSV-FIELD(5) COUNT IN WS-CSV-LENGTH(5)
                 WS-CSV-FIELD(6) COUNT IN WS-CSV-LENGTH(6)
                 WS-CSV-FIELD(7) COUNT IN WS-CSV-LENGTH(7)
            TALLYING IN WS-CSV-FIELD-COUNT
            ON OVERFLOW
                ADD 1 TO WS-CSV-FIELD-COUNT
        END-UNSTRING
    END-IF.

CLEAR-CSV-LENGTH.
    MOVE ZERO TO WS-CSV-LENGTH(WS-CSV-SUB).

FIND-ROW-END.
    IF CSV-RECORD(WS-CSV-POS:1) NOT = SPACE
        MOVE WS-CSV-POS TO WS-ROW-LENGTH
    END-IF.

VALIDATE-FEED-ROW.
    PERFORM READ-CSV-ROW
    IF NOT END-OF-CSV-FILE AND WS-ROW-LENGTH > 0
        EVALUATE TRUE
            WHEN WS-CSV-FIELD(1) = 'HDR'
                PERFORM OPEN-FEED-BATCH
            WHEN WS-CSV-FIELD(1) = 'TRL'
                PERFORM CLOSE-FEED-BATCH
            WHEN OTHER
                PERFORM COUNT-FEED-DETAIL
        END-EVALUATE
    END-IF.

OPEN-FEED-BATCH.
    IF BATCH-OPEN
        MOVE 'TRAILER ROW MISSING' TO WS-REJECT-REASON
        PERFORM REFUSE-BATCH
    END-IF
    IF WS-BATCH-COUNT >= WS-BATCH-MAX
        MOVE 'S' TO WS-BATCH-STATE
    ELSE
        ADD 1 TO WS-BATCH-COUNT
        SET BAT-IDX TO WS-BATCH-COUNT
        MOVE WS-CSV-FIELD(2) TO WS-BAT-FILE-DATE(BAT-IDX)
        MOVE WS-CSV-FIELD(3) TO WS-BAT-SOURCE(BAT-IDX)
        MOVE ZERO   TO WS-BAT-ROWS(BAT-IDX)
        MOVE ZERO   TO WS-BAT-FEED-TOTAL(BAT-IDX)
        MOVE 'N'    TO WS-BAT-AMOUNT-SWITCH(BAT-IDX)
        MOVE 'A'    TO WS-BAT-STATUS(BAT-IDX)
        MOVE SPACES TO WS-BAT-REASON(BAT-IDX)
        MOVE 'B'    TO WS-BATCH-STATE
        PERFORM CHECK-FEED-HEADER
    END-IF.

CHECK-FEED-HEADER.
    EVALUATE TRUE
        WHEN WS-CSV-FIELD-COUNT NOT = 3
            MOVE 'HEADER ROW NOT HDR,DATE,SOURCE'
                TO WS-REJECT-REASON
            PERFORM REFUSE-BATCH
        WHEN WS-CSV-LENGTH(2) NOT = 8
            OR WS-BAT-FILE-DATE(BAT-IDX) IS NOT NUMERIC
            MOVE 'HEADER FILE DATE NOT VALID' TO WS-REJECT-REASON
            PERFORM REFUSE-BATCH
        WHEN WS-CSV-LENGTH(3) = 0 OR WS-CSV-LENGTH(3) > 6
            MOVE 'HEADER SOURCE SYSTEM NOT VALID' TO WS-REJECT-REASON
            PERFORM REFUSE-BATCH
        WHEN WS-BAT-FILE-DATE(BAT-IDX) NOT = WS-RUN-DATE
            AND NOT OVERRIDE-REQUESTED
            MOVE 'FILE DATE NOT CURRENT - STALE FILE'
                TO WS-REJECT-REASON
            PERFORM REFUSE-BATCH
        WHEN OTHER
            IF WS-BAT-FILE-DATE(BAT-IDX) NOT = WS-RUN-DATE
                DISPLAY 'CALCCONV: OVERRIDE ACCEPTED -'
                    ' CONVERTING PRIOR-DATED BATCH '
                    WS-BAT-SOURCE(BAT-IDX) ' '
                    WS-BAT-FILE-DATE(BAT-IDX)
            END-IF
            PERFORM CHECK-DUPLICATE-BATCH
                VARYING BAT-IDX2 FROM 1 BY 1
                UNTIL BAT-IDX2 >= BAT-IDX
    END-EVALUATE.

CHECK-DUPLICATE-BATCH.
    IF WS-BAT-FILE-DATE(BAT-IDX2) = WS-BAT-FILE-DATE(BAT-IDX)
        AND WS-BAT-SOURCE(BAT-IDX2) = WS-BAT-SOURCE(BAT-IDX)
        MOVE 'DUPLICATE BATCH ON FILE' TO WS-REJECT-REASON
        PERFORM REFUSE-BATCH
    END-IF.

CLOSE-FEED-BATCH.
    IF BATCH-OPEN AND BATCH-ACCEPTED(BAT-IDX)
        PERFORM CHECK-FEED-TRAILER
    END-IF
    MOVE 'N' TO WS-BATCH-STATE.

CHECK-FEED-TRAILER.
    MOVE WS-CSV-FIELD(3) TO WS-AMOUNT-TEXT
    MOVE 11 TO WS-AMOUNT-MAX-DIGITS
    PERFORM CHECK-AMOUNT
    EVALUATE TRUE
        WHEN WS-CSV-FIELD-COUNT NOT = 3
            MOVE 'TRAILER ROW NOT TRL,COUNT,TOTAL'
                TO WS-REJECT-REASON
            PERFORM REFUSE-BATCH
        WHEN WS-CSV-LENGTH(2) = 0 OR WS-CSV-LENGTH(2) > 7
            MOVE 'TRAILER RECORD COUNT NOT VALID' TO WS-REJECT-REASON
            PERFORM REFUSE-BATCH
        WHEN WS-CSV-FIELD(2)(1:WS-CSV-LENGTH(2)) IS NOT NUMERIC
            MOVE 'TRAILER RECORD COUNT NOT VALID' TO WS-REJECT-REASON
            PERFORM REFUSE-BATCH
        WHEN NOT AMOUNT-OK
            MOVE 'TRAILER HASH TOTAL NOT VALID' TO WS-REJECT-REASON
            PERFORM REFUSE-BATCH
        WHEN FUNCTION NUMVAL(WS-CSV-FIELD(2)) NOT =
                WS-BAT-ROWS(BAT-IDX)
            MOVE 'RECORD COUNT DOES NOT MATCH TRAILER'
                TO WS-REJECT-REASON
            PERFORM REFUSE-BATCH
        WHEN NOT BATCH-AMOUNT-ERROR(BAT-IDX)
            AND WS-AMOUNT-VALUE NOT = WS-BAT-FEED-TOTAL(BAT-IDX)
            MOVE 'HASH TOTAL DOES NOT MATCH TRAILER'
                TO WS-REJECT-REASON
            PERFORM REFUSE-BATCH
    END-EVALUATE.

COUNT-FEED-DETAIL.
    IF BATCH-OPEN
        ADD 1 TO WS-BAT-ROWS(BAT-IDX)
        IF WS-CSV-FIELD-COUNT < 3
            MOVE 'Y' TO WS-BAT-AMOUNT-SWITCH(BAT-IDX)
        ELSE
            MOVE 5 TO WS-AMOUNT-MAX-DIGITS
            MOVE WS-CSV-FIELD(2) TO WS-AMOUNT-TEXT
            PERFORM ADD-FEED-AMOUNT
            MOVE WS-CSV-FIELD(3) TO WS-AMOUNT-TEXT
            PERFORM ADD-FEED-AMOUNT
        END-IF
    END-IF.

ADD-FEED-AMOUNT.
    PERFORM CHECK-AMOUNT
    IF AMOUNT-OK
        ADD WS-AMOUNT-VALUE TO WS-BAT-FEED-TOTAL(BAT-IDX)
    ELSE
        MOVE 'Y' TO WS-BAT-AMOUNT-SWITCH(BAT-IDX)
    END-IF.

REFUSE-BATCH.
    IF BATCH-ACCEPTED(BAT-IDX)
        MOVE 'R' TO WS-BAT-STATUS(BAT-IDX)
        MOVE WS-REJECT-REASON TO WS-BAT-REASON(BAT-IDX)
    END-IF.

CHECK-AMOUNT.
    MOVE 'Y'  TO WS-AMOUNT-OK-SWITCH
    MOVE 'N'  TO WS-AMOUNT-STATE
    MOVE 'N'  TO WS-POINT-SWITCH
    MOVE ZERO TO WS-INT-DIGITS
    MOVE ZERO TO WS-DEC-DIGITS
    MOVE ZERO TO WS-AMOUNT-VALUE
    PERFORM CHECK-AMOUNT-CHAR
        VARYING WS-AMOUNT-POS FROM 1 BY 1
        UNTIL WS-AMOUNT-POS > 20 OR NOT AMOUNT-OK
    IF AMOUNT-OK
        IF WS-INT-DIGITS + WS-DEC-DIGITS = 0
            OR WS-INT-DIGITS > WS-AMOUNT-MAX-DIGITS
            OR WS-DEC-DIGITS > 2
            MOVE 'N' TO WS-AMOUNT-OK-SWITCH
        ELSE
            COMPUTE WS-AMOUNT-VALUE = FUNCTION NUMVAL(WS-AMOUNT-TEXT)
        END-IF
    END-IF.

CHECK-AMOUNT-CHAR.
    MOVE WS-AMOUNT-TEXT(WS-AMOUNT-POS:1) TO WS-AMOUNT-CHAR
    EVALUATE TRUE
        WHEN WS-AMOUNT-CHAR = SPACE
            IF AMOUNT-STARTED
                MOVE 'E' TO WS-AMOUNT-STATE
            END-IF
        WHEN AMOUNT-ENDED
            MOVE 'N' TO WS-AMOUNT-OK-SWITCH
        WHEN WS-AMOUNT-CHAR = '-' OR WS-AMOUNT-CHAR = '+'
            IF AMOUNT-STARTED
                MOVE 'N' TO WS-AMOUNT-OK-SWITCH
            ELSE
                MOVE 'S' TO WS-AMOUNT-STATE
            END-IF
        WHEN WS-AMOUNT-CHAR = '.'
            IF POINT-SEEN
                MOVE 'N' TO WS-AMOUNT-OK-SWITCH
            ELSE
                MOVE 'Y' TO WS-POINT-SWITCH
                MOVE 'S' TO WS-AMOUNT-STATE
            END-IF
        WHEN WS-AMOUNT-CHAR IS NUMERIC
            MOVE 'S' TO WS-AMOUNT-STATE
            IF POINT-SEEN
                ADD 1 TO WS-DEC-DIGITS
            ELSE
                ADD 1 TO WS-INT-DIGITS
            END-IF
        WHEN OTHER
            MOVE 'N' TO WS-AMOUNT-OK-SWITCH
    END-EVALUATE.

CONVERT-FEED-ROW.
    PERFORM READ-CSV-ROW
    IF NOT END-OF-CSV-FILE AND WS-ROW-LENGTH > 0
        EVALUATE TRUE
            WHEN WS-CSV-FIELD(1) = 'HDR'
                PERFORM START-CONVERTED-BATCH
            WHEN WS-CSV-FIELD(1) = 'TRL'
                PERFORM END-CONVERTED-BATCH
            WHEN OTHER
                PERFORM CONVERT-DETAIL-ROW
        END-EVALUATE
    END-IF.

START-CONVERTED-BATCH.
    ADD 1 TO WS-PASS-BATCH
    IF WS-PASS-BATCH > WS-BATCH-COUNT
        MOVE 'TOO MANY BATCHES ON FILE' TO WS-REJECT-REASON
        PERFORM WRITE-REJECT-ROW
        DISPLAY 'CALCCONV: BATCH AT ROW ' WS-ROW-NUMBER
            ' REFUSED - ' WS-REJECT-REASON
        ADD 1 TO WS-REFUSED-COUNT
        MOVE 'S' TO WS-BATCH-STATE
    ELSE
        SET BAT-IDX TO WS-PASS-BATCH
        IF BATCH-REFUSED(BAT-IDX)
            MOVE WS-BAT-REASON(BAT-IDX) TO WS-REJECT-REASON
            PERFORM WRITE-REJECT-ROW
            DISPLAY 'CALCCONV: BATCH ' WS-BAT-SOURCE(BAT-IDX) ' '
                WS-BAT-FILE-DATE(BAT-IDX) ' REFUSED - '
                WS-BAT-REASON(BAT-IDX)
            ADD 1 TO WS-REFUSED-COUNT
            MOVE 'S' TO WS-BATCH-STATE
        ELSE
            MOVE SPACES                   TO CALC-TRANS-HEADER
            MOVE 'HDR'                    TO CALC-HDR-REC-ID
            MOVE WS-BAT-FILE-DATE(BAT-IDX) TO CALC-HDR-FILE-DATE
            MOVE WS-BAT-SOURCE(BAT-IDX)   TO CALC-HDR-SOURCE-SYSTEM
            WRITE CALC-TRANS-HEADER
            MOVE ZERO TO WS-DETAIL-COUNT
            MOVE ZERO TO WS-HASH-TOTAL
            MOVE ZERO TO WS-BATCH-REJECTS
            MOVE 'B'  TO WS-BATCH-STATE
        END-IF
    END-IF.

END-CONVERTED-BATCH.
    EVALUATE TRUE
        WHEN BATCH-OPEN
            MOVE SPACES          TO CALC-TRANS-TRAILER
            MOVE 'TRL'           TO CALC-TRL-REC-ID
            MOVE WS-DETAIL-COUNT TO CALC-TRL-RECORD-COUNT
            MOVE WS-HASH-TOTAL   TO CALC-TRL-HASH-TOTAL
            WRITE CALC-TRANS-TRAILER
            DISPLAY 'CALCCONV: BATCH ' WS-BAT-SOURCE(BAT-IDX) ' '
                WS-BAT-FILE-DATE(BAT-IDX) ' CONVERTED '
                WS-DETAIL-COUNT ' ROW(S), REJECTED '
                WS-BATCH-REJECTS
            IF BATCH-AMOUNT-ERROR(BAT-IDX)
                DISPLAY 'CALCCONV: BATCH ' WS-BAT-SOURCE(BAT-IDX)
                    ' TRAILER TOTAL NOT VERIFIED - BAD AMOUNTS'
                    ' ON REJECTED ROWS'
            END-IF
        WHEN NO-BATCH-OPEN
            MOVE 'TRAILER ROW WITHOUT HEADER ROW' TO WS-REJECT-REASON
            PERFORM WRITE-REJECT-ROW
            DISPLAY 'CALCCONV: ROW ' WS-ROW-NUMBER ' - '
                WS-REJECT-REASON
            ADD 1 TO WS-REFUSED-COUNT
    END-EVALUATE
    MOVE 'N' TO WS-BATCH-STATE.

CONVERT-DETAIL-ROW.
    EVALUATE TRUE
        WHEN BATCH-OPEN
            PERFORM EDIT-DETAIL-ROW
            IF ROW-OK
                PERFORM WRITE-CONVERTED-DETAIL
            ELSE
                PERFORM WRITE-REJECT-ROW
                ADD 1 TO WS-BATCH-REJECTS
                ADD 1 TO WS-REJECT-COUNT
            END-IF
        WHEN NO-BATCH-OPEN
            MOVE 'ROW OUTSIDE A HDR/TRL BATCH' TO WS-REJECT-REASON
            PERFORM WRITE-REJECT-ROW
            ADD 1 TO WS-REJECT-COUNT
    END-EVALUATE.

EDIT-DETAIL-ROW.
    MOVE 'Y' TO WS-ROW-OK-SWITCH
    MOVE WS-CSV-FIELD(4) TO WS-CHOICE
    EVALUATE TRUE
        WHEN WS-CSV-FIELD-COUNT < 4
            MOVE 'TOO FEW FIELDS ON ROW' TO WS-REJECT-REASON
            MOVE 'N' TO WS-ROW-OK-SWITCH
        WHEN WS-CSV-FIELD-COUNT > 6
            MOVE 'TOO MANY FIELDS ON ROW' TO WS-REJECT-REASON
            MOVE 'N' TO WS-ROW-OK-SWITCH
        WHEN WS-CSV-LENGTH(1) = 0
            MOVE 'OPERATOR ID MISSING' TO WS-REJECT-REASON
            MOVE 'N' TO WS-ROW-OK-SWITCH
        WHEN WS-CSV-LENGTH(1) > 8
            MOVE 'OPERATOR ID TOO LONG' TO WS-REJECT-REASON
            MOVE 'N' TO WS-ROW-OK-SWITCH
        WHEN WS-CSV-LENGTH(4) NOT = 1 OR NOT VALID-CHOICE-CODE
            MOVE 'INVALID CHOICE CODE' TO WS-REJECT-REASON
            MOVE 'N' TO WS-ROW-OK-SWITCH
        WHEN WS-CSV-LENGTH(5) > 12
            MOVE 'TRANS REF TOO LONG' TO WS-REJECT-REASON
            MOVE 'N' TO WS-ROW-OK-SWITCH
        WHEN WS-CSV-LENGTH(6) > 12
            MOVE 'ORIGINAL REF TOO LONG' TO WS-REJECT-REASON
            MOVE 'N' TO WS-ROW-OK-SWITCH
    END-EVALUATE
    IF ROW-OK
        PERFORM EDIT-DETAIL-AMOUNTS
    END-IF
    IF ROW-OK
        MOVE WS-CSV-FIELD(1) TO OPR-OPERATOR-ID
        READ OPERATOR-FILE
            INVALID KEY
                MOVE 'OPERATOR NOT ON MASTER' TO WS-REJECT-REASON
                MOVE 'N' TO WS-ROW-OK-SWITCH
        END-READ
    END-IF
    IF ROW-OK AND WS-CHOICE = 'T'
        PERFORM EDIT-TRANSFER-TARGET
    END-IF.

EDIT-DETAIL-AMOUNTS.
    MOVE 5 TO WS-AMOUNT-MAX-DIGITS
    MOVE WS-CSV-FIELD(2) TO WS-AMOUNT-TEXT
    PERFORM CHECK-AMOUNT
    IF AMOUNT-OK
        MOVE WS-AMOUNT-VALUE TO WS-NUM1
        MOVE WS-CSV-FIELD(3) TO WS-AMOUNT-TEXT
        PERFORM CHECK-AMOUNT
        IF AMOUNT-OK
            MOVE WS-AMOUNT-VALUE TO WS-NUM2
        ELSE
            MOVE 'NUM2 NOT NUMERIC' TO WS-REJECT-REASON
            MOVE 'N' TO WS-ROW-OK-SWITCH
        END-IF
    ELSE
        MOVE 'NUM1 NOT NUMERIC' TO WS-REJECT-REASON
        MOVE 'N' TO WS-ROW-OK-SWITCH
    END-IF.

EDIT-TRANSFER-TARGET.
    EVALUATE TRUE
        WHEN WS-CSV-LENGTH(6) = 0
            MOVE 'TRANSFER TARGET MISSING' TO WS-REJECT-REASON
            MOVE 'N' TO WS-ROW-OK-SWITCH
        WHEN WS-CSV-LENGTH(6) > 8
            MOVE 'TRANSFER TARGET TOO LONG' TO WS-REJECT-REASON
            MOVE 'N' TO WS-ROW-OK-SWITCH
        WHEN OTHER
            MOVE WS-CSV-FIELD(6) TO OPR-OPERATOR-ID
            READ OPERATOR-FILE
                INVALID KEY
                    MOVE 'TARGET OPERATOR NOT ON MASTER'
                        TO WS-REJECT-REASON
                    MOVE 'N' TO WS-ROW-OK-SWITCH
            END-READ
    END-EVALUATE.

WRITE-CONVERTED-DETAIL.
    MOVE WS-CSV-FIELD(1) TO CALC-TRANS-OPERATOR-ID
    MOVE WS-NUM1         TO CALC-TRANS-NUM1
    MOVE WS-NUM2         TO CALC-TRANS-NUM2
    MOVE WS-CHOICE       TO CALC-TRANS-CHOICE
    MOVE WS-CSV-FIELD(5) TO CALC-TRANS-REF
    MOVE WS-CSV-FIELD(6) TO CALC-TRANS-ORIG-REF
    WRITE CALC-TRANS-RECORD
    ADD 1 TO WS-DETAIL-COUNT
    ADD 1 TO WS-CONVERTED-COUNT
    ADD WS-NUM1 TO WS-HASH-TOTAL
    ADD WS-NUM2 TO WS-HASH-TOTAL.

WRITE-REJECT-ROW.
    MOVE WS-ROW-NUMBER    TO WS-REJ-ROW-NUMBER
    MOVE WS-REJECT-REASON TO WS-REJ-REASON
    MOVE CSV-RECORD       TO WS-REJ-ROW-TEXT
    WRITE REJECT-RECORD FROM WS-REJECT-LINE.

CLOSE-FILES.
    CLOSE CSV-FILE
    CLOSE OPERATOR-FILE
    CLOSE CONV-FILE
    CLOSE REJECT-FILE.
