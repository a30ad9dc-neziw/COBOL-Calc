01  WS-SIGNON-AREA.
    05 WS-SGN-FUNCTION         PIC X(1).
       88 WS-SGN-SIGN-ON       VALUE 'S'.
       88 WS-SGN-RESET-PIN     VALUE 'R'.
       88 WS-SGN-UNLOCK        VALUE 'U'.
    05 WS-SGN-PROGRAM          PIC X(8).
    05 WS-SGN-USER-ID          PIC X(8).
    05 WS-SGN-BY-USER-ID       PIC X(8).
    05 WS-SGN-NEW-PIN          PIC X(8).
    05 WS-SGN-RESULT           PIC X(1).
       88 WS-SGN-OK            VALUE 'Y'.
       88 WS-SGN-REFUSED       VALUE 'N'.
       88 WS-SGN-LOCKED        VALUE 'L'.
       88 WS-SGN-NOT-ENROLLED  VALUE 'X'.
       88 WS-SGN-FILE-EMPTY    VALUE 'E'.
       88 WS-SGN-FILE-ERROR    VALUE 'F'.
       88 WS-SGN-PIN-INVALID   VALUE 'P'.
