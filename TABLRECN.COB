    SELECT PRODUCT-FILE ASSIGN TO "PRODOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PRODUCT-FILE-STATUS.
    SELECT AUDIT-WORK-FILE ASSIGN TO "AUDWORK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-WORK-STATUS.
    SELECT TABLE-WORK-FILE ASSIGN TO "RECNWORK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TABLE-WORK-STATUS.
    SELECT AUDIT-SORT-FILE ASSIGN TO "SORTWK01".
    SELECT PRODUCT-SORT-FILE ASSIGN TO "SORTWK02".

DATA DIVISION.
FILE SECTION.
FD  PRODUCT-FILE.
COPY "PRODREC.CPY".

FD  AUDIT-WORK-FILE.
01 AUDIT-WORK-RECORD.
    05 AW-KEY.
        10 AW-RUN-ID PIC 9(14).
        10 AW-ITEM-CODE PIC X(8).
        10 AW-NUMBER PIC 9(3)V99.
        10 AW-LOCATION PIC X(3).
    05 AW-SEQUENCE PIC 9(9).
    05 AW-BOUND PIC 9(3).

FD  TABLE-WORK-FILE.
01 TABLE-WORK-RECORD.
    05 TW-RUN-ID PIC 9(14).
    05 TW-ITEM-CODE PIC X(8).
    05 TW-NUMBER PIC 9(3)V99.
    05 TW-BOUND PIC 9(3).
    05 TW-ROWS PIC 9(6).

SD  AUDIT-SORT-FILE.
01 AUDIT-SORT-RECORD.
    05 AS-KEY.
        10 AS-RUN-ID PIC 9(14).
        10 AS-ITEM-CODE PIC X(8).
        10 AS-NUMBER PIC 9(3)V99.
        10 AS-LOCATION PIC X(3).
    05 AS-SEQUENCE PIC 9(9).
    05 AS-BOUND PIC 9(3).

SD  PRODUCT-SORT-FILE.
01 PRODUCT-SORT-RECORD.
    05 PS-KEY.
        10 PS-RUN-ID PIC 9(14).
        10 PS-ITEM-CODE PIC X(8).
        10 PS-NUMBER PIC 9(3)V99.
        10 PS-LOCATION PIC X(3).
    05 PS-COUNTER PIC 9(3).
    05 PS-PRODUCT PIC 9(6)V99.

WORKING-STORAGE SECTION.
01 WS-AUDIT-FILE-STATUS PIC X(2).
01 WS-PRODUCT-FILE-STATUS PIC X(2).
01 WS-AUDIT-WORK-STATUS PIC X(2).
01 WS-TABLE-WORK-STATUS PIC X(2).
01 WS-AUDIT-COUNT PIC 9(7) VALUE ZERO.
01 WS-PRODUCT-EOF-SWITCH PIC X(1) VALUE "N".
    88 WS-PRODUCT-EOF VALUE "Y".
01 WS-AUDIT-KEY.
    05 WS-AUDIT-KEY-RUN-ID PIC 9(14).
    05 WS-AUDIT-KEY-CODE PIC X(8).
    05 WS-AUDIT-KEY-NUMBER PIC 9(3)V99.
    05 WS-AUDIT-KEY-LOCN PIC X(3).
01 WS-PRODUCT-KEY.
    05 WS-PRODUCT-KEY-RUN-ID PIC 9(14).
    05 WS-PRODUCT-KEY-CODE PIC X(8).
    05 WS-PRODUCT-KEY-NUMBER PIC 9(3)V99.
    05 WS-PRODUCT-KEY-LOCN PIC X(3).
01 WS-GROUP-KEY PIC X(30).
01 WS-GROUP-AUDITED-SWITCH PIC X(1).
    88 WS-GROUP-AUDITED VALUE "Y".
01 WS-GROUP-ROWS PIC 9(6).
01 WS-ROWS-LEFT PIC 9(6).
01 WS-ROWS-TAKEN PIC 9(6).
01 WS-FIRST-ENTRY-SWITCH PIC X(1).
    88 WS-FIRST-ENTRY-HELD VALUE "Y".
01 WS-FIRST-ENTRY.
    05 WS-FIRST-RUN-ID PIC 9(14).
    05 WS-FIRST-CODE PIC X(8).
    05 WS-FIRST-NUMBER PIC 9(3)V99.
    05 WS-FIRST-BOUND PIC 9(3).
    05 WS-FIRST-ROWS PIC 9(6).
01 WS-PROD-READ-COUNT PIC 9(7) VALUE ZERO.
01 WS-ORPHAN-COUNT PIC 9(7) VALUE ZERO.
01 WS-MISCOMPUTE-COUNT PIC 9(7) VALUE ZERO.
MAIN-PARA.
    DISPLAY "TABLRECN - AUDITLOG / PRODOUT RECONCILIATION".
    DISPLAY " ".
    SORT AUDIT-SORT-FILE
        ON ASCENDING KEY AS-KEY AS-SEQUENCE
        INPUT PROCEDURE IS RELEASE-AUDIT-ENTRIES
        GIVING AUDIT-WORK-FILE.
    OPEN OUTPUT TABLE-WORK-FILE.
    IF WS-TABLE-WORK-STATUS NOT = "00"
        DISPLAY "FATAL: unable to open RECNWORK, file status "
            WS-TABLE-WORK-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    SORT PRODUCT-SORT-FILE
        ON ASCENDING KEY PS-KEY PS-COUNTER
        INPUT PROCEDURE IS RELEASE-PRODUCT-ROWS
        OUTPUT PROCEDURE IS CHECK-PRODUCT-FILE.
    CLOSE TABLE-WORK-FILE.
    PERFORM REPORT-SHORT-TABLES.
    PERFORM REPORT-TOTALS.
    IF WS-EXCEPTION-COUNT > ZERO
        MOVE 4 TO RETURN-CODE
    END-IF.
    STOP RUN.

RELEASE-AUDIT-ENTRIES.
    OPEN INPUT AUDIT-FILE.
    IF WS-AUDIT-FILE-STATUS NOT = "00"
        DISPLAY "FATAL: unable to open AUDITLOG, file status "
            AT END MOVE "10" TO WS-AUDIT-FILE-STATUS
        END-READ
        IF WS-AUDIT-FILE-STATUS = "00"
            ADD 1 TO WS-AUDIT-COUNT
            MOVE AUD-RUN-ID TO AS-RUN-ID
            MOVE AUD-ITEM-CODE TO AS-ITEM-CODE
            MOVE AUD-NUMBER TO AS-NUMBER
            MOVE AUD-LOCATION TO AS-LOCATION
            MOVE WS-AUDIT-COUNT TO AS-SEQUENCE
            MOVE AUD-BOUND TO AS-BOUND
            RELEASE AUDIT-SORT-RECORD
        END-IF
    END-PERFORM.
    CLOSE AUDIT-FILE.

RELEASE-PRODUCT-ROWS.
    OPEN INPUT PRODUCT-FILE.
    IF WS-PRODUCT-FILE-STATUS NOT = "00"
        DISPLAY "FATAL: unable to open PRODOUT, file status "
        END-READ
        IF WS-PRODUCT-FILE-STATUS = "00"
            ADD 1 TO WS-PROD-READ-COUNT
            MOVE PR-RUN-ID TO PS-RUN-ID
            MOVE PR-ITEM-CODE TO PS-ITEM-CODE
            MOVE PR-NUMBER TO PS-NUMBER
            MOVE PR-LOCATION TO PS-LOCATION
            MOVE PR-COUNTER TO PS-COUNTER
            MOVE PR-PRODUCT TO PS-PRODUCT
            RELEASE PRODUCT-SORT-RECORD
        END-IF
    END-PERFORM.
    CLOSE PRODUCT-FILE.

CHECK-PRODUCT-FILE.
    OPEN INPUT AUDIT-WORK-FILE.
    IF WS-AUDIT-WORK-STATUS NOT = "00"
        DISPLAY "FATAL: unable to open AUDWORK, file status "
            WS-AUDIT-WORK-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM READ-AUDIT-WORK.
    PERFORM RETURN-PRODUCT-ROW.
    PERFORM UNTIL WS-AUDIT-KEY = HIGH-VALUES
            AND WS-PRODUCT-KEY = HIGH-VALUES
        IF WS-AUDIT-KEY < WS-PRODUCT-KEY
            MOVE WS-AUDIT-KEY TO WS-GROUP-KEY
        ELSE
            MOVE WS-PRODUCT-KEY TO WS-GROUP-KEY
        END-IF
        PERFORM CHECK-TABLE-GROUP
    END-PERFORM.
    CLOSE AUDIT-WORK-FILE.

READ-AUDIT-WORK.
    READ AUDIT-WORK-FILE
        AT END MOVE "10" TO WS-AUDIT-WORK-STATUS
    END-READ.
    IF WS-AUDIT-WORK-STATUS = "00"
        MOVE AW-KEY TO WS-AUDIT-KEY
    ELSE
        MOVE HIGH-VALUES TO WS-AUDIT-KEY
    END-IF.

RETURN-PRODUCT-ROW.
    RETURN PRODUCT-SORT-FILE
        AT END SET WS-PRODUCT-EOF TO TRUE
    END-RETURN.
    IF WS-PRODUCT-EOF
        MOVE HIGH-VALUES TO WS-PRODUCT-KEY
    ELSE
        MOVE PS-KEY TO WS-PRODUCT-KEY
    END-IF.

CHECK-TABLE-GROUP.
    MOVE "N" TO WS-GROUP-AUDITED-SWITCH.
    IF WS-AUDIT-KEY = WS-GROUP-KEY
        SET WS-GROUP-AUDITED TO TRUE
    END-IF.
    MOVE ZERO TO WS-GROUP-ROWS.
    PERFORM UNTIL WS-PRODUCT-KEY NOT = WS-GROUP-KEY
        ADD 1 TO WS-GROUP-ROWS
        PERFORM CHECK-PRODUCT-ROW
        PERFORM RETURN-PRODUCT-ROW
    END-PERFORM.
    MOVE WS-GROUP-ROWS TO WS-ROWS-LEFT.
    MOVE "N" TO WS-FIRST-ENTRY-SWITCH.
    PERFORM UNTIL WS-AUDIT-KEY NOT = WS-GROUP-KEY
        PERFORM ASSIGN-AUDIT-ROWS
        PERFORM READ-AUDIT-WORK
    END-PERFORM.
    IF WS-FIRST-ENTRY-HELD
        ADD WS-ROWS-LEFT TO WS-FIRST-ROWS
        MOVE WS-FIRST-RUN-ID TO TW-RUN-ID
        MOVE WS-FIRST-CODE TO TW-ITEM-CODE
        MOVE WS-FIRST-NUMBER TO TW-NUMBER
        MOVE WS-FIRST-BOUND TO TW-BOUND
        MOVE WS-FIRST-ROWS TO TW-ROWS
        PERFORM WRITE-TABLE-WORK
    END-IF.

ASSIGN-AUDIT-ROWS.
    IF WS-ROWS-LEFT < AW-BOUND
        MOVE WS-ROWS-LEFT TO WS-ROWS-TAKEN
    ELSE
        MOVE AW-BOUND TO WS-ROWS-TAKEN
    END-IF.
    SUBTRACT WS-ROWS-TAKEN FROM WS-ROWS-LEFT.
    IF NOT WS-FIRST-ENTRY-HELD
        SET WS-FIRST-ENTRY-HELD TO TRUE
        MOVE AW-RUN-ID TO WS-FIRST-RUN-ID
        MOVE AW-ITEM-CODE TO WS-FIRST-CODE
        MOVE AW-NUMBER TO WS-FIRST-NUMBER
        MOVE AW-BOUND TO WS-FIRST-BOUND
        MOVE WS-ROWS-TAKEN TO WS-FIRST-ROWS
    ELSE
        MOVE AW-RUN-ID TO TW-RUN-ID
        MOVE AW-ITEM-CODE TO TW-ITEM-CODE
        MOVE AW-NUMBER TO TW-NUMBER
        MOVE AW-BOUND TO TW-BOUND
        MOVE WS-ROWS-TAKEN TO TW-ROWS
        PERFORM WRITE-TABLE-WORK
    END-IF.

WRITE-TABLE-WORK.
    WRITE TABLE-WORK-RECORD.
    IF WS-TABLE-WORK-STATUS NOT = "00"
        DISPLAY "FATAL: unable to write RECNWORK, file status "
            WS-TABLE-WORK-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

CHECK-PRODUCT-ROW.
    MOVE PS-NUMBER TO WS-NUMBER-DISPLAY.
    IF NOT WS-GROUP-AUDITED
        ADD 1 TO WS-ORPHAN-COUNT
        ADD 1 TO WS-EXCEPTION-COUNT
        DISPLAY "ORPHAN ROW:       ITEM " PS-ITEM-CODE
            " LOC " PS-LOCATION
            " NUMBER " WS-NUMBER-DISPLAY
            " COUNTER " PS-COUNTER " RUN ID " PS-RUN-ID
            " HAS NO AUDIT ENTRY"
    END-IF.
    COMPUTE WS-EXPECTED-PRODUCT = PS-NUMBER * PS-COUNTER.
    IF WS-EXPECTED-PRODUCT NOT = PS-PRODUCT
        ADD 1 TO WS-MISCOMPUTE-COUNT
        ADD 1 TO WS-EXCEPTION-COUNT
        MOVE PS-PRODUCT TO WS-PRODUCT-DISPLAY
        MOVE WS-EXPECTED-PRODUCT TO WS-EXPECTED-DISPLAY
        DISPLAY "MISCOMPUTED ROW:  ITEM " PS-ITEM-CODE
            " NUMBER " WS-NUMBER-DISPLAY
            " COUNTER " PS-COUNTER " RUN ID " PS-RUN-ID
            " HOLDS " WS-PRODUCT-DISPLAY
            " EXPECTED " WS-EXPECTED-DISPLAY
    END-IF.

REPORT-SHORT-TABLES.
    OPEN INPUT TABLE-WORK-FILE.
    IF WS-TABLE-WORK-STATUS NOT = "00"
        DISPLAY "FATAL: unable to reopen RECNWORK, file status "
            WS-TABLE-WORK-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM UNTIL WS-TABLE-WORK-STATUS = "10"
        READ TABLE-WORK-FILE
            AT END MOVE "10" TO WS-TABLE-WORK-STATUS
        END-READ
        IF WS-TABLE-WORK-STATUS = "00"
            PERFORM REPORT-ONE-TABLE
        END-IF
    END-PERFORM.
    CLOSE TABLE-WORK-FILE.

REPORT-ONE-TABLE.
    MOVE TW-NUMBER TO WS-NUMBER-DISPLAY.
    IF TW-ROWS < TW-BOUND
        ADD 1 TO WS-SHORT-TABLE-COUNT
        ADD 1 TO WS-EXCEPTION-COUNT
        DISPLAY "MISSING ROWS:     ITEM " TW-ITEM-CODE
            " NUMBER " WS-NUMBER-DISPLAY
            " RUN ID " TW-RUN-ID
            " EXPECTED " TW-BOUND
            " ROWS, FOUND " TW-ROWS
    END-IF.
    IF TW-ROWS > TW-BOUND
        ADD 1 TO WS-LONG-TABLE-COUNT
        ADD 1 TO WS-EXCEPTION-COUNT
        DISPLAY "EXTRA ROWS:       ITEM " TW-ITEM-CODE
            " NUMBER " WS-NUMBER-DISPLAY
            " RUN ID " TW-RUN-ID
            " EXPECTED " TW-BOUND
            " ROWS, FOUND " TW-ROWS
    END-IF.

REPORT-TOTALS.
    DISPLAY " ".
