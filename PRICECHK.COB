    SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-FILE-STATUS.
    SELECT PRICE-SORT-FILE ASSIGN TO "SORTWK01".

DATA DIVISION.
FILE SECTION.
FD  AUDIT-FILE.
COPY "AUDITREC.CPY".

SD  PRICE-SORT-FILE.
01 PRICE-SORT-RECORD.
    05 PS-ITEM-CODE PIC X(8).
    05 PS-LOCATION PIC X(3).
    05 PS-RUN-ID PIC 9(14).
    05 PS-SEQUENCE PIC 9(7).
    05 PS-NUMBER PIC 9(3)V99.

WORKING-STORAGE SECTION.
01 WS-AUDIT-FILE-STATUS PIC X(2).
01 WS-TOLERANCE-CARD PIC X(5).
01 WS-TOLERANCE-RAW PIC 9(5).
01 WS-TOLERANCE-PCT PIC 9(3)V99.
01 WS-TOLERANCE-DISPLAY PIC ZZ9.99.
01 WS-ITEM-COUNT PIC 9(7) VALUE ZERO.
01 WS-PRICE-EOF-SWITCH PIC X(1) VALUE "N".
    88 WS-PRICE-EOF VALUE "Y".
01 WS-ITM-CODE PIC X(8).
01 WS-ITM-LOCN PIC X(3).
01 WS-ITM-NEW-RUN-ID PIC 9(14).
01 WS-ITM-NEW-PRICE PIC 9(3)V99.
01 WS-ITM-OLD-RUN-ID PIC 9(14).
01 WS-ITM-OLD-PRICE PIC 9(3)V99.
01 WS-AUDIT-READ-COUNT PIC 9(7) VALUE ZERO.
01 WS-CHANGE-COUNT PIC 9(5) VALUE ZERO.
01 WS-EXCEPTION-COUNT PIC 9(5) VALUE ZERO.
MAIN-PARA.
    DISPLAY "PRICECHK - PRICE-CHANGE EXCEPTION REPORT".
    PERFORM GET-TOLERANCE-CARD.
    PERFORM REPORT-PRICE-CHANGES.
    PERFORM REPORT-TOTALS.
    IF WS-EXCEPTION-COUNT > ZERO
        MOVE 8 TO RETURN-CODE
    END-IF.
    STOP RUN.

GET-TOLERANCE-CARD.
    DISPLAY "TOLERANCE: CHANGES BEYOND " WS-TOLERANCE-DISPLAY
        "% HOLD THE POS EXTRACT.".

REPORT-PRICE-CHANGES.
    DISPLAY " ".
    DISPLAY "ITEM       LOC   OLD       NEW      CHANGE".
    DISPLAY "--------   ---   ------    ------   --------".
    SORT PRICE-SORT-FILE
        ON ASCENDING KEY PS-ITEM-CODE PS-LOCATION
        ON DESCENDING KEY PS-RUN-ID
        ON ASCENDING KEY PS-SEQUENCE
        INPUT PROCEDURE IS RELEASE-AUDIT-PRICES
        OUTPUT PROCEDURE IS CHECK-PRICE-HISTORY.
    IF WS-CHANGE-COUNT = ZERO
        DISPLAY "  NO PRICE CHANGES BETWEEN THE LAST TWO RUNS."
    END-IF.

RELEASE-AUDIT-PRICES.
    OPEN INPUT AUDIT-FILE.
    IF WS-AUDIT-FILE-STATUS NOT = "00"
        DISPLAY "FATAL: unable to open AUDITLOG, file status "
        IF WS-AUDIT-FILE-STATUS = "00"
            ADD 1 TO WS-AUDIT-READ-COUNT
            IF AUD-ITEM-CODE NOT = SPACES
                MOVE AUD-ITEM-CODE TO PS-ITEM-CODE
                MOVE AUD-LOCATION TO PS-LOCATION
                MOVE AUD-RUN-ID TO PS-RUN-ID
                MOVE WS-AUDIT-READ-COUNT TO PS-SEQUENCE
                MOVE AUD-NUMBER TO PS-NUMBER
                RELEASE PRICE-SORT-RECORD
            END-IF
        END-IF
    END-PERFORM.
    CLOSE AUDIT-FILE.

CHECK-PRICE-HISTORY.
    PERFORM RETURN-PRICE.
    PERFORM UNTIL WS-PRICE-EOF
        ADD 1 TO WS-ITEM-COUNT
        MOVE PS-ITEM-CODE TO WS-ITM-CODE
        MOVE PS-LOCATION TO WS-ITM-LOCN
        MOVE PS-RUN-ID TO WS-ITM-NEW-RUN-ID
        MOVE PS-NUMBER TO WS-ITM-NEW-PRICE
        MOVE ZERO TO WS-ITM-OLD-RUN-ID
        MOVE ZERO TO WS-ITM-OLD-PRICE
        PERFORM UNTIL WS-PRICE-EOF
                OR PS-ITEM-CODE NOT = WS-ITM-CODE
                OR PS-LOCATION NOT = WS-ITM-LOCN
            IF WS-ITM-OLD-RUN-ID = ZERO
               AND PS-RUN-ID < WS-ITM-NEW-RUN-ID
                MOVE PS-RUN-ID TO WS-ITM-OLD-RUN-ID
                MOVE PS-NUMBER TO WS-ITM-OLD-PRICE
            END-IF
            PERFORM RETURN-PRICE
        END-PERFORM
        IF WS-ITM-OLD-RUN-ID > ZERO
           AND WS-ITM-OLD-PRICE NOT = WS-ITM-NEW-PRICE
            PERFORM REPORT-ONE-CHANGE
        END-IF
    END-PERFORM.

RETURN-PRICE.
    RETURN PRICE-SORT-FILE
        AT END SET WS-PRICE-EOF TO TRUE
    END-RETURN.

REPORT-ONE-CHANGE.
    ADD 1 TO WS-CHANGE-COUNT.
    COMPUTE WS-CHANGE-PCT ROUNDED =
        (WS-ITM-NEW-PRICE - WS-ITM-OLD-PRICE)
        * 100 / WS-ITM-OLD-PRICE.
    COMPUTE WS-CHANGE-PCT-ABS = FUNCTION ABS(WS-CHANGE-PCT).
    MOVE WS-ITM-OLD-PRICE TO WS-OLD-PRICE-DISPLAY.
    MOVE WS-ITM-NEW-PRICE TO WS-NEW-PRICE-DISPLAY.
    MOVE WS-CHANGE-PCT TO WS-CHANGE-PCT-DISPLAY.
    IF WS-CHANGE-PCT-ABS > WS-TOLERANCE-PCT
        ADD 1 TO WS-EXCEPTION-COUNT
        DISPLAY WS-ITM-CODE "   " WS-ITM-LOCN "   "
            WS-OLD-PRICE-DISPLAY "    " WS-NEW-PRICE-DISPLAY "   "
            WS-CHANGE-PCT-DISPLAY "%  *** BEYOND TOLERANCE ***"
    ELSE
        DISPLAY WS-ITM-CODE "   " WS-ITM-LOCN "   "
            WS-OLD-PRICE-DISPLAY "    " WS-NEW-PRICE-DISPLAY "   "
            WS-CHANGE-PCT-DISPLAY "%"
    END-IF.
