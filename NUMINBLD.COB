IDENTIFICATION DIVISION.
PROGRAM-ID. NUMINBLD.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PRICE-SCHEDULE ASSIGN TO "PRICESCH"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS SCH-KEY
        FILE STATUS IS WS-SCHED-FILE-STATUS.
    SELECT OPTIONAL ITEM-MASTER ASSIGN TO "ITEMMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS IM-ITEM-CODE
        FILE STATUS IS WS-ITEM-FILE-STATUS.
    SELECT OPTIONAL LOCATION-FILE ASSIGN TO "LOCNFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOCN-FILE-STATUS.
    SELECT NUMBER-FILE ASSIGN TO "NUMIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-NUMBER-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PRICE-SCHEDULE.
COPY "PRCSREC.CPY".

FD  ITEM-MASTER.
COPY "ITEMREC.CPY".

FD  LOCATION-FILE.
COPY "LOCNREC.CPY".

FD  NUMBER-FILE.
COPY "NUMREC.CPY".

WORKING-STORAGE SECTION.
01 WS-SCHED-FILE-STATUS PIC X(2).
01 WS-ITEM-FILE-STATUS PIC X(2).
01 WS-LOCN-FILE-STATUS PIC X(2).
01 WS-NUMBER-FILE-STATUS PIC X(2).
01 WS-RUN-MODE PIC X(30).
01 WS-BUSINESS-DATE PIC 9(8) VALUE ZERO.
01 WS-TODAY-DATE PIC 9(8).
01 WS-ITEM-MASTER-SWITCH PIC X(1) VALUE "N".
    88 WS-ITEM-MASTER-OPEN VALUE "Y".
01 WS-SCHED-ITEM PIC X(8).
01 WS-MASTER-ITEM PIC X(8).
01 WS-CUR-ITEM-CODE PIC X(8).
01 WS-CUR-ITEM-DESC PIC X(20).
01 WS-CUR-ACTIVE-FLAG PIC X(1).
01 WS-LOCN-COUNT PIC 9(2) VALUE ZERO.
01 WS-LOCN-INDEX PIC 9(2).
01 WS-LOCN-FOUND-SWITCH PIC X(1).
    88 WS-LOCN-FOUND VALUE "Y".
01 WS-LOCN-TABLE.
    05 WS-LOCN-ENTRY OCCURS 10 TIMES.
        10 WS-LOCN-CODE PIC X(3).
        10 WS-LOCN-FACTOR PIC 9(2)V99.
01 WS-PRC-COUNT PIC 9(2) VALUE ZERO.
01 WS-PRC-INDEX PIC 9(2).
01 WS-PRC-MATCH-INDEX PIC 9(2).
01 WS-PRC-TABLE.
    05 WS-PRC-ENTRY OCCURS 50 TIMES.
        10 WS-PRC-LOCN PIC X(3).
        10 WS-PRC-REG-PRICE PIC 9(3)V99.
        10 WS-PRC-REG-FROM PIC 9(8).
        10 WS-PRC-PROMO-PRICE PIC 9(3)V99.
        10 WS-PRC-PROMO-FROM PIC 9(8).
        10 WS-PRC-PROMO-TO PIC 9(8).
01 WS-BASE-REG-PRICE PIC 9(3)V99.
01 WS-BASE-PROMO-PRICE PIC 9(3)V99.
01 WS-BASE-PROMO-TO PIC 9(8).
01 WS-LOCN-PRICES-SWITCH PIC X(1).
    88 WS-LOCN-PRICES-ON VALUE "Y".
01 WS-ITEM-PRICED-SWITCH PIC X(1).
    88 WS-ITEM-PRICED VALUE "Y".
01 WS-PROMO-SWITCH PIC X(1).
    88 WS-PROMO-PRICE VALUE "Y".
01 WS-OUT-PRICE PIC 9(3)V99.
01 WS-OUT-LOCATION PIC X(3).
01 WS-OUT-PROMO-TO PIC 9(8).
01 WS-PRICE-DISPLAY PIC ZZ9.99.
01 WS-SCHED-READ-COUNT PIC 9(7) VALUE ZERO.
01 WS-IN-EFFECT-COUNT PIC 9(7) VALUE ZERO.
01 WS-BAD-ENTRY-COUNT PIC 9(7) VALUE ZERO.
01 WS-WRITE-COUNT PIC 9(7) VALUE ZERO.
01 WS-PRICED-ITEM-COUNT PIC 9(7) VALUE ZERO.
01 WS-PROMO-COUNT PIC 9(7) VALUE ZERO.
01 WS-NO-PRICE-COUNT PIC 9(7) VALUE ZERO.
01 WS-NOT-ON-MASTER-COUNT PIC 9(7) VALUE ZERO.
01 WS-INACTIVE-COUNT PIC 9(7) VALUE ZERO.

PROCEDURE DIVISION.
MAIN-PARA.
    DISPLAY "NUMINBLD - BUILD NUMIN FROM THE PRICE SCHEDULE".
    MOVE SPACES TO WS-RUN-MODE.
    ACCEPT WS-RUN-MODE FROM COMMAND-LINE.
    PERFORM SET-BUSINESS-DATE.
    DISPLAY "PRICES IN EFFECT ON BUSINESS DATE " WS-TODAY-DATE.
    PERFORM LOAD-LOCATION-FILE.
    PERFORM OPEN-BUILD-FILES.
    PERFORM READ-SCHEDULE-RECORD.
    PERFORM READ-ITEM-MASTER.
    PERFORM UNTIL WS-SCHED-ITEM = HIGH-VALUES
            AND WS-MASTER-ITEM = HIGH-VALUES
        IF WS-MASTER-ITEM < WS-SCHED-ITEM
            PERFORM CHECK-UNSCHEDULED-ITEM
            PERFORM READ-ITEM-MASTER
        ELSE
            IF WS-MASTER-ITEM = WS-SCHED-ITEM
                PERFORM PRICE-MASTER-ITEM
                PERFORM READ-ITEM-MASTER
            ELSE
                PERFORM PRICE-UNMASTERED-ITEM
            END-IF
        END-IF
    END-PERFORM.
    CLOSE PRICE-SCHEDULE.
    CLOSE NUMBER-FILE.
    IF WS-ITEM-MASTER-OPEN
        CLOSE ITEM-MASTER
    END-IF.
    PERFORM REPORT-TOTALS.
    IF WS-NO-PRICE-COUNT > ZERO
       OR WS-NOT-ON-MASTER-COUNT > ZERO
       OR WS-BAD-ENTRY-COUNT > ZERO
        MOVE 4 TO RETURN-CODE
    END-IF.
    STOP RUN.

SET-BUSINESS-DATE.
    MOVE ZERO TO WS-BUSINESS-DATE.
    IF WS-RUN-MODE(1:8) IS NUMERIC AND WS-RUN-MODE(9:22) = SPACES
        MOVE WS-RUN-MODE(1:8) TO WS-BUSINESS-DATE
    ELSE
        IF WS-RUN-MODE(1:8) = "DISCOUNT"
           AND WS-RUN-MODE(10:8) IS NUMERIC
            MOVE WS-RUN-MODE(10:8) TO WS-BUSINESS-DATE
        END-IF
    END-IF.
    IF WS-BUSINESS-DATE > ZERO
        MOVE WS-BUSINESS-DATE TO WS-TODAY-DATE
        DISPLAY "CATCH-UP BUILD FOR BUSINESS DATE " WS-TODAY-DATE
    ELSE
        MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
    END-IF.

LOAD-LOCATION-FILE.
    OPEN INPUT LOCATION-FILE.
    IF WS-LOCN-FILE-STATUS = "00"
        PERFORM UNTIL WS-LOCN-FILE-STATUS = "10"
            READ LOCATION-FILE
                AT END MOVE "10" TO WS-LOCN-FILE-STATUS
            END-READ
            IF WS-LOCN-FILE-STATUS = "00"
                IF LOC-CODE NOT = SPACES
                   AND LOC-FACTOR IS NUMERIC
                   AND LOC-FACTOR > ZERO
                   AND WS-LOCN-COUNT < 10
                    ADD 1 TO WS-LOCN-COUNT
                    MOVE LOC-CODE TO WS-LOCN-CODE(WS-LOCN-COUNT)
                    MOVE LOC-FACTOR
                        TO WS-LOCN-FACTOR(WS-LOCN-COUNT)
                ELSE
                    DISPLAY "WARNING: location record skipped: "
                        LOCATION-RECORD
                END-IF
            END-IF
        END-PERFORM
        CLOSE LOCATION-FILE
    ELSE
        IF WS-LOCN-FILE-STATUS = "05"
            CLOSE LOCATION-FILE
        END-IF
    END-IF.

OPEN-BUILD-FILES.
    OPEN INPUT PRICE-SCHEDULE.
    IF WS-SCHED-FILE-STATUS NOT = "00"
        DISPLAY "FATAL: unable to open PRICESCH, file status "
            WS-SCHED-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT NUMBER-FILE.
    IF WS-NUMBER-FILE-STATUS NOT = "00"
        DISPLAY "FATAL: unable to open NUMIN, file status "
            WS-NUMBER-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT ITEM-MASTER.
    IF WS-ITEM-FILE-STATUS = "00"
        SET WS-ITEM-MASTER-OPEN TO TRUE
    ELSE
        IF WS-ITEM-FILE-STATUS = "05"
            CLOSE ITEM-MASTER
        END-IF
        DISPLAY "WARNING: ITEMMAST not available, file status "
            WS-ITEM-FILE-STATUS
            " - NUMIN is built without descriptions and unpriced"
            " items cannot be listed."
    END-IF.

READ-SCHEDULE-RECORD.
    READ PRICE-SCHEDULE NEXT RECORD
        AT END MOVE "10" TO WS-SCHED-FILE-STATUS
    END-READ.
    IF WS-SCHED-FILE-STATUS = "00"
        ADD 1 TO WS-SCHED-READ-COUNT
        MOVE SCH-ITEM-CODE TO WS-SCHED-ITEM
    ELSE
        MOVE HIGH-VALUES TO WS-SCHED-ITEM
    END-IF.

READ-ITEM-MASTER.
    MOVE HIGH-VALUES TO WS-MASTER-ITEM.
    IF WS-ITEM-MASTER-OPEN
        READ ITEM-MASTER NEXT RECORD
            AT END MOVE "10" TO WS-ITEM-FILE-STATUS
        END-READ
        IF WS-ITEM-FILE-STATUS = "00"
            MOVE IM-ITEM-CODE TO WS-MASTER-ITEM
        END-IF
    END-IF.

CHECK-UNSCHEDULED-ITEM.
    IF IM-ACTIVE-FLAG = "A"
        ADD 1 TO WS-NO-PRICE-COUNT
        DISPLAY "NO PRICE IN EFFECT: " IM-ITEM-CODE " "
            IM-ITEM-DESC " - NOT ON THE PRICE SCHEDULE"
    END-IF.

PRICE-MASTER-ITEM.
    MOVE IM-ITEM-CODE TO WS-CUR-ITEM-CODE.
    MOVE IM-ITEM-DESC TO WS-CUR-ITEM-DESC.
    MOVE IM-ACTIVE-FLAG TO WS-CUR-ACTIVE-FLAG.
    PERFORM COLLECT-ITEM-PRICES.
    IF WS-CUR-ACTIVE-FLAG = "A"
        PERFORM RESOLVE-ITEM-PRICES
    ELSE
        ADD 1 TO WS-INACTIVE-COUNT
        DISPLAY "INACTIVE ITEM NOT PRICED: " WS-CUR-ITEM-CODE " "
            WS-CUR-ITEM-DESC
    END-IF.

PRICE-UNMASTERED-ITEM.
    MOVE WS-SCHED-ITEM TO WS-CUR-ITEM-CODE.
    MOVE SPACES TO WS-CUR-ITEM-DESC.
    PERFORM COLLECT-ITEM-PRICES.
    IF WS-ITEM-MASTER-OPEN
        ADD 1 TO WS-NOT-ON-MASTER-COUNT
        DISPLAY "NOT ON ITEMMAST - NOT PRICED: " WS-CUR-ITEM-CODE
    ELSE
        PERFORM RESOLVE-ITEM-PRICES
    END-IF.

COLLECT-ITEM-PRICES.
    MOVE ZERO TO WS-PRC-COUNT.
    PERFORM UNTIL WS-SCHED-ITEM NOT = WS-CUR-ITEM-CODE
        PERFORM TAKE-SCHEDULE-ENTRY
        PERFORM READ-SCHEDULE-RECORD
    END-PERFORM.

TAKE-SCHEDULE-ENTRY.
    IF (SCH-PRICE-TYPE NOT = "R" AND SCH-PRICE-TYPE NOT = "P")
       OR SCH-EFF-FROM IS NOT NUMERIC
       OR SCH-EFF-TO IS NOT NUMERIC
       OR SCH-PRICE IS NOT NUMERIC
       OR SCH-PRICE = ZERO
        ADD 1 TO WS-BAD-ENTRY-COUNT
        DISPLAY "WARNING: schedule entry skipped: "
            PRICE-SCHEDULE-RECORD
    ELSE
        IF SCH-EFF-FROM <= WS-TODAY-DATE
           AND SCH-EFF-TO >= WS-TODAY-DATE
            ADD 1 TO WS-IN-EFFECT-COUNT
            PERFORM FIND-PRICE-SLOT
            IF WS-PRC-MATCH-INDEX > ZERO
                IF SCH-PRICE-TYPE = "P"
                    IF SCH-EFF-FROM
                       >= WS-PRC-PROMO-FROM(WS-PRC-MATCH-INDEX)
                        MOVE SCH-PRICE
                            TO WS-PRC-PROMO-PRICE(WS-PRC-MATCH-INDEX)
                        MOVE SCH-EFF-FROM
                            TO WS-PRC-PROMO-FROM(WS-PRC-MATCH-INDEX)
                        MOVE SCH-EFF-TO
                            TO WS-PRC-PROMO-TO(WS-PRC-MATCH-INDEX)
                    END-IF
                ELSE
                    IF SCH-EFF-FROM
                       >= WS-PRC-REG-FROM(WS-PRC-MATCH-INDEX)
                        MOVE SCH-PRICE
                            TO WS-PRC-REG-PRICE(WS-PRC-MATCH-INDEX)
                        MOVE SCH-EFF-FROM
                            TO WS-PRC-REG-FROM(WS-PRC-MATCH-INDEX)
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

FIND-PRICE-SLOT.
    MOVE ZERO TO WS-PRC-MATCH-INDEX.
    PERFORM VARYING WS-PRC-INDEX FROM 1 BY 1
            UNTIL WS-PRC-INDEX > WS-PRC-COUNT
            OR WS-PRC-MATCH-INDEX > ZERO
        IF WS-PRC-LOCN(WS-PRC-INDEX) = SCH-LOCATION
            MOVE WS-PRC-INDEX TO WS-PRC-MATCH-INDEX
        END-IF
    END-PERFORM.
    IF WS-PRC-MATCH-INDEX = ZERO
        IF WS-PRC-COUNT < 50
            ADD 1 TO WS-PRC-COUNT
            MOVE WS-PRC-COUNT TO WS-PRC-MATCH-INDEX
            MOVE SCH-LOCATION TO WS-PRC-LOCN(WS-PRC-MATCH-INDEX)
            MOVE ZERO TO WS-PRC-REG-PRICE(WS-PRC-MATCH-INDEX)
            MOVE ZERO TO WS-PRC-REG-FROM(WS-PRC-MATCH-INDEX)
            MOVE ZERO TO WS-PRC-PROMO-PRICE(WS-PRC-MATCH-INDEX)
            MOVE ZERO TO WS-PRC-PROMO-FROM(WS-PRC-MATCH-INDEX)
            MOVE ZERO TO WS-PRC-PROMO-TO(WS-PRC-MATCH-INDEX)
        ELSE
            ADD 1 TO WS-BAD-ENTRY-COUNT
            DISPLAY "WARNING: more than 50 locations priced for item "
                WS-CUR-ITEM-CODE " - entry skipped: "
                PRICE-SCHEDULE-RECORD
        END-IF
    END-IF.

RESOLVE-ITEM-PRICES.
    MOVE "N" TO WS-ITEM-PRICED-SWITCH.
    MOVE "N" TO WS-LOCN-PRICES-SWITCH.
    MOVE ZERO TO WS-BASE-REG-PRICE.
    MOVE ZERO TO WS-BASE-PROMO-PRICE.
    MOVE ZERO TO WS-BASE-PROMO-TO.
    PERFORM VARYING WS-PRC-INDEX FROM 1 BY 1
            UNTIL WS-PRC-INDEX > WS-PRC-COUNT
        IF WS-PRC-LOCN(WS-PRC-INDEX) = SPACES
            MOVE WS-PRC-REG-PRICE(WS-PRC-INDEX) TO WS-BASE-REG-PRICE
            MOVE WS-PRC-PROMO-PRICE(WS-PRC-INDEX)
                TO WS-BASE-PROMO-PRICE
            MOVE WS-PRC-PROMO-TO(WS-PRC-INDEX) TO WS-BASE-PROMO-TO
        ELSE
            SET WS-LOCN-PRICES-ON TO TRUE
        END-IF
    END-PERFORM.
    IF WS-LOCN-PRICES-ON AND WS-LOCN-COUNT > ZERO
        PERFORM VARYING WS-LOCN-INDEX FROM 1 BY 1
                UNTIL WS-LOCN-INDEX > WS-LOCN-COUNT
            PERFORM PRICE-ONE-LOCATION
        END-PERFORM
        PERFORM CHECK-UNKNOWN-LOCATIONS
    ELSE
        IF WS-LOCN-PRICES-ON
            DISPLAY "WARNING: store prices for item " WS-CUR-ITEM-CODE
                " ignored - no LOCNFILE, chain-wide price used."
        END-IF
        MOVE SPACES TO WS-OUT-LOCATION
        IF WS-BASE-PROMO-PRICE > ZERO
            MOVE WS-BASE-PROMO-PRICE TO WS-OUT-PRICE
            MOVE WS-BASE-PROMO-TO TO WS-OUT-PROMO-TO
            PERFORM WRITE-NUMIN-RECORD
            PERFORM LIST-PROMOTION
        ELSE
            IF WS-BASE-REG-PRICE > ZERO
                MOVE WS-BASE-REG-PRICE TO WS-OUT-PRICE
                PERFORM WRITE-NUMIN-RECORD
            END-IF
        END-IF
        IF NOT WS-ITEM-PRICED
            ADD 1 TO WS-NO-PRICE-COUNT
            DISPLAY "NO PRICE IN EFFECT: " WS-CUR-ITEM-CODE " "
                WS-CUR-ITEM-DESC
        END-IF
    END-IF.
    IF WS-ITEM-PRICED
        ADD 1 TO WS-PRICED-ITEM-COUNT
    END-IF.

PRICE-ONE-LOCATION.
    MOVE WS-LOCN-CODE(WS-LOCN-INDEX) TO WS-OUT-LOCATION.
    MOVE ZERO TO WS-PRC-MATCH-INDEX.
    PERFORM VARYING WS-PRC-INDEX FROM 1 BY 1
            UNTIL WS-PRC-INDEX > WS-PRC-COUNT
        IF WS-PRC-LOCN(WS-PRC-INDEX) = WS-OUT-LOCATION
            MOVE WS-PRC-INDEX TO WS-PRC-MATCH-INDEX
        END-IF
    END-PERFORM.
    MOVE ZERO TO WS-OUT-PRICE.
    MOVE "N" TO WS-PROMO-SWITCH.
    IF WS-PRC-MATCH-INDEX > ZERO
       AND WS-PRC-PROMO-PRICE(WS-PRC-MATCH-INDEX) > ZERO
        MOVE WS-PRC-PROMO-PRICE(WS-PRC-MATCH-INDEX) TO WS-OUT-PRICE
        MOVE WS-PRC-PROMO-TO(WS-PRC-MATCH-INDEX) TO WS-OUT-PROMO-TO
        SET WS-PROMO-PRICE TO TRUE
    ELSE
        IF WS-BASE-PROMO-PRICE > ZERO
            COMPUTE WS-OUT-PRICE ROUNDED = WS-BASE-PROMO-PRICE
                * WS-LOCN-FACTOR(WS-LOCN-INDEX)
                ON SIZE ERROR MOVE ZERO TO WS-OUT-PRICE
            END-COMPUTE
            MOVE WS-BASE-PROMO-TO TO WS-OUT-PROMO-TO
            SET WS-PROMO-PRICE TO TRUE
        ELSE
            IF WS-PRC-MATCH-INDEX > ZERO
               AND WS-PRC-REG-PRICE(WS-PRC-MATCH-INDEX) > ZERO
                MOVE WS-PRC-REG-PRICE(WS-PRC-MATCH-INDEX)
                    TO WS-OUT-PRICE
            ELSE
                IF WS-BASE-REG-PRICE > ZERO
                    COMPUTE WS-OUT-PRICE ROUNDED = WS-BASE-REG-PRICE
                        * WS-LOCN-FACTOR(WS-LOCN-INDEX)
                        ON SIZE ERROR MOVE ZERO TO WS-OUT-PRICE
                    END-COMPUTE
                END-IF
            END-IF
        END-IF
    END-IF.
    IF WS-OUT-PRICE > ZERO
        PERFORM WRITE-NUMIN-RECORD
        IF WS-PROMO-PRICE
            PERFORM LIST-PROMOTION
        END-IF
    ELSE
        ADD 1 TO WS-NO-PRICE-COUNT
        DISPLAY "NO PRICE IN EFFECT: " WS-CUR-ITEM-CODE " "
            WS-CUR-ITEM-DESC " AT LOCATION " WS-OUT-LOCATION
    END-IF.

CHECK-UNKNOWN-LOCATIONS.
    PERFORM VARYING WS-PRC-INDEX FROM 1 BY 1
            UNTIL WS-PRC-INDEX > WS-PRC-COUNT
        IF WS-PRC-LOCN(WS-PRC-INDEX) NOT = SPACES
            MOVE "N" TO WS-LOCN-FOUND-SWITCH
            PERFORM VARYING WS-LOCN-INDEX FROM 1 BY 1
                    UNTIL WS-LOCN-INDEX > WS-LOCN-COUNT
                IF WS-LOCN-CODE(WS-LOCN-INDEX)
                   = WS-PRC-LOCN(WS-PRC-INDEX)
                    SET WS-LOCN-FOUND TO TRUE
                END-IF
            END-PERFORM
            IF NOT WS-LOCN-FOUND
                DISPLAY "WARNING: item " WS-CUR-ITEM-CODE
                    " priced for location "
                    WS-PRC-LOCN(WS-PRC-INDEX)
                    " which is not on LOCNFILE - price ignored."
            END-IF
        END-IF
    END-PERFORM.

WRITE-NUMIN-RECORD.
    MOVE SPACES TO NUMBER-RECORD.
    MOVE WS-OUT-PRICE TO NR-NUMBER.
    MOVE WS-CUR-ITEM-CODE TO NR-ITEM-CODE.
    MOVE WS-CUR-ITEM-DESC TO NR-ITEM-DESC.
    MOVE WS-OUT-LOCATION TO NR-LOCATION.
    WRITE NUMBER-RECORD.
    ADD 1 TO WS-WRITE-COUNT.
    SET WS-ITEM-PRICED TO TRUE.

LIST-PROMOTION.
    ADD 1 TO WS-PROMO-COUNT.
    MOVE WS-OUT-PRICE TO WS-PRICE-DISPLAY.
    DISPLAY "PROMOTIONAL PRICE: " WS-CUR-ITEM-CODE " "
        WS-CUR-ITEM-DESC " LOC " WS-OUT-LOCATION " "
        WS-PRICE-DISPLAY " THROUGH " WS-OUT-PROMO-TO.

REPORT-TOTALS.
    DISPLAY " ".
    DISPLAY "NUMINBLD TOTALS FOR BUSINESS DATE " WS-TODAY-DATE.
    DISPLAY "  SCHEDULE ENTRIES READ:     " WS-SCHED-READ-COUNT.
    DISPLAY "  ENTRIES IN EFFECT:         " WS-IN-EFFECT-COUNT.
    DISPLAY "  ENTRIES SKIPPED (INVALID): " WS-BAD-ENTRY-COUNT.
    DISPLAY "  ITEMS PRICED:              " WS-PRICED-ITEM-COUNT.
    DISPLAY "  NUMIN RECORDS WRITTEN:     " WS-WRITE-COUNT.
    DISPLAY "  PROMOTIONAL PRICES USED:   " WS-PROMO-COUNT.
    DISPLAY "  NO PRICE IN EFFECT:        " WS-NO-PRICE-COUNT.
    DISPLAY "  NOT ON ITEMMAST:           " WS-NOT-ON-MASTER-COUNT.
    DISPLAY "  INACTIVE ITEMS SKIPPED:    " WS-INACTIVE-COUNT.
