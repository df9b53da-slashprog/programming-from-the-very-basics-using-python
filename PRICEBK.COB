IDENTIFICATION DIVISION.
PROGRAM-ID. PRICEBK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PRODUCT-MASTER ASSIGN TO "PRODMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS PM-KEY
        FILE STATUS IS WS-MASTER-FILE-STATUS.
    SELECT OPTIONAL TIER-FILE ASSIGN TO "TIERFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TIER-FILE-STATUS.
    SELECT BOOK-WORK-FILE ASSIGN TO "BOOKWORK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WORK-FILE-STATUS.
    SELECT PRINT-FILE ASSIGN TO "PRICEBK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PRINT-FILE-STATUS.
    SELECT TABLE-SORT-FILE ASSIGN TO "SORTWK01".
    SELECT BOOK-SORT-FILE ASSIGN TO "SORTWK02".

DATA DIVISION.
FILE SECTION.
FD  PRODUCT-MASTER.
COPY "PRODMREC.CPY".

FD  TIER-FILE.
COPY "TIERREC.CPY".

FD  BOOK-WORK-FILE.
01 BOOK-WORK-RECORD.
    05 BW-LOCATION PIC X(3).
    05 BW-ITEM-DESC PIC X(20).
    05 BW-ITEM-CODE PIC X(8).
    05 BW-RUN-ID PIC 9(14).
    05 BW-NUMBER PIC 9(3)V99.
    05 BW-BOUND PIC 9(3).
    05 BW-TAX-CODE PIC X(1).
    05 BW-BREAK-ENTRY OCCURS 6 TIMES.
        10 BW-BREAK-FOUND PIC X(1).
        10 BW-BREAK-PRODUCT PIC 9(6)V99.
        10 BW-BREAK-TAX PIC 9(6)V99.

FD  PRINT-FILE.
01 PRINT-RECORD PIC X(80).

SD  TABLE-SORT-FILE.
01 TABLE-SORT-RECORD.
    05 TS-LOCATION PIC X(3).
    05 TS-ITEM-CODE PIC X(8).
    05 TS-RUN-ID PIC 9(14).
    05 TS-COUNTER PIC 9(3).
    05 TS-NUMBER PIC 9(3)V99.
    05 TS-ITEM-DESC PIC X(20).
    05 TS-PRODUCT PIC 9(6)V99.
    05 TS-TAX PIC 9(6)V99.
    05 TS-TAX-CODE PIC X(1).

SD  BOOK-SORT-FILE.
01 BOOK-SORT-RECORD.
    05 BS-LOCATION PIC X(3).
    05 BS-ITEM-DESC PIC X(20).
    05 BS-ITEM-CODE PIC X(8).
    05 BS-RUN-ID PIC 9(14).
    05 BS-NUMBER PIC 9(3)V99.
    05 BS-BOUND PIC 9(3).
    05 BS-TAX-CODE PIC X(1).
    05 BS-BREAK-ENTRY OCCURS 6 TIMES.
        10 BS-BREAK-FOUND PIC X(1).
        10 BS-BREAK-PRODUCT PIC 9(6)V99.
        10 BS-BREAK-TAX PIC 9(6)V99.

WORKING-STORAGE SECTION.
01 WS-MASTER-FILE-STATUS PIC X(2).
01 WS-TIER-FILE-STATUS PIC X(2).
01 WS-WORK-FILE-STATUS PIC X(2).
01 WS-PRINT-FILE-STATUS PIC X(2).
01 WS-OPTION-CARD PIC X(8).
01 WS-LOCATION-CARD PIC X(3).
01 WS-CARDS-DONE-SWITCH PIC X(1) VALUE "N".
    88 WS-CARDS-DONE VALUE "Y".
01 WS-AS-OF-DATE PIC 9(8).
01 WS-PRINT-DATE PIC 9(8).
01 WS-ALL-LOCATIONS-SWITCH PIC X(1) VALUE "N".
    88 WS-ALL-LOCATIONS VALUE "Y".
01 WS-SEL-COUNT PIC 9(2) VALUE ZERO.
01 WS-SEL-INDEX PIC 9(2).
01 WS-SEL-FOUND-SWITCH PIC X(1).
    88 WS-SEL-FOUND VALUE "Y".
01 WS-SEL-TABLE.
    05 WS-SEL-ENTRY OCCURS 50 TIMES.
        10 WS-SEL-LOCATION PIC X(3).
        10 WS-SEL-ITEMS PIC 9(5).
01 WS-TIER-COUNT PIC 9(2) VALUE ZERO.
01 WS-TIER-INDEX PIC 9(2).
01 WS-TIER-SLOT PIC 9(2).
01 WS-TIER-TABLE.
    05 WS-TIER-ENTRY OCCURS 20 TIMES.
        10 WS-TIER-QUANTITY PIC 9(3).
        10 WS-TIER-PERCENT PIC 9(2)V99.
01 WS-BREAK-VALUES.
    05 FILLER PIC 9(3) VALUE 1.
    05 FILLER PIC 9(3) VALUE 5.
    05 FILLER PIC 9(3) VALUE 10.
    05 FILLER PIC 9(3) VALUE 25.
    05 FILLER PIC 9(3) VALUE 50.
    05 FILLER PIC 9(3) VALUE 100.
01 WS-BREAK-TABLE REDEFINES WS-BREAK-VALUES.
    05 WS-BREAK-QUANTITY PIC 9(3) OCCURS 6 TIMES.
01 WS-BREAK-INDEX PIC 9(1).
01 WS-ROWS-READ PIC 9(7) VALUE ZERO.
01 WS-ROWS-SELECTED PIC 9(7) VALUE ZERO.
01 WS-TABLE-EOF-SWITCH PIC X(1) VALUE "N".
    88 WS-TABLE-EOF VALUE "Y".
01 WS-GRP-LOCATION PIC X(3) VALUE HIGH-VALUES.
01 WS-GRP-ITEM-CODE PIC X(8).
01 WS-BOOK-EOF-SWITCH PIC X(1) VALUE "N".
    88 WS-BOOK-EOF VALUE "Y".
01 WS-ITEM-COUNT PIC 9(7) VALUE ZERO.
01 WS-LOCATION-COUNT PIC 9(3) VALUE ZERO.
01 WS-PRT-LOCATION PIC X(3) VALUE HIGH-VALUES.
01 WS-LOCATION-LABEL PIC X(6).
01 WS-PAGE-NO PIC 9(3) VALUE ZERO.
01 WS-LINE-COUNT PIC 9(3) VALUE ZERO.
01 WS-LINES-PER-PAGE PIC 9(3) VALUE 60.
01 WS-BLOCK-LINES PIC 9(3).
01 WS-PRINT-LINE PIC X(80).
01 WS-TAX-NOTE PIC X(22).
01 WS-PRICE-DISPLAY PIC ZZ9.99.
01 WS-QUANTITY-DISPLAY PIC ZZ9.
01 WS-PRODUCT-DISPLAY PIC ZZZZZ9.99.
01 WS-TAX-DISPLAY PIC ZZZZZ9.99.
01 WS-INCL-DISPLAY PIC ZZZZZZ9.99.
01 WS-PERCENT-DISPLAY PIC Z9.99.
01 WS-NET-DISPLAY PIC ZZZZZ9.99.
01 WS-EACH-DISPLAY PIC ZZZ9.99.
01 WS-INCL-AMOUNT PIC 9(7)V99.
01 WS-TIER-PRODUCT PIC 9(6)V99.
01 WS-TIER-NET PIC 9(6)V99.
01 WS-TIER-EACH PIC 9(4)V99.
01 WS-COUNT-DISPLAY PIC ZZZZ9.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM GET-SELECTION-CARDS.
    PERFORM LOAD-TIER-FILE.
    OPEN OUTPUT BOOK-WORK-FILE.
    IF WS-WORK-FILE-STATUS NOT = "00"
        DISPLAY "FATAL: unable to open BOOKWORK, file status "
            WS-WORK-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    SORT TABLE-SORT-FILE
        ON ASCENDING KEY TS-LOCATION TS-ITEM-CODE
        ON DESCENDING KEY TS-RUN-ID
        ON ASCENDING KEY TS-COUNTER
        INPUT PROCEDURE IS RELEASE-PRODUCT-MASTER
        OUTPUT PROCEDURE IS PICK-LATEST-TABLES.
    CLOSE BOOK-WORK-FILE.
    OPEN OUTPUT PRINT-FILE.
    IF WS-PRINT-FILE-STATUS NOT = "00"
        DISPLAY "FATAL: unable to open PRICEBK, file status "
            WS-PRINT-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM PRINT-COVER-PAGE.
    SORT BOOK-SORT-FILE
        ON ASCENDING KEY BS-LOCATION BS-ITEM-DESC BS-ITEM-CODE
        USING BOOK-WORK-FILE
        OUTPUT PROCEDURE IS PRINT-PRICE-BOOKS.
    CLOSE PRINT-FILE.
    DISPLAY "PRICEBK - CUSTOMER PRICE BOOK AS OF " WS-AS-OF-DATE.
    IF NOT WS-ALL-LOCATIONS
        PERFORM VARYING WS-SEL-INDEX FROM 1 BY 1
                UNTIL WS-SEL-INDEX > WS-SEL-COUNT
            IF WS-SEL-ITEMS(WS-SEL-INDEX) = ZERO
                DISPLAY "WARNING: no tables on PRODMAST for location "
                    WS-SEL-LOCATION(WS-SEL-INDEX) " as of "
                    WS-AS-OF-DATE " - no price book printed"
                MOVE 4 TO RETURN-CODE
            END-IF
        END-PERFORM
    END-IF.
    IF WS-ITEM-COUNT = ZERO
        DISPLAY "WARNING: no tables selected - the price book is"
            " empty"
        MOVE 4 TO RETURN-CODE
    END-IF.
    DISPLAY " ".
    DISPLAY "PRICEBK COMPLETE".
    DISPLAY "  PRODMAST ROWS READ:     " WS-ROWS-READ.
    DISPLAY "  ROWS SELECTED:          " WS-ROWS-SELECTED.
    DISPLAY "  LOCATIONS PRINTED:      " WS-LOCATION-COUNT.
    DISPLAY "  ITEMS PRINTED:          " WS-ITEM-COUNT.
    DISPLAY "  DISCOUNT TIERS:         " WS-TIER-COUNT.
    DISPLAY "  PAGES WRITTEN:          " WS-PAGE-NO.
    STOP RUN.

GET-SELECTION-CARDS.
    DISPLAY "Enter as-of business date YYYYMMDD (blank for today):".
    MOVE SPACES TO WS-OPTION-CARD.
    ACCEPT WS-OPTION-CARD.
    IF WS-OPTION-CARD IS NUMERIC
        MOVE WS-OPTION-CARD TO WS-AS-OF-DATE
    ELSE
        IF WS-OPTION-CARD NOT = SPACES
            DISPLAY "FATAL: as-of date is not YYYYMMDD: "
                WS-OPTION-CARD
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AS-OF-DATE
    END-IF.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PRINT-DATE.
    DISPLAY "Enter location codes, one per card, ALL for every"
        " location, blank card to end:".
    PERFORM UNTIL WS-CARDS-DONE
        MOVE SPACES TO WS-LOCATION-CARD
        ACCEPT WS-LOCATION-CARD
        IF WS-LOCATION-CARD = SPACES
            SET WS-CARDS-DONE TO TRUE
        ELSE
            IF WS-LOCATION-CARD = "ALL"
                SET WS-ALL-LOCATIONS TO TRUE
            ELSE
                IF WS-SEL-COUNT >= 50
                    DISPLAY "FATAL: more than 50 location cards"
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-SEL-COUNT
                MOVE WS-LOCATION-CARD TO WS-SEL-LOCATION(WS-SEL-COUNT)
                MOVE ZERO TO WS-SEL-ITEMS(WS-SEL-COUNT)
            END-IF
        END-IF
    END-PERFORM.
    IF WS-SEL-COUNT = ZERO
        SET WS-ALL-LOCATIONS TO TRUE
    END-IF.

LOAD-TIER-FILE.
    OPEN INPUT TIER-FILE.
    IF WS-TIER-FILE-STATUS = "00"
        PERFORM UNTIL WS-TIER-FILE-STATUS = "10"
            READ TIER-FILE
                AT END MOVE "10" TO WS-TIER-FILE-STATUS
            END-READ
            IF WS-TIER-FILE-STATUS = "00"
                IF TR-QUANTITY IS NUMERIC AND TR-PERCENT IS NUMERIC
                   AND WS-TIER-COUNT < 20
                    PERFORM ADD-TIER-ENTRY
                ELSE
                    DISPLAY "WARNING: tier record skipped: "
                        TIER-RECORD
                END-IF
            END-IF
        END-PERFORM
        CLOSE TIER-FILE
    ELSE
        IF WS-TIER-FILE-STATUS = "05"
            CLOSE TIER-FILE
        END-IF
    END-IF.

ADD-TIER-ENTRY.
    ADD 1 TO WS-TIER-COUNT.
    MOVE WS-TIER-COUNT TO WS-TIER-SLOT.
    PERFORM UNTIL WS-TIER-SLOT = 1
            OR WS-TIER-QUANTITY(WS-TIER-SLOT - 1) <= TR-QUANTITY
        MOVE WS-TIER-ENTRY(WS-TIER-SLOT - 1)
            TO WS-TIER-ENTRY(WS-TIER-SLOT)
        SUBTRACT 1 FROM WS-TIER-SLOT
    END-PERFORM.
    MOVE TR-QUANTITY TO WS-TIER-QUANTITY(WS-TIER-SLOT).
    MOVE TR-PERCENT TO WS-TIER-PERCENT(WS-TIER-SLOT).

RELEASE-PRODUCT-MASTER.
    OPEN INPUT PRODUCT-MASTER.
    IF WS-MASTER-FILE-STATUS NOT = "00"
        DISPLAY "FATAL: unable to open PRODMAST, file status "
            WS-MASTER-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM UNTIL WS-MASTER-FILE-STATUS = "10"
        READ PRODUCT-MASTER NEXT RECORD
            AT END MOVE "10" TO WS-MASTER-FILE-STATUS
        END-READ
        IF WS-MASTER-FILE-STATUS = "00"
            ADD 1 TO WS-ROWS-READ
            IF PM-RUN-ID(1:8) <= WS-AS-OF-DATE
                PERFORM CHECK-SELECTED-LOCATION
                IF WS-SEL-FOUND
                    PERFORM RELEASE-TABLE-ROW
                END-IF
            END-IF
        END-IF
    END-PERFORM.
    CLOSE PRODUCT-MASTER.

CHECK-SELECTED-LOCATION.
    MOVE "N" TO WS-SEL-FOUND-SWITCH.
    IF WS-ALL-LOCATIONS
        SET WS-SEL-FOUND TO TRUE
    ELSE
        PERFORM VARYING WS-SEL-INDEX FROM 1 BY 1
                UNTIL WS-SEL-INDEX > WS-SEL-COUNT
                OR WS-SEL-FOUND
            IF WS-SEL-LOCATION(WS-SEL-INDEX) = PM-LOCATION
                SET WS-SEL-FOUND TO TRUE
            END-IF
        END-PERFORM
    END-IF.

RELEASE-TABLE-ROW.
    ADD 1 TO WS-ROWS-SELECTED.
    MOVE PM-LOCATION TO TS-LOCATION.
    MOVE PM-ITEM-CODE TO TS-ITEM-CODE.
    MOVE PM-RUN-ID TO TS-RUN-ID.
    MOVE PM-COUNTER TO TS-COUNTER.
    MOVE PM-NUMBER TO TS-NUMBER.
    MOVE PM-ITEM-DESC TO TS-ITEM-DESC.
    MOVE PM-PRODUCT TO TS-PRODUCT.
    IF PM-TAX IS NUMERIC
        MOVE PM-TAX TO TS-TAX
    ELSE
        MOVE ZERO TO TS-TAX
    END-IF.
    MOVE PM-TAX-CODE TO TS-TAX-CODE.
    RELEASE TABLE-SORT-RECORD.

PICK-LATEST-TABLES.
    PERFORM RETURN-TABLE-ROW.
    PERFORM UNTIL WS-TABLE-EOF
        IF TS-LOCATION NOT = WS-GRP-LOCATION
           OR TS-ITEM-CODE NOT = WS-GRP-ITEM-CODE
            IF WS-GRP-LOCATION NOT = HIGH-VALUES
                PERFORM WRITE-BOOK-WORK
            END-IF
            PERFORM START-BOOK-ITEM
        END-IF
        IF TS-RUN-ID = BW-RUN-ID
            PERFORM TAKE-TABLE-ROW
        END-IF
        PERFORM RETURN-TABLE-ROW
    END-PERFORM.
    IF WS-GRP-LOCATION NOT = HIGH-VALUES
        PERFORM WRITE-BOOK-WORK
    END-IF.

RETURN-TABLE-ROW.
    RETURN TABLE-SORT-FILE
        AT END SET WS-TABLE-EOF TO TRUE
    END-RETURN.

START-BOOK-ITEM.
    MOVE TS-LOCATION TO WS-GRP-LOCATION.
    MOVE TS-ITEM-CODE TO WS-GRP-ITEM-CODE.
    MOVE TS-LOCATION TO BW-LOCATION.
    MOVE TS-ITEM-DESC TO BW-ITEM-DESC.
    MOVE TS-ITEM-CODE TO BW-ITEM-CODE.
    MOVE TS-RUN-ID TO BW-RUN-ID.
    MOVE TS-NUMBER TO BW-NUMBER.
    MOVE ZERO TO BW-BOUND.
    MOVE TS-TAX-CODE TO BW-TAX-CODE.
    PERFORM VARYING WS-BREAK-INDEX FROM 1 BY 1
            UNTIL WS-BREAK-INDEX > 6
        MOVE "N" TO BW-BREAK-FOUND(WS-BREAK-INDEX)
        MOVE ZERO TO BW-BREAK-PRODUCT(WS-BREAK-INDEX)
        MOVE ZERO TO BW-BREAK-TAX(WS-BREAK-INDEX)
    END-PERFORM.

TAKE-TABLE-ROW.
    IF TS-COUNTER > BW-BOUND
        MOVE TS-COUNTER TO BW-BOUND
    END-IF.
    PERFORM VARYING WS-BREAK-INDEX FROM 1 BY 1
            UNTIL WS-BREAK-INDEX > 6
        IF WS-BREAK-QUANTITY(WS-BREAK-INDEX) = TS-COUNTER
            MOVE "Y" TO BW-BREAK-FOUND(WS-BREAK-INDEX)
            MOVE TS-PRODUCT TO BW-BREAK-PRODUCT(WS-BREAK-INDEX)
            MOVE TS-TAX TO BW-BREAK-TAX(WS-BREAK-INDEX)
        END-IF
    END-PERFORM.

WRITE-BOOK-WORK.
    WRITE BOOK-WORK-RECORD.
    IF WS-WORK-FILE-STATUS NOT = "00"
        DISPLAY "FATAL: unable to write BOOKWORK, file status "
            WS-WORK-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF NOT WS-ALL-LOCATIONS
        PERFORM VARYING WS-SEL-INDEX FROM 1 BY 1
                UNTIL WS-SEL-INDEX > WS-SEL-COUNT
            IF WS-SEL-LOCATION(WS-SEL-INDEX) = BW-LOCATION
                ADD 1 TO WS-SEL-ITEMS(WS-SEL-INDEX)
            END-IF
        END-PERFORM
    END-IF.

PRINT-COVER-PAGE.
    ADD 1 TO WS-PAGE-NO.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING "CUSTOMER PRICE BOOK" DELIMITED BY SIZE
        INTO WS-PRINT-LINE.
    WRITE PRINT-RECORD FROM WS-PRINT-LINE AFTER ADVANCING PAGE.
    MOVE SPACES TO WS-PRINT-LINE.
    WRITE PRINT-RECORD FROM WS-PRINT-LINE.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING "PRICES AS OF BUSINESS DATE: " WS-AS-OF-DATE
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    WRITE PRINT-RECORD FROM WS-PRINT-LINE.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING "PRINTED:                    " WS-PRINT-DATE
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    WRITE PRINT-RECORD FROM WS-PRINT-LINE.
    MOVE SPACES TO WS-PRINT-LINE.
    IF WS-ALL-LOCATIONS
        MOVE "LOCATIONS:                  ALL" TO WS-PRINT-LINE
        WRITE PRINT-RECORD FROM WS-PRINT-LINE
    ELSE
        MOVE "LOCATIONS:" TO WS-PRINT-LINE
        WRITE PRINT-RECORD FROM WS-PRINT-LINE
        PERFORM VARYING WS-SEL-INDEX FROM 1 BY 1
                UNTIL WS-SEL-INDEX > WS-SEL-COUNT
            MOVE WS-SEL-ITEMS(WS-SEL-INDEX) TO WS-COUNT-DISPLAY
            MOVE SPACES TO WS-PRINT-LINE
            STRING "    " WS-SEL-LOCATION(WS-SEL-INDEX) "   "
                WS-COUNT-DISPLAY " ITEMS" DELIMITED BY SIZE
                INTO WS-PRINT-LINE
            WRITE PRINT-RECORD FROM WS-PRINT-LINE
        END-PERFORM
    END-IF.
    MOVE SPACES TO WS-PRINT-LINE.
    WRITE PRINT-RECORD FROM WS-PRINT-LINE.
    MOVE "EACH ITEM SHOWS THE PRICE FROM ITS LATEST TABLE RUN ON OR"
        TO WS-PRINT-LINE.
    WRITE PRINT-RECORD FROM WS-PRINT-LINE.
    MOVE "BEFORE THE DATE ABOVE AT QUANTITIES 1, 5, 10, 25, 50 AND"
        TO WS-PRINT-LINE.
    WRITE PRINT-RECORD FROM WS-PRINT-LINE.
    MOVE "100 (WHERE TABLED), WITH TAX AND THE TOTAL INCLUDING TAX."
        TO WS-PRINT-LINE.
    WRITE PRINT-RECORD FROM WS-PRINT-LINE.
    IF WS-TIER-COUNT > ZERO
        MOVE "QUANTITY DISCOUNTS SHOW THE NET PRICE AT EACH DISCOUNT"
            TO WS-PRINT-LINE
        WRITE PRINT-RECORD FROM WS-PRINT-LINE
        MOVE "BREAK." TO WS-PRINT-LINE
        WRITE PRINT-RECORD FROM WS-PRINT-LINE
    END-IF.

PRINT-PRICE-BOOKS.
    PERFORM RETURN-BOOK-ITEM.
    IF WS-BOOK-EOF
        MOVE SPACES TO WS-PRINT-LINE
        WRITE PRINT-RECORD FROM WS-PRINT-LINE
        MOVE "NO TABLES ON PRODMAST FOR THE SELECTION." TO
            WS-PRINT-LINE
        WRITE PRINT-RECORD FROM WS-PRINT-LINE
    END-IF.
    PERFORM UNTIL WS-BOOK-EOF
        IF BS-LOCATION NOT = WS-PRT-LOCATION
            MOVE BS-LOCATION TO WS-PRT-LOCATION
            ADD 1 TO WS-LOCATION-COUNT
            PERFORM PRINT-LOCATION-HEADING
        END-IF
        PERFORM PRINT-ITEM-BLOCK
        PERFORM RETURN-BOOK-ITEM
    END-PERFORM.

RETURN-BOOK-ITEM.
    RETURN BOOK-SORT-FILE
        AT END SET WS-BOOK-EOF TO TRUE
    END-RETURN.

PRINT-LOCATION-HEADING.
    ADD 1 TO WS-PAGE-NO.
    MOVE WS-PRT-LOCATION TO WS-LOCATION-LABEL.
    IF WS-PRT-LOCATION = SPACES
        MOVE "(NONE)" TO WS-LOCATION-LABEL
    END-IF.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING "PRICE BOOK   LOCATION: " WS-LOCATION-LABEL
        "   AS OF: " WS-AS-OF-DATE "   PAGE: " WS-PAGE-NO
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    WRITE PRINT-RECORD FROM WS-PRINT-LINE AFTER ADVANCING PAGE.
    MOVE SPACES TO WS-PRINT-LINE.
    WRITE PRINT-RECORD FROM WS-PRINT-LINE.
    MOVE 2 TO WS-LINE-COUNT.

PRINT-ITEM-BLOCK.
    ADD 1 TO WS-ITEM-COUNT.
    COMPUTE WS-BLOCK-LINES = 3.
    PERFORM VARYING WS-BREAK-INDEX FROM 1 BY 1
            UNTIL WS-BREAK-INDEX > 6
        IF BS-BREAK-FOUND(WS-BREAK-INDEX) = "Y"
            ADD 1 TO WS-BLOCK-LINES
        END-IF
    END-PERFORM.
    PERFORM VARYING WS-TIER-INDEX FROM 1 BY 1
            UNTIL WS-TIER-INDEX > WS-TIER-COUNT
        IF WS-TIER-QUANTITY(WS-TIER-INDEX) <= BS-BOUND
            ADD 1 TO WS-BLOCK-LINES
        END-IF
    END-PERFORM.
    IF WS-LINE-COUNT + WS-BLOCK-LINES > WS-LINES-PER-PAGE
        PERFORM PRINT-LOCATION-HEADING
    END-IF.
    MOVE SPACES TO WS-TAX-NOTE.
    IF BS-TAX-CODE = "I"
        MOVE "SHELF PRICE INCL TAX" TO WS-TAX-NOTE
    END-IF.
    IF BS-TAX-CODE = "E"
        MOVE "TAX ADDED AT REGISTER" TO WS-TAX-NOTE
    END-IF.
    IF BS-TAX-CODE = "X"
        MOVE "TAX-EXEMPT" TO WS-TAX-NOTE
    END-IF.
    MOVE BS-NUMBER TO WS-PRICE-DISPLAY.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING BS-ITEM-DESC "  " BS-ITEM-CODE "  EACH " WS-PRICE-DISPLAY
        "  " WS-TAX-NOTE DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-BOOK-LINE.
    MOVE "      QTY      PRICE        TAX  INCL TAX" TO WS-PRINT-LINE.
    PERFORM WRITE-BOOK-LINE.
    PERFORM VARYING WS-BREAK-INDEX FROM 1 BY 1
            UNTIL WS-BREAK-INDEX > 6
        IF BS-BREAK-FOUND(WS-BREAK-INDEX) = "Y"
            PERFORM PRINT-BREAK-LINE
        END-IF
    END-PERFORM.
    PERFORM VARYING WS-TIER-INDEX FROM 1 BY 1
            UNTIL WS-TIER-INDEX > WS-TIER-COUNT
        IF WS-TIER-QUANTITY(WS-TIER-INDEX) <= BS-BOUND
            PERFORM PRINT-TIER-LINE
        END-IF
    END-PERFORM.
    MOVE SPACES TO WS-PRINT-LINE.
    PERFORM WRITE-BOOK-LINE.

PRINT-BREAK-LINE.
    MOVE WS-BREAK-QUANTITY(WS-BREAK-INDEX) TO WS-QUANTITY-DISPLAY.
    MOVE BS-BREAK-PRODUCT(WS-BREAK-INDEX) TO WS-PRODUCT-DISPLAY.
    MOVE BS-BREAK-TAX(WS-BREAK-INDEX) TO WS-TAX-DISPLAY.
    COMPUTE WS-INCL-AMOUNT = BS-BREAK-PRODUCT(WS-BREAK-INDEX)
        + BS-BREAK-TAX(WS-BREAK-INDEX).
    MOVE WS-INCL-AMOUNT TO WS-INCL-DISPLAY.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING "      " WS-QUANTITY-DISPLAY "  " WS-PRODUCT-DISPLAY "  "
        WS-TAX-DISPLAY " " WS-INCL-DISPLAY
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-BOOK-LINE.

PRINT-TIER-LINE.
    COMPUTE WS-TIER-PRODUCT ROUNDED =
        BS-NUMBER * WS-TIER-QUANTITY(WS-TIER-INDEX).
    COMPUTE WS-TIER-NET ROUNDED =
        WS-TIER-PRODUCT * (100 - WS-TIER-PERCENT(WS-TIER-INDEX)) / 100.
    COMPUTE WS-TIER-EACH ROUNDED =
        WS-TIER-NET / WS-TIER-QUANTITY(WS-TIER-INDEX).
    MOVE WS-TIER-QUANTITY(WS-TIER-INDEX) TO WS-QUANTITY-DISPLAY.
    MOVE WS-TIER-PERCENT(WS-TIER-INDEX) TO WS-PERCENT-DISPLAY.
    MOVE WS-TIER-NET TO WS-NET-DISPLAY.
    MOVE WS-TIER-EACH TO WS-EACH-DISPLAY.
    MOVE SPACES TO WS-PRINT-LINE.
    STRING "      BUY " WS-QUANTITY-DISPLAY " OR MORE: " WS-PERCENT-DISPLAY
        "% OFF   NET " WS-NET-DISPLAY "   EACH " WS-EACH-DISPLAY
        DELIMITED BY SIZE INTO WS-PRINT-LINE.
    PERFORM WRITE-BOOK-LINE.

WRITE-BOOK-LINE.
    WRITE PRINT-RECORD FROM WS-PRINT-LINE.
    ADD 1 TO WS-LINE-COUNT.
