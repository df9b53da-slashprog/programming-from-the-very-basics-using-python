        ACCESS MODE IS RANDOM
        RECORD KEY IS IM-ITEM-CODE
        FILE STATUS IS WS-ITEM-FILE-STATUS.
    SELECT OPTIONAL ITEM-COST-MASTER ASSIGN TO "COSTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CM-ITEM-CODE
        FILE STATUS IS WS-COST-FILE-STATUS.
    SELECT OPTIONAL BELOW-COST-FILE ASSIGN TO "BELOWCST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BELOW-FILE-STATUS.
    SELECT OPTIONAL TAX-FILE ASSIGN TO "TAXFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TAX-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  ITEM-MASTER.
COPY "ITEMREC.CPY".

FD  ITEM-COST-MASTER.
COPY "COSTREC.CPY".

FD  BELOW-COST-FILE.
COPY "BELOWREC.CPY".

FD  TAX-FILE.
COPY "TAXREC.CPY".

WORKING-STORAGE SECTION.
01 WS-NUMBER PIC 9(3)V99.
01 WS-NUMBER-DISPLAY PIC ZZ9.99.
01 WS-OPERATOR PIC X(8) VALUE SPACES.
01 WS-SEC-ACTION PIC X(8).
01 WS-SEC-RESULT PIC X(8).
01 WS-SEC-BUSINESS-DATE PIC 9(8) VALUE ZERO.
01 WS-AUTH-LOADED-SWITCH PIC X(1) VALUE "N".
    88 WS-AUTH-LOADED VALUE "Y".
01 WS-FORCE-ALLOWED-SWITCH PIC X(1).
        10 WS-AUTH-FORCE PIC X(1).
        10 WS-AUTH-REPRINT PIC X(1).
01 WS-LOCATION PIC X(3) VALUE SPACES.
01 WS-NUMBER-LOCATION PIC X(3) VALUE SPACES.
01 WS-BASE-NUMBER PIC 9(3)V99.
01 WS-LOCN-COUNT PIC 9(2) VALUE ZERO.
01 WS-LOCN-INDEX PIC 9(2).
01 WS-NET-DISPLAY PIC ZZZZZ9.99.
01 WS-NET-TOTAL PIC 9(9)V99 VALUE ZERO.
01 WS-NET-TOTAL-DISPLAY PIC ZZZZZZZZ9.99.
01 WS-COST-FILE-STATUS PIC X(2).
01 WS-BELOW-FILE-STATUS PIC X(2).
01 WS-COST-MASTER-SWITCH PIC X(1) VALUE "N".
    88 WS-COST-MASTER-OPEN VALUE "Y".
01 WS-BELOW-FILE-SWITCH PIC X(1) VALUE "N".
    88 WS-BELOW-FILE-OPEN VALUE "Y".
01 WS-COST-FOUND-SWITCH PIC X(1) VALUE "N".
    88 WS-COST-FOUND VALUE "Y".
01 WS-NET-UNIT PIC 9(6)V9999.
01 WS-MARGIN-PCT PIC S9(5)V99.
01 WS-COST-DISPLAY PIC ZZ9.99.
01 WS-MIN-MARGIN-DISPLAY PIC Z9.99.
01 WS-MARGIN-DISPLAY PIC -(5)9.99.
01 WS-MARGIN-FLAG PIC X(10).
01 WS-TABLE-BELOW-COUNT PIC 9(3).
01 WS-TABLE-LOW-COUNT PIC 9(3).
01 WS-BELOW-COST-COUNT PIC 9(6) VALUE ZERO.
01 WS-LOW-MARGIN-COUNT PIC 9(6) VALUE ZERO.
01 WS-NO-COST-COUNT PIC 9(6) VALUE ZERO.
01 WS-TAX-FILE-STATUS PIC X(2).
01 WS-TAX-LOADED-SWITCH PIC X(1) VALUE "N".
    88 WS-TAX-LOADED VALUE "Y".
01 WS-ITEM-TAX-EXEMPT-SWITCH PIC X(1) VALUE "N".
    88 WS-ITEM-TAX-EXEMPT VALUE "Y".
01 WS-TAX-COUNT PIC 9(3) VALUE ZERO.
01 WS-TAX-INDEX PIC 9(3).
01 WS-TAX-PICK PIC 9(3).
01 WS-TAX-SCAN-LOCATION PIC X(3).
01 WS-TAX-BEST-FROM PIC 9(8).
01 WS-TAX-TABLE.
    05 WS-TAX-ENTRY OCCURS 200 TIMES.
        10 WS-TAX-LOC PIC X(3).
        10 WS-TAX-FROM PIC 9(8).
        10 WS-TAX-TO PIC 9(8).
        10 WS-TAX-ENTRY-RATE PIC 9(2)V999.
        10 WS-TAX-SHELF PIC X(1).
01 WS-TAX-RATE PIC 9(2)V999.
01 WS-TAX-RATE-DISPLAY PIC Z9.999.
01 WS-TAX-CODE PIC X(1).
01 WS-TAX-AMOUNT PIC 9(6)V99.
01 WS-TAX-DISPLAY PIC ZZZZZ9.99.
01 WS-INCL-AMOUNT PIC 9(7)V99.
01 WS-INCL-DISPLAY PIC ZZZZZZ9.99.
01 WS-TAX-TOTAL PIC 9(9)V99 VALUE ZERO.
01 WS-TAX-TOTAL-DISPLAY PIC ZZZZZZZZ9.99.
01 WS-INCL-TOTAL PIC 9(10)V99 VALUE ZERO.
01 WS-INCL-TOTAL-DISPLAY PIC ZZZZZZZZZ9.99.
01 WS-AUDIT-TIMESTAMP.
    05 WS-AUD-DATE PIC 9(8).
    05 WS-AUD-TIME PIC 9(6).
    88 WS-NUMBER-VALID VALUE "Y".
01 WS-NUMBER-INPUT PIC X(5).
01 WS-NUMBER-RAW PIC 9(5).
01 WS-CARD-INPUT PIC X(36).
01 WS-CONSOLE-EOF-SWITCH PIC X(1) VALUE "N".
    88 WS-CONSOLE-AT-END VALUE "Y".
01 WS-CURRENT-DATE.
            IF WS-RUN-MODE(1:8) = "DISCOUNT"
                SET WS-DISCOUNT-MODE-ON TO TRUE
                PERFORM LOAD-TIER-FILE
                PERFORM OPEN-COST-MASTER
            END-IF
            PERFORM LOAD-LOCATION-FILE
            PERFORM LOAD-TAX-FILE
            PERFORM GET-BOUND
            OPEN INPUT NUMBER-FILE
            IF WS-NUMBER-FILE-STATUS = "00"
                IF WS-AUDIT-FILE-STATUS = "35"
                    OPEN OUTPUT AUDIT-FILE
                END-IF
                IF WS-COST-MASTER-OPEN
                    PERFORM OPEN-BELOW-COST-FILE
                END-IF

                IF WS-BATCH-MODE-ON
                    PERFORM OPEN-REJECT-FILE

                CLOSE PRODUCT-FILE
                CLOSE AUDIT-FILE
                IF WS-BELOW-FILE-OPEN
                    CLOSE BELOW-COST-FILE
                END-IF
                IF WS-REJECT-COUNT > ZERO
                    DISPLAY "WARNING: " WS-REJECT-COUNT
                        " input record(s) rejected - see the"
            END-IF
        END-IF
    END-IF.
    IF WS-COST-MASTER-OPEN
        CLOSE ITEM-COST-MASTER
        PERFORM REPORT-MARGIN-EXCEPTIONS
    END-IF.
    STOP RUN.

SIMULATE-MODE.
        CLOSE TIER-FILE
        SET WS-DISCOUNT-MODE-ON TO TRUE
        PERFORM LOAD-TIER-FILE
        PERFORM OPEN-COST-MASTER
    END-IF.
    PERFORM LOAD-LOCATION-FILE.
    PERFORM LOAD-TAX-FILE.
    PERFORM GET-BOUND.
    OPEN INPUT NUMBER-FILE.
    IF WS-NUMBER-FILE-STATUS = "00"
        MOVE "TABLE" TO SL-PROGRAM
        MOVE WS-SEC-ACTION TO SL-ACTION
        MOVE WS-SEC-RESULT TO SL-RESULT
        MOVE WS-SEC-BUSINESS-DATE TO SL-BUSINESS-DATE
        WRITE SECURITY-LOG-RECORD
        CLOSE SECURITY-LOG-FILE
    ELSE
        END-IF
    END-IF.
    MOVE "FORCE" TO WS-SEC-ACTION.
    MOVE WS-TODAY-DATE TO WS-SEC-BUSINESS-DATE.
    IF WS-FORCE-ALLOWED
        MOVE "ALLOWED" TO WS-SEC-RESULT
        PERFORM WRITE-SECURITY-LOG
        END-IF
    END-IF.
    MOVE "REPRINT" TO WS-SEC-ACTION.
    MOVE WS-LOOKUP-DATE TO WS-SEC-BUSINESS-DATE.
    IF WS-REPRINT-ALLOWED
        MOVE "ALLOWED" TO WS-SEC-RESULT
    ELSE
            " - item codes will not be validated this run."
    END-IF.

OPEN-COST-MASTER.
    OPEN INPUT ITEM-COST-MASTER.
    IF WS-COST-FILE-STATUS = "00"
        SET WS-COST-MASTER-OPEN TO TRUE
    ELSE
        IF WS-COST-FILE-STATUS = "05"
            CLOSE ITEM-COST-MASTER
        END-IF
        DISPLAY "WARNING: COSTMAST not available, file status "
            WS-COST-FILE-STATUS
            " - net prices will not be checked against cost this run."
    END-IF.

OPEN-BELOW-COST-FILE.
    OPEN EXTEND BELOW-COST-FILE.
    IF WS-BELOW-FILE-STATUS = "35"
        OPEN OUTPUT BELOW-COST-FILE
    END-IF.
    IF WS-BELOW-FILE-STATUS = "00" OR WS-BELOW-FILE-STATUS = "05"
        SET WS-BELOW-FILE-OPEN TO TRUE
    ELSE
        DISPLAY "WARNING: unable to open BELOWCST, file status "
            WS-BELOW-FILE-STATUS
            " - below-cost lines will appear on SYSOUT only."
    END-IF.

OPEN-PRODUCT-FILE.
    OPEN EXTEND PRODUCT-FILE.
    IF WS-PRODUCT-FILE-STATUS = "35"
        MOVE NR-NUMBER TO WS-NUMBER
        MOVE NR-ITEM-CODE TO WS-ITEM-CODE
        MOVE NR-ITEM-DESC TO WS-ITEM-DESC
        MOVE NR-LOCATION TO WS-NUMBER-LOCATION
        PERFORM VALIDATE-NUMBER-RECORD
        IF WS-NUMBER-ACCEPTED
            PERFORM PRINT-LOCATION-TABLES

VALIDATE-NUMBER-RECORD.
    MOVE "Y" TO WS-NUMBER-ACCEPTED-SWITCH.
    MOVE "N" TO WS-ITEM-TAX-EXEMPT-SWITCH.
    MOVE SPACES TO WS-REJECT-REASON.
    IF NR-NUMBER IS NOT NUMERIC
        MOVE "NONNUM" TO WS-REJECT-REASON
            END-IF
        END-IF
    END-IF.
    IF WS-NUMBER-ACCEPTED AND WS-NUMBER-LOCATION NOT = SPACES
        PERFORM CHECK-NUMBER-LOCATION
    END-IF.
    IF WS-NUMBER-ACCEPTED AND WS-ITEM-MASTER-OPEN
        PERFORM CHECK-ITEM-MASTER
    END-IF.

CHECK-NUMBER-LOCATION.
    MOVE "NOLOC" TO WS-REJECT-REASON.
    MOVE "N" TO WS-NUMBER-ACCEPTED-SWITCH.
    PERFORM VARYING WS-LOCN-INDEX FROM 1 BY 1
            UNTIL WS-LOCN-INDEX > WS-LOCN-COUNT
        IF WS-LOCN-CODE(WS-LOCN-INDEX) = WS-NUMBER-LOCATION
            MOVE SPACES TO WS-REJECT-REASON
            MOVE "Y" TO WS-NUMBER-ACCEPTED-SWITCH
        END-IF
    END-PERFORM.

CHECK-ITEM-MASTER.
    MOVE WS-ITEM-CODE TO IM-ITEM-CODE.
    READ ITEM-MASTER
            MOVE "N" TO WS-NUMBER-ACCEPTED-SWITCH
        ELSE
            MOVE IM-ITEM-DESC TO WS-ITEM-DESC
            IF IM-TAX-EXEMPT = "Y"
                SET WS-ITEM-TAX-EXEMPT TO TRUE
            END-IF
        END-IF
    END-IF.

WRITE-REJECT-RECORD.
    ADD 1 TO WS-REJECT-COUNT.
    DISPLAY "Invalid input record rejected (" WS-REJECT-REASON "): "
        NR-NUMBER " " NR-ITEM-CODE " " NR-LOCATION.
    IF WS-REJECT-FILE-OPEN
        MOVE SPACES TO REJECT-RECORD
        MOVE WS-REJECT-REASON TO REJ-REASON
        MOVE NUMBER-RECORD TO REJ-INPUT
        MOVE WS-TODAY-DATE TO REJ-DATE
        MOVE NR-LOCATION TO REJ-LOCATION
        WRITE REJECT-RECORD
    END-IF.

    MOVE "N" TO WS-NUMBER-VALID-SWITCH.
    PERFORM UNTIL WS-NUMBER-VALID OR WS-CONSOLE-AT-END
        DISPLAY "Enter a number, 5 digits with 2 decimal implied, e.g. 01275 = 12.75,"
        DISPLAY "optionally followed by item code (8), description (20) and location (3) (blank card/line to end):"
        MOVE SPACES TO WS-CARD-INPUT
        ACCEPT WS-CARD-INPUT
        IF WS-CARD-INPUT = SPACES
            MOVE WS-CARD-INPUT(1:5) TO WS-NUMBER-INPUT
            MOVE WS-CARD-INPUT(6:8) TO WS-ITEM-CODE
            MOVE WS-CARD-INPUT(14:20) TO WS-ITEM-DESC
            MOVE WS-CARD-INPUT(34:3) TO WS-NUMBER-LOCATION
            IF WS-NUMBER-INPUT IS NUMERIC
                MOVE WS-NUMBER-INPUT TO WS-NUMBER-RAW
                COMPUTE WS-NUMBER = WS-NUMBER-RAW / 100
            END-IF
            IF WS-NUMBER IS NUMERIC AND WS-NUMBER > ZERO
                SET WS-NUMBER-VALID TO TRUE
                IF WS-NUMBER-LOCATION NOT = SPACES
                    PERFORM CHECK-NUMBER-LOCATION
                    IF NOT WS-NUMBER-ACCEPTED
                        MOVE "N" TO WS-NUMBER-VALID-SWITCH
                        DISPLAY "Invalid entry - location "
                            WS-NUMBER-LOCATION " is not on LOCNFILE."
                    END-IF
                END-IF
            ELSE
                DISPLAY "Invalid entry - please enter a non-zero numeric value."
            END-IF

PRINT-LOCATION-TABLES.
    MOVE WS-NUMBER TO WS-BASE-NUMBER.
    IF WS-NUMBER-LOCATION NOT = SPACES
        MOVE WS-NUMBER-LOCATION TO WS-LOCATION
        MOVE 1 TO WS-COUNTER
        PERFORM PRINT-TABLE
    ELSE
        PERFORM VARYING WS-LOCN-INDEX FROM 1 BY 1
                UNTIL WS-LOCN-INDEX > WS-LOCN-COUNT
            MOVE WS-LOCN-CODE(WS-LOCN-INDEX) TO WS-LOCATION
            COMPUTE WS-NUMBER ROUNDED =
                WS-BASE-NUMBER * WS-LOCN-FACTOR(WS-LOCN-INDEX)
                ON SIZE ERROR MOVE ZERO TO WS-NUMBER
            END-COMPUTE
            COMPUTE WS-RANGE-TEST = WS-NUMBER * WS-BOUND
            IF WS-NUMBER = ZERO OR WS-RANGE-TEST > 999999.99
                DISPLAY "WARNING: location " WS-LOCATION
                    " price out of range for item " WS-ITEM-CODE
                    " - table skipped for that location."
            ELSE
                MOVE 1 TO WS-COUNTER
                PERFORM PRINT-TABLE
            END-IF
        END-PERFORM
    END-IF.
    MOVE WS-BASE-NUMBER TO WS-NUMBER.

PRINT-TABLE.
    MOVE ZERO TO WS-TOTAL.
    MOVE ZERO TO WS-NET-TOTAL.
    MOVE ZERO TO WS-TABLE-BELOW-COUNT.
    MOVE ZERO TO WS-TABLE-LOW-COUNT.
    MOVE "N" TO WS-COST-FOUND-SWITCH.
    IF WS-DISCOUNT-MODE-ON AND WS-COST-MASTER-OPEN
        PERFORM FIND-ITEM-COST
    END-IF.
    MOVE ZERO TO WS-TAX-TOTAL.
    MOVE ZERO TO WS-INCL-TOTAL.
    PERFORM FIND-TAX-RATE.
    PERFORM PRINT-HEADINGS.
    PERFORM UNTIL WS-COUNTER > WS-BOUND
        IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
        COMPUTE WS-PRODUCT ROUNDED = WS-NUMBER * WS-COUNTER
        MOVE WS-NUMBER TO WS-NUMBER-DISPLAY
        MOVE WS-PRODUCT TO WS-PRODUCT-DISPLAY
        COMPUTE WS-TAX-AMOUNT ROUNDED = WS-PRODUCT * WS-TAX-RATE / 100
        COMPUTE WS-INCL-AMOUNT = WS-PRODUCT + WS-TAX-AMOUNT
        MOVE WS-TAX-AMOUNT TO WS-TAX-DISPLAY
        MOVE WS-INCL-AMOUNT TO WS-INCL-DISPLAY
        IF WS-DISCOUNT-MODE-ON
            PERFORM FIND-DISCOUNT-PCT
            COMPUTE WS-NET-AMOUNT ROUNDED =
                WS-PRODUCT * (100 - WS-DISCOUNT-PCT) / 100
            MOVE WS-DISCOUNT-PCT TO WS-DISCOUNT-PCT-DISPLAY
            MOVE WS-NET-AMOUNT TO WS-NET-DISPLAY
            IF WS-COST-FOUND
                PERFORM CHECK-LINE-MARGIN
            END-IF
            PERFORM DISPLAY-DISCOUNT-LINE
            ADD WS-NET-AMOUNT TO WS-NET-TOTAL
        ELSE
            IF WS-TAX-LOADED
                DISPLAY WS-NUMBER-DISPLAY " x " WS-COUNTER " = "
                    WS-PRODUCT-DISPLAY "   " WS-TAX-DISPLAY "   "
                    WS-INCL-DISPLAY
            ELSE
                DISPLAY WS-NUMBER-DISPLAY " x " WS-COUNTER " = " WS-PRODUCT-DISPLAY
            END-IF
        END-IF
        ADD WS-PRODUCT TO WS-TOTAL
        ADD WS-TAX-AMOUNT TO WS-TAX-TOTAL
        ADD WS-INCL-AMOUNT TO WS-INCL-TOTAL
        ADD 1 TO WS-LINE-COUNT
        MOVE WS-RUN-ID TO PR-RUN-ID
        MOVE WS-ITEM-CODE TO PR-ITEM-CODE
        MOVE WS-NUMBER TO PR-NUMBER
        MOVE WS-COUNTER TO PR-COUNTER
        MOVE WS-PRODUCT TO PR-PRODUCT
        MOVE WS-TAX-AMOUNT TO PR-TAX
        MOVE WS-TAX-CODE TO PR-TAX-CODE
        IF WS-SIMULATE-MODE-ON
            WRITE SIMULATION-RECORD FROM PRODUCT-RECORD
        ELSE
        DISPLAY "------   -------   -------   -----   -------"
        DISPLAY "             GROSS TOTAL: " WS-TOTAL-DISPLAY
        DISPLAY "               NET TOTAL: " WS-NET-TOTAL-DISPLAY
        IF WS-COST-FOUND
            MOVE CM-MIN-MARGIN TO WS-MIN-MARGIN-DISPLAY
            DISPLAY "               UNIT COST: " WS-COST-DISPLAY
                "   MINIMUM MARGIN: " WS-MIN-MARGIN-DISPLAY "%"
            DISPLAY "        BELOW-COST LINES: " WS-TABLE-BELOW-COUNT
                "   LOW-MARGIN LINES: " WS-TABLE-LOW-COUNT
        END-IF
    ELSE
        DISPLAY "------   -------   -------"
        DISPLAY "                   TOTAL: " WS-TOTAL-DISPLAY
    END-IF.
    IF WS-TAX-LOADED
        MOVE WS-TAX-TOTAL TO WS-TAX-TOTAL-DISPLAY
        MOVE WS-INCL-TOTAL TO WS-INCL-TOTAL-DISPLAY
        DISPLAY "               TAX TOTAL: " WS-TAX-TOTAL-DISPLAY
        DISPLAY "     TAX-INCLUSIVE TOTAL: " WS-INCL-TOTAL-DISPLAY
    END-IF.
    IF WS-SIMULATE-MODE-ON
        PERFORM COMPARE-WITH-LIVE-TABLE
    ELSE
        END-IF
    END-PERFORM.

DISPLAY-DISCOUNT-LINE.
    IF WS-TAX-LOADED
        IF WS-COST-FOUND
            DISPLAY WS-NUMBER-DISPLAY " x " WS-COUNTER " = "
                WS-PRODUCT-DISPLAY "   " WS-TAX-DISPLAY "   "
                WS-INCL-DISPLAY "   " WS-DISCOUNT-PCT-DISPLAY
                "%   " WS-NET-DISPLAY "   " WS-COST-DISPLAY "  "
                WS-MARGIN-DISPLAY "%  " WS-MARGIN-FLAG
        ELSE
            DISPLAY WS-NUMBER-DISPLAY " x " WS-COUNTER " = "
                WS-PRODUCT-DISPLAY "   " WS-TAX-DISPLAY "   "
                WS-INCL-DISPLAY "   " WS-DISCOUNT-PCT-DISPLAY
                "%   " WS-NET-DISPLAY
        END-IF
    ELSE
        IF WS-COST-FOUND
            DISPLAY WS-NUMBER-DISPLAY " x " WS-COUNTER " = "
                WS-PRODUCT-DISPLAY "   " WS-DISCOUNT-PCT-DISPLAY
                "%   " WS-NET-DISPLAY "   " WS-COST-DISPLAY "  "
                WS-MARGIN-DISPLAY "%  " WS-MARGIN-FLAG
        ELSE
            DISPLAY WS-NUMBER-DISPLAY " x " WS-COUNTER " = "
                WS-PRODUCT-DISPLAY "   " WS-DISCOUNT-PCT-DISPLAY
                "%   " WS-NET-DISPLAY
        END-IF
    END-IF.

LOAD-TAX-FILE.
    OPEN INPUT TAX-FILE.
    IF WS-TAX-FILE-STATUS = "00"
        SET WS-TAX-LOADED TO TRUE
        PERFORM UNTIL WS-TAX-FILE-STATUS = "10"
            READ TAX-FILE
                AT END MOVE "10" TO WS-TAX-FILE-STATUS
            END-READ
            IF WS-TAX-FILE-STATUS = "00"
                IF TX-EFF-FROM IS NUMERIC
                   AND (TX-EFF-TO IS NUMERIC OR TX-EFF-TO = SPACES)
                   AND TX-RATE IS NUMERIC
                   AND (TX-SHELF-FLAG = "I" OR TX-SHELF-FLAG = "E")
                   AND WS-TAX-COUNT < 200
                    ADD 1 TO WS-TAX-COUNT
                    MOVE TX-LOCATION TO WS-TAX-LOC(WS-TAX-COUNT)
                    MOVE TX-EFF-FROM TO WS-TAX-FROM(WS-TAX-COUNT)
                    IF TX-EFF-TO = SPACES
                        MOVE 99999999 TO WS-TAX-TO(WS-TAX-COUNT)
                    ELSE
                        MOVE TX-EFF-TO TO WS-TAX-TO(WS-TAX-COUNT)
                    END-IF
                    MOVE TX-RATE
                        TO WS-TAX-ENTRY-RATE(WS-TAX-COUNT)
                    MOVE TX-SHELF-FLAG
                        TO WS-TAX-SHELF(WS-TAX-COUNT)
                ELSE
                    DISPLAY "WARNING: tax rate record skipped: "
                        TAX-RATE-RECORD
                END-IF
            END-IF
        END-PERFORM
        CLOSE TAX-FILE
    ELSE
        IF WS-TAX-FILE-STATUS = "05"
            CLOSE TAX-FILE
        END-IF
    END-IF.

FIND-TAX-RATE.
    MOVE ZERO TO WS-TAX-RATE.
    MOVE SPACE TO WS-TAX-CODE.
    MOVE ZERO TO WS-TAX-PICK.
    IF WS-TAX-LOADED
        MOVE WS-LOCATION TO WS-TAX-SCAN-LOCATION
        PERFORM SCAN-TAX-ENTRIES
        IF WS-TAX-PICK = ZERO AND WS-LOCATION NOT = SPACES
            MOVE SPACES TO WS-TAX-SCAN-LOCATION
            PERFORM SCAN-TAX-ENTRIES
        END-IF
    END-IF.
    IF WS-TAX-PICK > ZERO
        IF WS-ITEM-TAX-EXEMPT
            MOVE "X" TO WS-TAX-CODE
        ELSE
            MOVE WS-TAX-ENTRY-RATE(WS-TAX-PICK) TO WS-TAX-RATE
            MOVE WS-TAX-SHELF(WS-TAX-PICK) TO WS-TAX-CODE
        END-IF
    END-IF.
    MOVE WS-TAX-RATE TO WS-TAX-RATE-DISPLAY.

SCAN-TAX-ENTRIES.
    MOVE ZERO TO WS-TAX-BEST-FROM.
    PERFORM VARYING WS-TAX-INDEX FROM 1 BY 1
            UNTIL WS-TAX-INDEX > WS-TAX-COUNT
        IF WS-TAX-LOC(WS-TAX-INDEX) = WS-TAX-SCAN-LOCATION
           AND WS-TAX-FROM(WS-TAX-INDEX) <= WS-TODAY-DATE
           AND WS-TAX-TO(WS-TAX-INDEX) >= WS-TODAY-DATE
           AND WS-TAX-FROM(WS-TAX-INDEX) >= WS-TAX-BEST-FROM
            MOVE WS-TAX-FROM(WS-TAX-INDEX) TO WS-TAX-BEST-FROM
            MOVE WS-TAX-INDEX TO WS-TAX-PICK
        END-IF
    END-PERFORM.

FIND-ITEM-COST.
    MOVE WS-ITEM-CODE TO CM-ITEM-CODE.
    READ ITEM-COST-MASTER
        INVALID KEY MOVE "23" TO WS-COST-FILE-STATUS
    END-READ.
    IF WS-COST-FILE-STATUS = "00" AND CM-UNIT-COST IS NUMERIC
       AND CM-MIN-MARGIN IS NUMERIC
        SET WS-COST-FOUND TO TRUE
        MOVE CM-UNIT-COST TO WS-COST-DISPLAY
    ELSE
        ADD 1 TO WS-NO-COST-COUNT
    END-IF.

CHECK-LINE-MARGIN.
    MOVE SPACES TO WS-MARGIN-FLAG.
    COMPUTE WS-NET-UNIT ROUNDED = WS-NET-AMOUNT / WS-COUNTER.
    COMPUTE WS-MARGIN-PCT ROUNDED =
        (WS-NET-UNIT - CM-UNIT-COST) * 100 / WS-NET-UNIT
        ON SIZE ERROR MOVE -99999.99 TO WS-MARGIN-PCT
    END-COMPUTE.
    MOVE WS-MARGIN-PCT TO WS-MARGIN-DISPLAY.
    IF WS-NET-UNIT < CM-UNIT-COST
        MOVE "BELOW COST" TO WS-MARGIN-FLAG
        ADD 1 TO WS-TABLE-BELOW-COUNT
        ADD 1 TO WS-BELOW-COST-COUNT
        IF WS-BELOW-FILE-OPEN
            PERFORM WRITE-BELOW-COST-RECORD
        END-IF
    ELSE
        IF WS-MARGIN-PCT < CM-MIN-MARGIN
            MOVE "LOW MARGIN" TO WS-MARGIN-FLAG
            ADD 1 TO WS-TABLE-LOW-COUNT
            ADD 1 TO WS-LOW-MARGIN-COUNT
        END-IF
    END-IF.

WRITE-BELOW-COST-RECORD.
    MOVE WS-TODAY-DATE TO BC-BUSINESS-DATE.
    MOVE WS-RUN-ID TO BC-RUN-ID.
    MOVE WS-ITEM-CODE TO BC-ITEM-CODE.
    MOVE WS-LOCATION TO BC-LOCATION.
    MOVE WS-NUMBER TO BC-NUMBER.
    MOVE WS-COUNTER TO BC-COUNTER.
    MOVE WS-DISCOUNT-PCT TO BC-DISCOUNT-PCT.
    MOVE WS-NET-AMOUNT TO BC-NET-AMOUNT.
    COMPUTE BC-NET-UNIT ROUNDED = WS-NET-UNIT.
    MOVE CM-UNIT-COST TO BC-UNIT-COST.
    MOVE WS-OPERATOR TO BC-OPERATOR.
    WRITE BELOW-COST-RECORD.

REPORT-MARGIN-EXCEPTIONS.
    DISPLAY " ".
    DISPLAY "MARGIN CHECK AGAINST COSTMAST".
    DISPLAY "  BELOW-COST LINES:       " WS-BELOW-COST-COUNT.
    DISPLAY "  LOW-MARGIN LINES:       " WS-LOW-MARGIN-COUNT.
    DISPLAY "  TABLES WITH NO COST:    " WS-NO-COST-COUNT.
    IF WS-BELOW-COST-COUNT > ZERO
        IF WS-SIMULATE-MODE-ON
            DISPLAY "WARNING: " WS-BELOW-COST-COUNT
                " simulated line(s) net below cost - review the"
                " proposed tiers."
        ELSE
            DISPLAY "WARNING: " WS-BELOW-COST-COUNT
                " line(s) net below cost - see BELOWCST before the"
                " POS extract runs."
        END-IF
        IF RETURN-CODE < 4
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.

WRITE-AUDIT-RECORD.
    MOVE WS-TODAY-DATE TO WS-AUD-DATE.
    MOVE FUNCTION CURRENT-DATE(9:6) TO WS-AUD-TIME.
        "   DATE: " WS-REPORT-DATE "   PAGE: " WS-PAGE-NO.
    DISPLAY "ITEM: " WS-ITEM-CODE "   " WS-ITEM-DESC
        "   LOCATION: " WS-LOCATION.
    IF WS-TAX-LOADED
        PERFORM DISPLAY-TAX-HEADING
    END-IF.
    IF WS-DISCOUNT-MODE-ON
        IF WS-TAX-LOADED
            PERFORM DISPLAY-TAX-DISCOUNT-HEADINGS
        ELSE
            IF WS-COST-FOUND
                DISPLAY "NUMBER    COUNTER   GROSS      DISC%   NET"
                    "        COST     MARGIN%  CHECK"
                DISPLAY "-------   -------   --------   -----   --------"
                    " ------  ----------  ----------"
            ELSE
                DISPLAY "NUMBER    COUNTER   GROSS      DISC%   NET"
                DISPLAY "-------   -------   --------   -----   --------"
            END-IF
        END-IF
        IF WS-COST-MASTER-OPEN AND NOT WS-COST-FOUND
            DISPLAY "*** NO COST ON COSTMAST FOR " WS-ITEM-CODE
                " - MARGIN NOT CHECKED ***"
        END-IF
    ELSE
        IF WS-TAX-LOADED
            DISPLAY "NUMBER    COUNTER   PRODUCT         TAX"
                "   INCL TOTAL"
            DISPLAY "-------   -------   --------   --------"
                "   ----------"
        ELSE
            DISPLAY "NUMBER    COUNTER   PRODUCT"
            DISPLAY "-------   -------   --------"
        END-IF
    END-IF.
    MOVE ZERO TO WS-LINE-COUNT.

DISPLAY-TAX-HEADING.
    IF WS-TAX-CODE = "I"
        DISPLAY "TAX RATE: " WS-TAX-RATE-DISPLAY
            "%   SHELF PRICES INCLUDE TAX"
    ELSE
        IF WS-TAX-CODE = "E"
            DISPLAY "TAX RATE: " WS-TAX-RATE-DISPLAY
                "%   TAX ADDED AT THE REGISTER"
        ELSE
            IF WS-TAX-CODE = "X"
                DISPLAY "TAX RATE:  0.000%   ITEM IS TAX-EXEMPT"
            ELSE
                DISPLAY "TAX RATE:  0.000%   NO RATE ON TAXFILE FOR"
                    " THIS LOCATION"
            END-IF
        END-IF
    END-IF.

DISPLAY-TAX-DISCOUNT-HEADINGS.
    IF WS-COST-FOUND
        DISPLAY "NUMBER    COUNTER   GROSS         TAX   INCL TOTAL"
            "   DISC%   NET        COST     MARGIN%  CHECK"
        DISPLAY "-------   -------   --------   --------   ----------"
            "   -----   -------- ------  ----------  ----------"
    ELSE
        DISPLAY "NUMBER    COUNTER   GROSS         TAX   INCL TOTAL"
            "   DISC%   NET"
        DISPLAY "-------   -------   --------   --------   ----------"
            "   -----   --------"
    END-IF.
