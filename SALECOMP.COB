IDENTIFICATION DIVISION.
PROGRAM-ID. SALECOMP.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SALES-FILE ASSIGN TO "SALESIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SALES-FILE-STATUS.
    SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO "SUSPENSE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUSPENSE-FILE-STATUS.
    SELECT SUSPENSE-OUT-FILE ASSIGN TO "SUSPOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUSPOUT-FILE-STATUS.
    SELECT OPTIONAL XMIT-CONTROL-FILE ASSIGN TO "XMITCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-XMITCTL-FILE-STATUS.
    SELECT OPTIONAL SENT-FILE ASSIGN TO "POSSENT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SENT-FILE-STATUS.
    SELECT OPTIONAL PRODUCT-MASTER ASSIGN TO "PRODMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PM-KEY
        FILE STATUS IS WS-MASTER-FILE-STATUS.
    SELECT OPTIONAL PRODUCT-HIST-FILE ASSIGN TO "PRODHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PRODUCT-HIST-STATUS.
    SELECT AVAIL-WORK-FILE ASSIGN TO "AVLWORK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AVAIL-FILE-STATUS.
    SELECT SALE-WORK-FILE ASSIGN TO "SALEWORK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SALE-WORK-STATUS.
    SELECT SALE-CHECKED-FILE ASSIGN TO "SALECHKD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SALE-CHECKED-STATUS.
    SELECT MARKER-SORT-FILE ASSIGN TO "SORTWK01".
    SELECT SALE-SORT-FILE ASSIGN TO "SORTWK02".
    SELECT HISTORY-SORT-FILE ASSIGN TO "SORTWK03".
    SELECT REPORT-SORT-FILE ASSIGN TO "SORTWK04".

DATA DIVISION.
FILE SECTION.
FD  SALES-FILE.
COPY "SALEREC.CPY".

FD  SUSPENSE-FILE.
01 SUSPENSE-IN-RECORD PIC X(49).

FD  SUSPENSE-OUT-FILE.
COPY "SUSPREC.CPY".

FD  XMIT-CONTROL-FILE.
COPY "XMITREC.CPY".

FD  SENT-FILE.
01 SENT-RECORD.
    05 PS-XMIT-ID PIC 9(14).
    05 PS-RUN-ID PIC 9(14).
    05 PS-ITEM-CODE PIC X(8).
    05 PS-NUMBER PIC 9(3)V99.
    05 PS-LOCATION PIC X(3).

FD  PRODUCT-MASTER.
COPY "PRODMREC.CPY".

FD  PRODUCT-HIST-FILE.
COPY "PRODREC.CPY".

FD  AVAIL-WORK-FILE.
01 AVAIL-WORK-RECORD.
    05 AV-LOCATION PIC X(3).
    05 AV-ITEM-CODE PIC X(8).
    05 AV-DATE PIC 9(8).
    05 AV-XMIT-ID PIC 9(14).
    05 AV-RUN-ID PIC 9(14).
    05 AV-NUMBER PIC 9(3)V99.
    05 AV-ACK-FLAG PIC X(1).

FD  SALE-WORK-FILE.
01 SALE-WORK-RECORD PIC X(130).

FD  SALE-CHECKED-FILE.
01 SALE-CHECKED-RECORD PIC X(130).

SD  MARKER-SORT-FILE.
01 MARKER-SORT-RECORD.
    05 MS-XMIT-ID PIC 9(14).
    05 MS-TYPE PIC X(1).
    05 MS-RESEND PIC X(1).
    05 MS-DATE PIC 9(8).
    05 MS-STATUS PIC X(1).
    05 MS-RUN-ID PIC 9(14).
    05 MS-ITEM-CODE PIC X(8).
    05 MS-NUMBER PIC 9(3)V99.
    05 MS-LOCATION PIC X(3).

SD  SALE-SORT-FILE.
01 SALE-SORT-RECORD.
    05 SS-LOCATION PIC X(3).
    05 SS-ITEM-CODE PIC X(8).
    05 SS-DATE PIC 9(8).
    05 SS-TYPE PIC X(1).
    05 SS-XMIT-ID PIC 9(14).
    05 SS-RUN-ID PIC 9(14).
    05 SS-ACK-FLAG PIC X(1).
    05 SS-SEQUENCE PIC 9(7).
    05 SS-NUMBER PIC 9(3)V99.
    05 SS-QUANTITY PIC 9(5).
    05 SS-AMOUNT PIC 9(7)V99.
    05 SS-SUSPENDED-DATE PIC X(8).
    05 SS-SALE PIC X(33).

SD  HISTORY-SORT-FILE.
01 HISTORY-SORT-RECORD.
    05 HS-KEY.
        10 HS-NUMBER PIC 9(3)V99.
        10 HS-RUN-ID PIC 9(14).
        10 HS-ITEM-CODE PIC X(8).
        10 HS-LOCATION PIC X(3).
        10 HS-COUNTER PIC 9(3).
    05 HS-TYPE PIC X(1).
    05 HS-PRODUCT PIC 9(6)V99.
    05 HS-TAX PIC 9(6)V99.
    05 HS-TAX-CODE PIC X(1).
    05 HS-SALE-RESULT PIC X(130).

SD  REPORT-SORT-FILE.
01 REPORT-SORT-RECORD.
    05 RP-LOCATION PIC X(3).
    05 RP-CATEGORY PIC X(1).
    05 RP-ITEM-CODE PIC X(8).
    05 RP-SALE-DATE PIC X(8).
    05 RP-SEQUENCE PIC 9(7).
    05 RP-REASON PIC X(6).
    05 RP-SALE PIC X(33).
    05 RP-SUSPENDED-DATE PIC X(8).
    05 RP-QUANTITY PIC 9(5).
    05 RP-AMOUNT PIC 9(7)V99.
    05 RP-XMIT-ID PIC 9(14).
    05 RP-RUN-ID PIC 9(14).
    05 RP-NUMBER PIC 9(3)V99.
    05 RP-PRODUCT PIC 9(7)V99.

WORKING-STORAGE SECTION.
01 WS-SALES-FILE-STATUS PIC X(2).
01 WS-SUSPENSE-FILE-STATUS PIC X(2).
01 WS-SUSPOUT-FILE-STATUS PIC X(2).
01 WS-XMITCTL-FILE-STATUS PIC X(2).
01 WS-SENT-FILE-STATUS PIC X(2).
01 WS-MASTER-FILE-STATUS PIC X(2).
01 WS-PRODUCT-HIST-STATUS PIC X(2).
01 WS-AVAIL-FILE-STATUS PIC X(2).
01 WS-SALE-WORK-STATUS PIC X(2).
01 WS-SALE-CHECKED-STATUS PIC X(2).
01 WS-MASTER-OPEN-SWITCH PIC X(1) VALUE "N".
    88 WS-MASTER-OPEN VALUE "Y".
01 WS-TODAY-DATE PIC 9(8).
01 WS-TODAY-INTEGER PIC 9(8).
01 WS-SUSPENDED-INTEGER PIC 9(8).
01 WS-SUSPENDED-DATE-NUM PIC 9(8).
01 WS-NIGHTS-OUT PIC S9(5).
01 WS-NIGHTS-DISPLAY PIC ZZZZ9.
01 WS-CONTROL-COUNT PIC 9(7) VALUE ZERO.
01 WS-MARKER-COUNT PIC 9(7) VALUE ZERO.
01 WS-NO-CONTROL-COUNT PIC 9(7) VALUE ZERO.
01 WS-SALES-READ PIC 9(7) VALUE ZERO.
01 WS-SUSPENSE-READ PIC 9(7) VALUE ZERO.
01 WS-SALE-SEQUENCE PIC 9(7) VALUE ZERO.
01 WS-MASTER-PRICED PIC 9(7) VALUE ZERO.
01 WS-HISTORY-LOOKUPS PIC 9(7) VALUE ZERO.
01 WS-HISTORY-PRICED PIC 9(7) VALUE ZERO.
01 WS-RECOVERED-COUNT PIC 9(7) VALUE ZERO.
01 WS-SALE-REASON PIC X(6).
01 WS-SUSPENDED-DATE PIC X(8).
01 WS-MARKER-EOF-SWITCH PIC X(1) VALUE "N".
    88 WS-MARKER-EOF VALUE "Y".
01 WS-XG-XMIT-ID PIC 9(14) VALUE ZERO.
01 WS-XG-ORIG-SWITCH PIC X(1).
    88 WS-XG-ORIG-FOUND VALUE "Y".
01 WS-XG-ORIG-DATE PIC 9(8).
01 WS-XG-ORIG-STATUS PIC X(1).
01 WS-XG-ACK-DATE PIC 9(8).
01 WS-SALE-EOF-SWITCH PIC X(1) VALUE "N".
    88 WS-SALE-EOF VALUE "Y".
01 WS-GRP-LOCATION PIC X(3) VALUE HIGH-VALUES.
01 WS-GRP-ITEM-CODE PIC X(8).
01 WS-GRP-TABLE-STATE PIC X(1).
    88 WS-GRP-NO-TABLE VALUE SPACE.
    88 WS-GRP-TABLE-UNACKED VALUE "N".
    88 WS-GRP-TABLE-ACKED VALUE "Y".
01 WS-GRP-XMIT-ID PIC 9(14).
01 WS-GRP-RUN-ID PIC 9(14).
01 WS-GRP-NUMBER PIC 9(3)V99.
01 WS-HISTORY-EOF-SWITCH PIC X(1) VALUE "N".
    88 WS-HISTORY-EOF VALUE "Y".
01 WS-HST-KEY PIC X(33) VALUE SPACES.
01 WS-HST-PRODUCT PIC 9(6)V99.
01 WS-HST-TAX PIC 9(6)V99.
01 WS-HST-TAX-CODE PIC X(1).
01 WS-SALE-RESULT.
    05 SR-LOCATION PIC X(3).
    05 SR-CATEGORY PIC X(1).
    05 SR-ITEM-CODE PIC X(8).
    05 SR-SALE-DATE PIC X(8).
    05 SR-SEQUENCE PIC 9(7).
    05 SR-REASON PIC X(6).
    05 SR-SALE PIC X(33).
    05 SR-SUSPENDED-DATE PIC X(8).
    05 SR-QUANTITY PIC 9(5).
    05 SR-AMOUNT PIC 9(7)V99.
    05 SR-XMIT-ID PIC 9(14).
    05 SR-RUN-ID PIC 9(14).
    05 SR-NUMBER PIC 9(3)V99.
    05 SR-PRODUCT PIC 9(7)V99.
01 WS-REPORT-EOF-SWITCH PIC X(1) VALUE "N".
    88 WS-REPORT-EOF VALUE "Y".
01 WS-PRT-LOCATION PIC X(3).
01 WS-PRT-CATEGORY PIC X(1).
01 WS-PRT-FIRST-SWITCH PIC X(1) VALUE "Y".
    88 WS-PRT-FIRST VALUE "Y".
01 WS-LOCATION-LABEL PIC X(6).
01 WS-DIFFERENCE PIC S9(7)V99.
01 WS-LOC-TOTALS.
    05 WS-LOC-CHECKED PIC 9(7).
    05 WS-LOC-AT-PRICE PIC 9(7).
    05 WS-LOC-OVER-COUNT PIC 9(7).
    05 WS-LOC-OVER-AMOUNT PIC 9(9)V99.
    05 WS-LOC-UNDER-COUNT PIC 9(7).
    05 WS-LOC-UNDER-AMOUNT PIC 9(9)V99.
    05 WS-LOC-NOT-SENT PIC 9(7).
    05 WS-LOC-SUSPENDED PIC 9(7).
01 WS-RUN-TOTALS.
    05 WS-RUN-CHECKED PIC 9(7) VALUE ZERO.
    05 WS-RUN-AT-PRICE PIC 9(7) VALUE ZERO.
    05 WS-RUN-OVER-COUNT PIC 9(7) VALUE ZERO.
    05 WS-RUN-OVER-AMOUNT PIC 9(9)V99 VALUE ZERO.
    05 WS-RUN-UNDER-COUNT PIC 9(7) VALUE ZERO.
    05 WS-RUN-UNDER-AMOUNT PIC 9(9)V99 VALUE ZERO.
    05 WS-RUN-NOT-SENT PIC 9(7) VALUE ZERO.
    05 WS-RUN-SUSPENDED PIC 9(7) VALUE ZERO.
01 WS-NET-AMOUNT PIC S9(9)V99.
01 WS-QUANTITY-DISPLAY PIC ZZZZ9.
01 WS-AMOUNT-DISPLAY PIC ZZZZZZ9.99.
01 WS-PRODUCT-DISPLAY PIC ZZZZZZZ9.99.
01 WS-DIFF-DISPLAY PIC +ZZZZZZZ9.99.
01 WS-TOTAL-DISPLAY PIC ZZZZZZZZ9.99.
01 WS-NET-DISPLAY PIC +ZZZZZZZZ9.99.

PROCEDURE DIVISION.
MAIN-PARA.
    DISPLAY "SALECOMP - POS SALES PRICE COMPLIANCE AGAINST THE"
        " TRANSMITTED TABLES".
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
    COMPUTE WS-TODAY-INTEGER =
        FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
    OPEN OUTPUT SUSPENSE-OUT-FILE.
    IF WS-SUSPOUT-FILE-STATUS NOT = "00"
        DISPLAY "FATAL: unable to open SUSPOUT, file status "
            WS-SUSPOUT-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT AVAIL-WORK-FILE.
    IF WS-AVAIL-FILE-STATUS NOT = "00"
        DISPLAY "FATAL: unable to open AVLWORK, file status "
            WS-AVAIL-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    SORT MARKER-SORT-FILE
        ON ASCENDING KEY MS-XMIT-ID MS-TYPE
        INPUT PROCEDURE IS RELEASE-CONTROL-AND-MARKERS
        OUTPUT PROCEDURE IS WRITE-TABLE-AVAILABILITY.
    CLOSE AVAIL-WORK-FILE.
    OPEN OUTPUT SALE-WORK-FILE.
    IF WS-SALE-WORK-STATUS NOT = "00"
        DISPLAY "FATAL: unable to open SALEWORK, file status "
            WS-SALE-WORK-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT PRODUCT-MASTER.
    IF WS-MASTER-FILE-STATUS = "00"
        SET WS-MASTER-OPEN TO TRUE
    ELSE
        IF WS-MASTER-FILE-STATUS = "05"
            CLOSE PRODUCT-MASTER
        END-IF
        DISPLAY "WARNING: no PRODMAST - every sale is priced from"
            " PRODHIST"
    END-IF.
    SORT SALE-SORT-FILE
        ON ASCENDING KEY SS-LOCATION SS-ITEM-CODE SS-DATE SS-TYPE
            SS-XMIT-ID SS-RUN-ID SS-ACK-FLAG SS-SEQUENCE
        INPUT PROCEDURE IS RELEASE-TABLES-AND-SALES
        OUTPUT PROCEDURE IS MATCH-SALES-TO-TABLES.
    IF WS-MASTER-OPEN
        CLOSE PRODUCT-MASTER
    END-IF.
    CLOSE SALE-WORK-FILE.
    OPEN OUTPUT SALE-CHECKED-FILE.
    IF WS-SALE-CHECKED-STATUS NOT = "00"
        DISPLAY "FATAL: unable to open SALECHKD, file status "
            WS-SALE-CHECKED-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    SORT HISTORY-SORT-FILE
        ON ASCENDING KEY HS-NUMBER HS-RUN-ID HS-ITEM-CODE HS-LOCATION
            HS-COUNTER HS-TYPE
        INPUT PROCEDURE IS RELEASE-HISTORY-AND-SALES
        OUTPUT PROCEDURE IS PRICE-FROM-HISTORY.
    CLOSE SALE-CHECKED-FILE.
    DISPLAY " ".
    DISPLAY "SALES CHECKED " WS-TODAY-DATE " AGAINST THE LATEST"
        " ACKNOWLEDGED TABLE SENT TO EACH STORE ON OR BEFORE THE"
        " SALE DATE".
    SORT REPORT-SORT-FILE
        ON ASCENDING KEY RP-LOCATION RP-CATEGORY RP-ITEM-CODE
            RP-SALE-DATE RP-SEQUENCE
        USING SALE-CHECKED-FILE
        OUTPUT PROCEDURE IS PRINT-COMPLIANCE-REPORT.
    CLOSE SUSPENSE-OUT-FILE.
    DISPLAY " ".
    DISPLAY "SALECOMP COMPLETE".
    DISPLAY "  XMITCTL ENTRIES READ:          " WS-CONTROL-COUNT.
    DISPLAY "  POSSENT MARKERS READ:          " WS-MARKER-COUNT.
    DISPLAY "  MARKERS WITH NO XMITCTL ENTRY: " WS-NO-CONTROL-COUNT.
    DISPLAY "  SALES RECORDS READ:            " WS-SALES-READ.
    DISPLAY "  SUSPENSE RECORDS READ:         " WS-SUSPENSE-READ.
    DISPLAY "  PRICED FROM PRODMAST:          " WS-MASTER-PRICED.
    DISPLAY "  PRICED FROM PRODHIST:          " WS-HISTORY-PRICED.
    DISPLAY "  SALES CHECKED AGAINST A TABLE: " WS-RUN-CHECKED.
    DISPLAY "  AT THE TABLE PRICE:            " WS-RUN-AT-PRICE.
    MOVE WS-RUN-OVER-AMOUNT TO WS-TOTAL-DISPLAY.
    DISPLAY "  OVERCHARGED:                   " WS-RUN-OVER-COUNT
        "  BY " WS-TOTAL-DISPLAY.
    MOVE WS-RUN-UNDER-AMOUNT TO WS-TOTAL-DISPLAY.
    DISPLAY "  UNDERCHARGED:                  " WS-RUN-UNDER-COUNT
        "  BY " WS-TOTAL-DISPLAY.
    COMPUTE WS-NET-AMOUNT = WS-RUN-OVER-AMOUNT - WS-RUN-UNDER-AMOUNT.
    MOVE WS-NET-AMOUNT TO WS-NET-DISPLAY.
    DISPLAY "  NET OVER(+)/UNDER(-) CHARGE:   " WS-NET-DISPLAY.
    DISPLAY "  NOT TRANSMITTED TO THE STORE:  " WS-RUN-NOT-SENT.
    DISPLAY "  RECOVERED FROM SUSPENSE:       " WS-RECOVERED-COUNT.
    DISPLAY "  WRITTEN TO SUSPOUT:            " WS-RUN-SUSPENDED.
    IF WS-RUN-SUSPENDED > ZERO
        DISPLAY "SUSPOUT HOLDS THE UNMATCHED SALES - IT IS READ BACK"
            " AS SUSPENSE ON THE NEXT RUN."
    END-IF.
    IF WS-RUN-OVER-COUNT > ZERO OR WS-RUN-UNDER-COUNT > ZERO
       OR WS-RUN-NOT-SENT > ZERO OR WS-RUN-SUSPENDED > ZERO
        MOVE 4 TO RETURN-CODE
    END-IF.
    STOP RUN.

RELEASE-CONTROL-AND-MARKERS.
    PERFORM RELEASE-CONTROL-LOG.
    PERFORM RELEASE-SENT-MARKERS.
    IF WS-MARKER-COUNT = ZERO
        DISPLAY "WARNING: no POSSENT markers - no sale can be"
            " matched to a transmitted table"
    END-IF.

RELEASE-CONTROL-LOG.
    OPEN INPUT XMIT-CONTROL-FILE.
    IF WS-XMITCTL-FILE-STATUS = "00"
        PERFORM UNTIL WS-XMITCTL-FILE-STATUS = "10"
            READ XMIT-CONTROL-FILE
                AT END MOVE "10" TO WS-XMITCTL-FILE-STATUS
            END-READ
            IF WS-XMITCTL-FILE-STATUS = "00"
                ADD 1 TO WS-CONTROL-COUNT
                IF XC-SELECTION(1:5) NOT = "ITEMS"
                    PERFORM RELEASE-CONTROL-ENTRY
                END-IF
            END-IF
        END-PERFORM
        CLOSE XMIT-CONTROL-FILE
    ELSE
        IF WS-XMITCTL-FILE-STATUS = "05"
            CLOSE XMIT-CONTROL-FILE
        END-IF
        DISPLAY "WARNING: no XMITCTL - no transmission can be"
            " shown as acknowledged"
    END-IF.

RELEASE-CONTROL-ENTRY.
    MOVE SPACES TO MARKER-SORT-RECORD.
    IF XC-SELECTION(1:6) = "RESEND"
       AND XC-SELECTION(8:14) IS NUMERIC
        MOVE XC-SELECTION(8:14) TO MS-XMIT-ID
        MOVE "Y" TO MS-RESEND
    ELSE
        MOVE XC-XMIT-ID TO MS-XMIT-ID
        MOVE "N" TO MS-RESEND
    END-IF.
    MOVE "1" TO MS-TYPE.
    MOVE XC-DATE TO MS-DATE.
    MOVE XC-STATUS TO MS-STATUS.
    MOVE ZERO TO MS-RUN-ID.
    MOVE ZERO TO MS-NUMBER.
    RELEASE MARKER-SORT-RECORD.

RELEASE-SENT-MARKERS.
    OPEN INPUT SENT-FILE.
    IF WS-SENT-FILE-STATUS = "00"
        PERFORM UNTIL WS-SENT-FILE-STATUS = "10"
            READ SENT-FILE
                AT END MOVE "10" TO WS-SENT-FILE-STATUS
            END-READ
            IF WS-SENT-FILE-STATUS = "00"
                ADD 1 TO WS-MARKER-COUNT
                MOVE SPACES TO MARKER-SORT-RECORD
                MOVE PS-XMIT-ID TO MS-XMIT-ID
                MOVE "2" TO MS-TYPE
                MOVE ZERO TO MS-DATE
                MOVE PS-RUN-ID TO MS-RUN-ID
                MOVE PS-ITEM-CODE TO MS-ITEM-CODE
                MOVE PS-NUMBER TO MS-NUMBER
                MOVE PS-LOCATION TO MS-LOCATION
                RELEASE MARKER-SORT-RECORD
            END-IF
        END-PERFORM
        CLOSE SENT-FILE
    ELSE
        IF WS-SENT-FILE-STATUS = "05"
            CLOSE SENT-FILE
        END-IF
    END-IF.

WRITE-TABLE-AVAILABILITY.
    PERFORM RETURN-MARKER.
    PERFORM UNTIL WS-MARKER-EOF
        IF MS-XMIT-ID NOT = WS-XG-XMIT-ID
            PERFORM START-XMIT-GROUP
        END-IF
        IF MS-TYPE = "1"
            PERFORM TAKE-CONTROL-ENTRY
        ELSE
            PERFORM WRITE-MARKER-AVAILABILITY
        END-IF
        PERFORM RETURN-MARKER
    END-PERFORM.

RETURN-MARKER.
    RETURN MARKER-SORT-FILE
        AT END SET WS-MARKER-EOF TO TRUE
    END-RETURN.

START-XMIT-GROUP.
    MOVE MS-XMIT-ID TO WS-XG-XMIT-ID.
    MOVE "N" TO WS-XG-ORIG-SWITCH.
    MOVE ZERO TO WS-XG-ORIG-DATE.
    MOVE SPACE TO WS-XG-ORIG-STATUS.
    MOVE ZERO TO WS-XG-ACK-DATE.

TAKE-CONTROL-ENTRY.
    IF MS-RESEND = "N"
        SET WS-XG-ORIG-FOUND TO TRUE
        MOVE MS-DATE TO WS-XG-ORIG-DATE
        MOVE MS-STATUS TO WS-XG-ORIG-STATUS
    END-IF.
    IF MS-STATUS = "A"
        IF WS-XG-ACK-DATE = ZERO OR MS-DATE < WS-XG-ACK-DATE
            MOVE MS-DATE TO WS-XG-ACK-DATE
        END-IF
    END-IF.

WRITE-MARKER-AVAILABILITY.
    MOVE MS-LOCATION TO AV-LOCATION.
    MOVE MS-ITEM-CODE TO AV-ITEM-CODE.
    MOVE MS-XMIT-ID TO AV-XMIT-ID.
    MOVE MS-RUN-ID TO AV-RUN-ID.
    MOVE MS-NUMBER TO AV-NUMBER.
    IF WS-XG-ORIG-FOUND AND WS-XG-ORIG-STATUS = "A"
        MOVE WS-XG-ORIG-DATE TO AV-DATE
        MOVE "Y" TO AV-ACK-FLAG
        PERFORM WRITE-AVAIL-WORK
    ELSE
        IF WS-XG-ORIG-FOUND
            MOVE WS-XG-ORIG-DATE TO AV-DATE
        ELSE
            ADD 1 TO WS-NO-CONTROL-COUNT
            MOVE MS-XMIT-ID(1:8) TO AV-DATE
        END-IF
        MOVE "N" TO AV-ACK-FLAG
        PERFORM WRITE-AVAIL-WORK
        IF WS-XG-ACK-DATE NOT = ZERO
            MOVE WS-XG-ACK-DATE TO AV-DATE
            MOVE "Y" TO AV-ACK-FLAG
            PERFORM WRITE-AVAIL-WORK
        END-IF
    END-IF.

WRITE-AVAIL-WORK.
    WRITE AVAIL-WORK-RECORD.
    IF WS-AVAIL-FILE-STATUS NOT = "00"
        DISPLAY "FATAL: unable to write AVLWORK, file status "
            WS-AVAIL-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

RELEASE-TABLES-AND-SALES.
    PERFORM RELEASE-TABLE-AVAILABILITY.
    OPEN INPUT SALES-FILE.
    IF WS-SALES-FILE-STATUS NOT = "00"
        DISPLAY "FATAL: unable to open SALESIN, file status "
            WS-SALES-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM RELEASE-SUSPENDED-SALES.
    PERFORM UNTIL WS-SALES-FILE-STATUS = "10"
        READ SALES-FILE
            AT END MOVE "10" TO WS-SALES-FILE-STATUS
        END-READ
        IF WS-SALES-FILE-STATUS = "00"
            ADD 1 TO WS-SALES-READ
            MOVE SPACES TO WS-SUSPENDED-DATE
            PERFORM RELEASE-ONE-SALE
        END-IF
    END-PERFORM.
    CLOSE SALES-FILE.

RELEASE-TABLE-AVAILABILITY.
    OPEN INPUT AVAIL-WORK-FILE.
    IF WS-AVAIL-FILE-STATUS NOT = "00"
        DISPLAY "FATAL: unable to open AVLWORK, file status "
            WS-AVAIL-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM UNTIL WS-AVAIL-FILE-STATUS = "10"
        READ AVAIL-WORK-FILE
            AT END MOVE "10" TO WS-AVAIL-FILE-STATUS
        END-READ
        IF WS-AVAIL-FILE-STATUS = "00"
            MOVE SPACES TO SALE-SORT-RECORD
            MOVE AV-LOCATION TO SS-LOCATION
            MOVE AV-ITEM-CODE TO SS-ITEM-CODE
            MOVE AV-DATE TO SS-DATE
            MOVE "1" TO SS-TYPE
            MOVE AV-XMIT-ID TO SS-XMIT-ID
            MOVE AV-RUN-ID TO SS-RUN-ID
            MOVE AV-ACK-FLAG TO SS-ACK-FLAG
            MOVE ZERO TO SS-SEQUENCE
            MOVE AV-NUMBER TO SS-NUMBER
            MOVE ZERO TO SS-QUANTITY
            MOVE ZERO TO SS-AMOUNT
            RELEASE SALE-SORT-RECORD
        END-IF
    END-PERFORM.
    CLOSE AVAIL-WORK-FILE.

RELEASE-SUSPENDED-SALES.
    OPEN INPUT SUSPENSE-FILE.
    IF WS-SUSPENSE-FILE-STATUS = "00"
        PERFORM UNTIL WS-SUSPENSE-FILE-STATUS = "10"
            READ SUSPENSE-FILE INTO SUSPENSE-RECORD
                AT END MOVE "10" TO WS-SUSPENSE-FILE-STATUS
            END-READ
            IF WS-SUSPENSE-FILE-STATUS = "00"
                ADD 1 TO WS-SUSPENSE-READ
                MOVE SU-SALE TO SALE-RECORD
                MOVE SU-DATE TO WS-SUSPENDED-DATE
                PERFORM RELEASE-ONE-SALE
            END-IF
        END-PERFORM
        CLOSE SUSPENSE-FILE
    ELSE
        IF WS-SUSPENSE-FILE-STATUS = "05"
            CLOSE SUSPENSE-FILE
        END-IF
    END-IF.

RELEASE-ONE-SALE.
    ADD 1 TO WS-SALE-SEQUENCE.
    PERFORM CHECK-SALE-RECORD.
    IF WS-SALE-REASON NOT = SPACES
        MOVE SPACES TO WS-SALE-RESULT
        MOVE SA-LOCATION TO SR-LOCATION
        MOVE "3" TO SR-CATEGORY
        MOVE SA-ITEM-CODE TO SR-ITEM-CODE
        MOVE SALE-RECORD(26:8) TO SR-SALE-DATE
        MOVE WS-SALE-SEQUENCE TO SR-SEQUENCE
        MOVE WS-SALE-REASON TO SR-REASON
        MOVE SALE-RECORD TO SR-SALE
        MOVE WS-SUSPENDED-DATE TO SR-SUSPENDED-DATE
        MOVE ZERO TO SR-QUANTITY
        MOVE ZERO TO SR-AMOUNT
        MOVE ZERO TO SR-XMIT-ID
        MOVE ZERO TO SR-RUN-ID
        MOVE ZERO TO SR-NUMBER
        MOVE ZERO TO SR-PRODUCT
        PERFORM WRITE-SALE-WORK
    ELSE
        MOVE SPACES TO SALE-SORT-RECORD
        MOVE SA-LOCATION TO SS-LOCATION
        MOVE SA-ITEM-CODE TO SS-ITEM-CODE
        MOVE SA-SALE-DATE TO SS-DATE
        MOVE "2" TO SS-TYPE
        MOVE ZERO TO SS-XMIT-ID
        MOVE ZERO TO SS-RUN-ID
        MOVE WS-SALE-SEQUENCE TO SS-SEQUENCE
        MOVE ZERO TO SS-NUMBER
        MOVE SA-QUANTITY TO SS-QUANTITY
        MOVE SA-AMOUNT TO SS-AMOUNT
        MOVE WS-SUSPENDED-DATE TO SS-SUSPENDED-DATE
        MOVE SALE-RECORD TO SS-SALE
        RELEASE SALE-SORT-RECORD
    END-IF.

CHECK-SALE-RECORD.
    MOVE SPACES TO WS-SALE-REASON.
    IF SA-LOCATION = SPACES OR SA-ITEM-CODE = SPACES
       OR SA-QUANTITY IS NOT NUMERIC OR SA-AMOUNT IS NOT NUMERIC
       OR SA-SALE-DATE IS NOT NUMERIC
        MOVE "BADREC" TO WS-SALE-REASON
    ELSE
        IF SA-QUANTITY = ZERO OR SA-SALE-DATE = ZERO
            MOVE "BADREC" TO WS-SALE-REASON
        END-IF
    END-IF.

MATCH-SALES-TO-TABLES.
    PERFORM RETURN-SALE.
    PERFORM UNTIL WS-SALE-EOF
        IF SS-LOCATION NOT = WS-GRP-LOCATION
           OR SS-ITEM-CODE NOT = WS-GRP-ITEM-CODE
            MOVE SS-LOCATION TO WS-GRP-LOCATION
            MOVE SS-ITEM-CODE TO WS-GRP-ITEM-CODE
            MOVE SPACE TO WS-GRP-TABLE-STATE
        END-IF
        IF SS-TYPE = "1"
            MOVE SS-ACK-FLAG TO WS-GRP-TABLE-STATE
            MOVE SS-XMIT-ID TO WS-GRP-XMIT-ID
            MOVE SS-RUN-ID TO WS-GRP-RUN-ID
            MOVE SS-NUMBER TO WS-GRP-NUMBER
        ELSE
            PERFORM CHECK-ONE-SALE
        END-IF
        PERFORM RETURN-SALE
    END-PERFORM.

RETURN-SALE.
    RETURN SALE-SORT-FILE
        AT END SET WS-SALE-EOF TO TRUE
    END-RETURN.

CHECK-ONE-SALE.
    MOVE SPACES TO WS-SALE-RESULT.
    MOVE SS-LOCATION TO SR-LOCATION.
    MOVE SS-ITEM-CODE TO SR-ITEM-CODE.
    MOVE SS-DATE TO SR-SALE-DATE.
    MOVE SS-SEQUENCE TO SR-SEQUENCE.
    MOVE SS-SALE TO SR-SALE.
    MOVE SS-SUSPENDED-DATE TO SR-SUSPENDED-DATE.
    MOVE SS-QUANTITY TO SR-QUANTITY.
    MOVE SS-AMOUNT TO SR-AMOUNT.
    MOVE ZERO TO SR-XMIT-ID.
    MOVE ZERO TO SR-RUN-ID.
    MOVE ZERO TO SR-NUMBER.
    MOVE ZERO TO SR-PRODUCT.
    IF WS-GRP-NO-TABLE
        MOVE "2" TO SR-CATEGORY
    ELSE
        MOVE WS-GRP-XMIT-ID TO SR-XMIT-ID
        MOVE WS-GRP-RUN-ID TO SR-RUN-ID
        MOVE WS-GRP-NUMBER TO SR-NUMBER
        IF WS-GRP-TABLE-UNACKED
            MOVE "3" TO SR-CATEGORY
            MOVE "NOACK" TO SR-REASON
        ELSE
            IF SS-QUANTITY > 999
                MOVE "3" TO SR-CATEGORY
                MOVE "NOROW" TO SR-REASON
            ELSE
                PERFORM PRICE-FROM-MASTER
            END-IF
        END-IF
    END-IF.
    PERFORM WRITE-SALE-WORK.

PRICE-FROM-MASTER.
    MOVE "23" TO WS-MASTER-FILE-STATUS.
    IF WS-MASTER-OPEN
        MOVE WS-GRP-NUMBER TO PM-NUMBER
        MOVE WS-GRP-RUN-ID TO PM-RUN-ID
        MOVE SS-ITEM-CODE TO PM-ITEM-CODE
        MOVE SS-LOCATION TO PM-LOCATION
        MOVE SS-QUANTITY TO PM-COUNTER
        READ PRODUCT-MASTER
            INVALID KEY MOVE "23" TO WS-MASTER-FILE-STATUS
        END-READ
    END-IF.
    IF WS-MASTER-FILE-STATUS = "00"
        ADD 1 TO WS-MASTER-PRICED
        MOVE PM-PRODUCT TO SR-PRODUCT
        IF PM-TAX-CODE = "I"
            ADD PM-TAX TO SR-PRODUCT
        END-IF
        PERFORM SET-PRICE-CATEGORY
    ELSE
        ADD 1 TO WS-HISTORY-LOOKUPS
        MOVE "9" TO SR-CATEGORY
    END-IF.

SET-PRICE-CATEGORY.
    IF SR-AMOUNT = SR-PRODUCT
        MOVE "0" TO SR-CATEGORY
    ELSE
        MOVE "1" TO SR-CATEGORY
    END-IF.

WRITE-SALE-WORK.
    WRITE SALE-WORK-RECORD FROM WS-SALE-RESULT.
    IF WS-SALE-WORK-STATUS NOT = "00"
        DISPLAY "FATAL: unable to write SALEWORK, file status "
            WS-SALE-WORK-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

RELEASE-HISTORY-AND-SALES.
    IF WS-HISTORY-LOOKUPS > ZERO
        PERFORM RELEASE-HISTORY-ROWS
    END-IF.
    OPEN INPUT SALE-WORK-FILE.
    IF WS-SALE-WORK-STATUS NOT = "00"
        DISPLAY "FATAL: unable to open SALEWORK, file status "
            WS-SALE-WORK-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM UNTIL WS-SALE-WORK-STATUS = "10"
        READ SALE-WORK-FILE INTO WS-SALE-RESULT
            AT END MOVE "10" TO WS-SALE-WORK-STATUS
        END-READ
        IF WS-SALE-WORK-STATUS = "00"
            MOVE SPACES TO HISTORY-SORT-RECORD
            IF SR-CATEGORY = "9"
                MOVE SR-NUMBER TO HS-NUMBER
                MOVE SR-RUN-ID TO HS-RUN-ID
                MOVE SR-ITEM-CODE TO HS-ITEM-CODE
                MOVE SR-LOCATION TO HS-LOCATION
                MOVE SR-QUANTITY TO HS-COUNTER
            ELSE
                MOVE ZERO TO HS-NUMBER
                MOVE ZERO TO HS-RUN-ID
                MOVE ZERO TO HS-COUNTER
            END-IF
            MOVE "2" TO HS-TYPE
            MOVE ZERO TO HS-PRODUCT
            MOVE ZERO TO HS-TAX
            MOVE WS-SALE-RESULT TO HS-SALE-RESULT
            RELEASE HISTORY-SORT-RECORD
        END-IF
    END-PERFORM.
    CLOSE SALE-WORK-FILE.

RELEASE-HISTORY-ROWS.
    OPEN INPUT PRODUCT-HIST-FILE.
    IF WS-PRODUCT-HIST-STATUS = "00"
        PERFORM UNTIL WS-PRODUCT-HIST-STATUS = "10"
            READ PRODUCT-HIST-FILE
                AT END MOVE "10" TO WS-PRODUCT-HIST-STATUS
            END-READ
            IF WS-PRODUCT-HIST-STATUS = "00"
                MOVE SPACES TO HISTORY-SORT-RECORD
                MOVE PR-NUMBER TO HS-NUMBER
                MOVE PR-RUN-ID TO HS-RUN-ID
                MOVE PR-ITEM-CODE TO HS-ITEM-CODE
                MOVE PR-LOCATION TO HS-LOCATION
                MOVE PR-COUNTER TO HS-COUNTER
                MOVE "1" TO HS-TYPE
                MOVE PR-PRODUCT TO HS-PRODUCT
                MOVE PR-TAX TO HS-TAX
                MOVE PR-TAX-CODE TO HS-TAX-CODE
                RELEASE HISTORY-SORT-RECORD
            END-IF
        END-PERFORM
        CLOSE PRODUCT-HIST-FILE
    ELSE
        IF WS-PRODUCT-HIST-STATUS = "05"
            CLOSE PRODUCT-HIST-FILE
        END-IF
    END-IF.

PRICE-FROM-HISTORY.
    PERFORM RETURN-HISTORY.
    PERFORM UNTIL WS-HISTORY-EOF
        IF HS-TYPE = "1"
            MOVE HS-KEY TO WS-HST-KEY
            MOVE HS-PRODUCT TO WS-HST-PRODUCT
            MOVE HS-TAX TO WS-HST-TAX
            MOVE HS-TAX-CODE TO WS-HST-TAX-CODE
        ELSE
            MOVE HS-SALE-RESULT TO WS-SALE-RESULT
            IF SR-CATEGORY = "9"
                IF HS-KEY = WS-HST-KEY
                    ADD 1 TO WS-HISTORY-PRICED
                    MOVE WS-HST-PRODUCT TO SR-PRODUCT
                    IF WS-HST-TAX-CODE = "I"
                        ADD WS-HST-TAX TO SR-PRODUCT
                    END-IF
                    PERFORM SET-PRICE-CATEGORY
                ELSE
                    MOVE "3" TO SR-CATEGORY
                    MOVE "NOROW" TO SR-REASON
                END-IF
            END-IF
            WRITE SALE-CHECKED-RECORD FROM WS-SALE-RESULT
            IF WS-SALE-CHECKED-STATUS NOT = "00"
                DISPLAY "FATAL: unable to write SALECHKD, file status "
                    WS-SALE-CHECKED-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
        END-IF
        PERFORM RETURN-HISTORY
    END-PERFORM.

RETURN-HISTORY.
    RETURN HISTORY-SORT-FILE
        AT END SET WS-HISTORY-EOF TO TRUE
    END-RETURN.

PRINT-COMPLIANCE-REPORT.
    PERFORM RETURN-REPORT.
    IF WS-REPORT-EOF
        DISPLAY " "
        DISPLAY "NO SALES RECORDS TO CHECK."
    END-IF.
    PERFORM UNTIL WS-REPORT-EOF
        IF WS-PRT-FIRST OR RP-LOCATION NOT = WS-PRT-LOCATION
            IF NOT WS-PRT-FIRST
                PERFORM PRINT-LOCATION-TOTALS
            END-IF
            MOVE "N" TO WS-PRT-FIRST-SWITCH
            MOVE RP-LOCATION TO WS-PRT-LOCATION
            MOVE SPACE TO WS-PRT-CATEGORY
            MOVE ZEROES TO WS-LOC-TOTALS
            MOVE RP-LOCATION TO WS-LOCATION-LABEL
            IF RP-LOCATION = SPACES
                MOVE "(NONE)" TO WS-LOCATION-LABEL
            END-IF
            DISPLAY " "
            DISPLAY "LOCATION: " WS-LOCATION-LABEL
        END-IF
        IF RP-SUSPENDED-DATE NOT = SPACES AND RP-CATEGORY NOT = "3"
            ADD 1 TO WS-RECOVERED-COUNT
        END-IF
        IF RP-CATEGORY NOT = WS-PRT-CATEGORY AND RP-CATEGORY NOT = "0"
            MOVE RP-CATEGORY TO WS-PRT-CATEGORY
            PERFORM PRINT-CATEGORY-HEADING
        END-IF
        PERFORM TAKE-REPORT-RECORD
        PERFORM RETURN-REPORT
    END-PERFORM.
    IF NOT WS-PRT-FIRST
        PERFORM PRINT-LOCATION-TOTALS
    END-IF.

RETURN-REPORT.
    RETURN REPORT-SORT-FILE
        AT END SET WS-REPORT-EOF TO TRUE
    END-RETURN.

PRINT-CATEGORY-HEADING.
    IF RP-CATEGORY = "1"
        DISPLAY "  SALES CHARGED AT A DIFFERENT PRICE THAN THE TABLE"
        DISPLAY "    ITEM     SALE DATE   QTY     CHARGED  TABLE PRICE"
            "   DIFFERENCE TRANSMISSION   TABLE RUN"
    END-IF.
    IF RP-CATEGORY = "2"
        DISPLAY "  SALES OF ITEMS NOT TRANSMITTED TO THE STORE BY THE"
            " SALE DATE"
        DISPLAY "    ITEM     SALE DATE   QTY     CHARGED"
    END-IF.
    IF RP-CATEGORY = "3"
        DISPLAY "  SALES WRITTEN TO SUSPENSE"
        DISPLAY "    REASON ITEM     SALE DATE   QTY     CHARGED"
            " SUSPENDED NIGHTS"
    END-IF.

TAKE-REPORT-RECORD.
    MOVE RP-QUANTITY TO WS-QUANTITY-DISPLAY.
    MOVE RP-AMOUNT TO WS-AMOUNT-DISPLAY.
    IF RP-CATEGORY = "0"
        ADD 1 TO WS-LOC-CHECKED
        ADD 1 TO WS-LOC-AT-PRICE
    END-IF.
    IF RP-CATEGORY = "1"
        ADD 1 TO WS-LOC-CHECKED
        COMPUTE WS-DIFFERENCE = RP-AMOUNT - RP-PRODUCT
        IF WS-DIFFERENCE > ZERO
            ADD 1 TO WS-LOC-OVER-COUNT
            ADD WS-DIFFERENCE TO WS-LOC-OVER-AMOUNT
        ELSE
            ADD 1 TO WS-LOC-UNDER-COUNT
            SUBTRACT WS-DIFFERENCE FROM WS-LOC-UNDER-AMOUNT
        END-IF
        MOVE RP-PRODUCT TO WS-PRODUCT-DISPLAY
        MOVE WS-DIFFERENCE TO WS-DIFF-DISPLAY
        DISPLAY "    " RP-ITEM-CODE " " RP-SALE-DATE " "
            WS-QUANTITY-DISPLAY " " WS-AMOUNT-DISPLAY "  "
            WS-PRODUCT-DISPLAY " " WS-DIFF-DISPLAY " " RP-XMIT-ID
            " " RP-RUN-ID
    END-IF.
    IF RP-CATEGORY = "2"
        ADD 1 TO WS-LOC-NOT-SENT
        DISPLAY "    " RP-ITEM-CODE " " RP-SALE-DATE " "
            WS-QUANTITY-DISPLAY " " WS-AMOUNT-DISPLAY
    END-IF.
    IF RP-CATEGORY = "3"
        ADD 1 TO WS-LOC-SUSPENDED
        PERFORM WRITE-SUSPENSE
    END-IF.

WRITE-SUSPENSE.
    MOVE SPACES TO SUSPENSE-RECORD.
    MOVE RP-REASON TO SU-REASON.
    MOVE RP-SALE TO SU-SALE.
    MOVE RP-SUSPENDED-DATE TO SU-DATE.
    IF RP-SUSPENDED-DATE = SPACES
        MOVE WS-TODAY-DATE TO SU-DATE
    END-IF.
    WRITE SUSPENSE-RECORD.
    IF WS-SUSPOUT-FILE-STATUS NOT = "00"
        DISPLAY "FATAL: unable to write SUSPOUT, file status "
            WS-SUSPOUT-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE ZERO TO WS-NIGHTS-OUT.
    IF SU-DATE IS NUMERIC
        MOVE SU-DATE TO WS-SUSPENDED-DATE-NUM
        COMPUTE WS-SUSPENDED-INTEGER =
            FUNCTION INTEGER-OF-DATE(WS-SUSPENDED-DATE-NUM)
        COMPUTE WS-NIGHTS-OUT =
            WS-TODAY-INTEGER - WS-SUSPENDED-INTEGER
    END-IF.
    MOVE WS-NIGHTS-OUT TO WS-NIGHTS-DISPLAY.
    IF RP-REASON = "BADREC"
        DISPLAY "    BADREC " RP-SALE " " SU-DATE " "
            WS-NIGHTS-DISPLAY
    ELSE
        DISPLAY "    " RP-REASON " " RP-ITEM-CODE " " RP-SALE-DATE " "
            WS-QUANTITY-DISPLAY " " WS-AMOUNT-DISPLAY " " SU-DATE
            " " WS-NIGHTS-DISPLAY
    END-IF.

PRINT-LOCATION-TOTALS.
    DISPLAY "  TOTALS FOR " WS-LOCATION-LABEL ":".
    DISPLAY "    SALES CHECKED AGAINST A TABLE: " WS-LOC-CHECKED.
    DISPLAY "    AT THE TABLE PRICE:            " WS-LOC-AT-PRICE.
    MOVE WS-LOC-OVER-AMOUNT TO WS-TOTAL-DISPLAY.
    DISPLAY "    OVERCHARGED:                   " WS-LOC-OVER-COUNT
        "  BY " WS-TOTAL-DISPLAY.
    MOVE WS-LOC-UNDER-AMOUNT TO WS-TOTAL-DISPLAY.
    DISPLAY "    UNDERCHARGED:                  " WS-LOC-UNDER-COUNT
        "  BY " WS-TOTAL-DISPLAY.
    COMPUTE WS-NET-AMOUNT = WS-LOC-OVER-AMOUNT - WS-LOC-UNDER-AMOUNT.
    MOVE WS-NET-AMOUNT TO WS-NET-DISPLAY.
    DISPLAY "    NET OVER(+)/UNDER(-) CHARGE:   " WS-NET-DISPLAY.
    DISPLAY "    NOT TRANSMITTED TO THE STORE:  " WS-LOC-NOT-SENT.
    DISPLAY "    SUSPENDED:                     " WS-LOC-SUSPENDED.
    ADD WS-LOC-CHECKED TO WS-RUN-CHECKED.
    ADD WS-LOC-AT-PRICE TO WS-RUN-AT-PRICE.
    ADD WS-LOC-OVER-COUNT TO WS-RUN-OVER-COUNT.
    ADD WS-LOC-OVER-AMOUNT TO WS-RUN-OVER-AMOUNT.
    ADD WS-LOC-UNDER-COUNT TO WS-RUN-UNDER-COUNT.
    ADD WS-LOC-UNDER-AMOUNT TO WS-RUN-UNDER-AMOUNT.
    ADD WS-LOC-NOT-SENT TO WS-RUN-NOT-SENT.
    ADD WS-LOC-SUSPENDED TO WS-RUN-SUSPENDED.
