IDENTIFICATION DIVISION.
PROGRAM-ID. SKUCOVER.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ITEM-MASTER ASSIGN TO "ITEMMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS IM-ITEM-CODE
        FILE STATUS IS WS-ITEM-FILE-STATUS.
    SELECT OPTIONAL PRODUCT-MASTER ASSIGN TO "PRODMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS PM-KEY
        FILE STATUS IS WS-MASTER-FILE-STATUS.
    SELECT OPTIONAL PRODUCT-FILE ASSIGN TO "PRODOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PRODUCT-FILE-STATUS.
    SELECT OPTIONAL SENT-FILE ASSIGN TO "POSSENT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SENT-FILE-STATUS.
    SELECT OPTIONAL LOCATION-FILE ASSIGN TO "LOCNFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOCN-FILE-STATUS.
    SELECT FINDING-FILE ASSIGN TO "SKUWORK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FINDING-FILE-STATUS.
    SELECT ACTIVITY-SORT-FILE ASSIGN TO "SORTWK01".
    SELECT FINDING-SORT-FILE ASSIGN TO "SORTWK02".

DATA DIVISION.
FILE SECTION.
FD  ITEM-MASTER.
COPY "ITEMREC.CPY".

FD  PRODUCT-MASTER.
COPY "PRODMREC.CPY".

FD  PRODUCT-FILE.
COPY "PRODREC.CPY".

FD  SENT-FILE.
01 SENT-RECORD.
    05 PS-XMIT-ID PIC 9(14).
    05 PS-RUN-ID PIC 9(14).
    05 PS-ITEM-CODE PIC X(8).
    05 PS-NUMBER PIC 9(3)V99.
    05 PS-LOCATION PIC X(3).

FD  LOCATION-FILE.
COPY "LOCNREC.CPY".

FD  FINDING-FILE.
01 FINDING-RECORD.
    05 FN-LOCATION PIC X(3).
    05 FN-CATEGORY PIC X(1).
    05 FN-ITEM-CODE PIC X(8).
    05 FN-ITEM-DESC PIC X(20).
    05 FN-DATE PIC 9(8).
    05 FN-COUNT PIC 9(5).
    05 FN-STATUS-DATE PIC X(8).
    05 FN-SOURCE PIC X(8).

SD  ACTIVITY-SORT-FILE.
01 ACTIVITY-SORT-RECORD.
    05 AS-LOCATION PIC X(3).
    05 AS-ITEM-CODE PIC X(8).
    05 AS-SOURCE PIC X(1).
    05 AS-DATE PIC 9(8).
    05 AS-ITEM-DESC PIC X(20).
    05 AS-ACTIVE-FLAG PIC X(1).
    05 AS-STATUS-DATE PIC X(8).
    05 AS-CHECK-COVERAGE PIC X(1).

SD  FINDING-SORT-FILE.
01 FINDING-SORT-RECORD.
    05 FS-LOCATION PIC X(3).
    05 FS-CATEGORY PIC X(1).
    05 FS-ITEM-CODE PIC X(8).
    05 FS-ITEM-DESC PIC X(20).
    05 FS-DATE PIC 9(8).
    05 FS-COUNT PIC 9(5).
    05 FS-STATUS-DATE PIC X(8).
    05 FS-SOURCE PIC X(8).

WORKING-STORAGE SECTION.
01 WS-ITEM-FILE-STATUS PIC X(2).
01 WS-MASTER-FILE-STATUS PIC X(2).
01 WS-PRODUCT-FILE-STATUS PIC X(2).
01 WS-SENT-FILE-STATUS PIC X(2).
01 WS-LOCN-FILE-STATUS PIC X(2).
01 WS-FINDING-FILE-STATUS PIC X(2).
01 WS-OPTION-CARD PIC X(12).
01 WS-STALE-DAYS PIC 9(3) VALUE 30.
01 WS-REPORT-DATE PIC 9(8).
01 WS-CUTOFF-DATE PIC 9(8).
01 WS-LOCN-FILE-SWITCH PIC X(1) VALUE "N".
    88 WS-LOCN-FILE-LOADED VALUE "Y".
01 WS-LOCN-COUNT PIC 9(3) VALUE ZERO.
01 WS-LOCN-INDEX PIC 9(3).
01 WS-LOCN-FOUND-SWITCH PIC X(1).
    88 WS-LOCN-FOUND VALUE "Y".
01 WS-LOCN-TABLE.
    05 WS-LOCN-ENTRY OCCURS 200 TIMES.
        10 WS-LOCN-CODE PIC X(3).
        10 WS-LOCN-CHECK PIC X(1).
01 WS-NEW-LOCATION PIC X(3).
01 WS-NEW-LOCATION-CHECK PIC X(1).
01 WS-ITEM-COUNT PIC 9(7) VALUE ZERO.
01 WS-ACTIVITY-COUNT PIC 9(7) VALUE ZERO.
01 WS-ACTIVITY-EOF-SWITCH PIC X(1) VALUE "N".
    88 WS-ACTIVITY-EOF VALUE "Y".
01 WS-GRP-LOCATION PIC X(3) VALUE HIGH-VALUES.
01 WS-GRP-ITEM-CODE PIC X(8).
01 WS-GRP-ITEM-DESC PIC X(20).
01 WS-GRP-ON-MASTER-SWITCH PIC X(1).
    88 WS-GRP-ON-MASTER VALUE "Y".
01 WS-GRP-ACTIVE-FLAG PIC X(1).
01 WS-GRP-STATUS-DATE PIC X(8).
01 WS-GRP-CHECK-COVERAGE PIC X(1).
01 WS-GRP-LAST-TABLED PIC 9(8).
01 WS-GRP-PM-COUNT PIC 9(5).
01 WS-GRP-PM-LAST PIC 9(8).
01 WS-GRP-PO-COUNT PIC 9(5).
01 WS-GRP-SENT-AFTER PIC 9(5).
01 WS-GRP-LAST-SENT PIC 9(8).
01 WS-FINDING-EOF-SWITCH PIC X(1) VALUE "N".
    88 WS-FINDING-EOF VALUE "Y".
01 WS-PRT-LOCATION PIC X(3).
01 WS-PRT-CATEGORY PIC X(1).
01 WS-PRT-FIRST-SWITCH PIC X(1) VALUE "Y".
    88 WS-PRT-FIRST VALUE "Y".
01 WS-LOCATION-LABEL PIC X(6).
01 WS-DATE-TEXT PIC X(8).
01 WS-LOC-COUNTS VALUE ZEROES.
    05 WS-LOC-CAT-COUNT PIC 9(6) OCCURS 4 TIMES.
01 WS-TOTAL-COUNTS VALUE ZEROES.
    05 WS-TOTAL-CAT-COUNT PIC 9(6) OCCURS 4 TIMES.
01 WS-CAT-INDEX PIC 9(1).
01 WS-CATEGORY-TITLES.
    05 FILLER PIC X(40) VALUE "ACTIVE ITEMS WITH NO RECENT TABLE".
    05 FILLER PIC X(40) VALUE "INACTIVE ITEMS STILL ON PRODMAST".
    05 FILLER PIC X(40) VALUE "INACTIVE ITEMS SENT AFTER DEACTIVATION".
    05 FILLER PIC X(40) VALUE "ITEM CODES NOT ON ITEMMAST".
01 WS-CATEGORY-TITLE-TABLE REDEFINES WS-CATEGORY-TITLES.
    05 WS-CATEGORY-TITLE PIC X(40) OCCURS 4 TIMES.

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM GET-OPTION-CARD.
    OPEN OUTPUT FINDING-FILE.
    IF WS-FINDING-FILE-STATUS NOT = "00"
        DISPLAY "FATAL: unable to open SKUWORK, file status "
            WS-FINDING-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    SORT ACTIVITY-SORT-FILE
        ON ASCENDING KEY AS-LOCATION AS-ITEM-CODE AS-SOURCE
        INPUT PROCEDURE IS RELEASE-ACTIVITY
        OUTPUT PROCEDURE IS MATCH-ACTIVITY.
    CLOSE FINDING-FILE.
    DISPLAY "SKUCOVER - SKU COVERAGE AND ORPHAN REPORT AS OF "
        WS-REPORT-DATE.
    DISPLAY "NO RECENT TABLE = NONE TABLED SINCE " WS-CUTOFF-DATE
        " (" WS-STALE-DAYS " DAYS)".
    SORT FINDING-SORT-FILE
        ON ASCENDING KEY FS-LOCATION FS-CATEGORY FS-ITEM-CODE
        USING FINDING-FILE
        OUTPUT PROCEDURE IS PRINT-FINDINGS.
    DISPLAY " ".
    DISPLAY "SKUCOVER COMPLETE".
    DISPLAY "  ITEMMAST ITEMS READ:        " WS-ITEM-COUNT.
    DISPLAY "  LOCATIONS CHECKED:          " WS-LOCN-COUNT.
    DISPLAY "  TABLES AND MARKERS READ:    " WS-ACTIVITY-COUNT.
    DISPLAY "  NO RECENT TABLE:            " WS-TOTAL-CAT-COUNT(1).
    DISPLAY "  INACTIVE ON PRODMAST:       " WS-TOTAL-CAT-COUNT(2).
    DISPLAY "  INACTIVE SENT AFTER DEACT:  " WS-TOTAL-CAT-COUNT(3).
    DISPLAY "  NOT ON ITEMMAST:            " WS-TOTAL-CAT-COUNT(4).
    IF WS-TOTAL-CAT-COUNT(1) > ZERO OR WS-TOTAL-CAT-COUNT(2) > ZERO
       OR WS-TOTAL-CAT-COUNT(3) > ZERO OR WS-TOTAL-CAT-COUNT(4) > ZERO
        MOVE 4 TO RETURN-CODE
    END-IF.
    STOP RUN.

GET-OPTION-CARD.
    DISPLAY "Enter days without a table NNN and report date"
        " YYYYMMDD (blank for 030 and today):".
    MOVE SPACES TO WS-OPTION-CARD.
    ACCEPT WS-OPTION-CARD.
    IF WS-OPTION-CARD(1:3) IS NUMERIC
        MOVE WS-OPTION-CARD(1:3) TO WS-STALE-DAYS
    ELSE
        IF WS-OPTION-CARD(1:3) NOT = SPACES
            DISPLAY "FATAL: days must be 3 digits: " WS-OPTION-CARD
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
    IF WS-OPTION-CARD(5:8) IS NUMERIC
        MOVE WS-OPTION-CARD(5:8) TO WS-REPORT-DATE
    ELSE
        IF WS-OPTION-CARD(5:8) NOT = SPACES
            DISPLAY "FATAL: report date is not YYYYMMDD: "
                WS-OPTION-CARD
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE
    END-IF.
    COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE) - WS-STALE-DAYS).

RELEASE-ACTIVITY.
    PERFORM LOAD-LOCATION-FILE.
    PERFORM RELEASE-PRODUCT-MASTER.
    PERFORM RELEASE-PRODUCT-FILE.
    PERFORM RELEASE-SENT-MARKERS.
    IF WS-LOCN-COUNT = ZERO
        MOVE SPACES TO WS-NEW-LOCATION
        MOVE "Y" TO WS-NEW-LOCATION-CHECK
        PERFORM NOTE-LOCATION
    END-IF.
    PERFORM VARYING WS-LOCN-INDEX FROM 1 BY 1
            UNTIL WS-LOCN-INDEX > WS-LOCN-COUNT
        PERFORM RELEASE-ITEM-MASTER
    END-PERFORM.

LOAD-LOCATION-FILE.
    OPEN INPUT LOCATION-FILE.
    IF WS-LOCN-FILE-STATUS = "00"
        SET WS-LOCN-FILE-LOADED TO TRUE
        PERFORM UNTIL WS-LOCN-FILE-STATUS = "10"
            READ LOCATION-FILE
                AT END MOVE "10" TO WS-LOCN-FILE-STATUS
            END-READ
            IF WS-LOCN-FILE-STATUS = "00"
                MOVE LOC-CODE TO WS-NEW-LOCATION
                MOVE "Y" TO WS-NEW-LOCATION-CHECK
                PERFORM NOTE-LOCATION
            END-IF
        END-PERFORM
        CLOSE LOCATION-FILE
    ELSE
        IF WS-LOCN-FILE-STATUS = "05"
            CLOSE LOCATION-FILE
        END-IF
    END-IF.

NOTE-LOCATION.
    MOVE "N" TO WS-LOCN-FOUND-SWITCH.
    PERFORM VARYING WS-LOCN-INDEX FROM 1 BY 1
            UNTIL WS-LOCN-INDEX > WS-LOCN-COUNT
            OR WS-LOCN-FOUND
        IF WS-LOCN-CODE(WS-LOCN-INDEX) = WS-NEW-LOCATION
            SET WS-LOCN-FOUND TO TRUE
        END-IF
    END-PERFORM.
    IF NOT WS-LOCN-FOUND
        IF WS-LOCN-COUNT >= 200
            DISPLAY "FATAL: more than 200 distinct locations on"
                " LOCNFILE, PRODMAST, PRODOUT and POSSENT."
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-LOCN-COUNT
        MOVE WS-NEW-LOCATION TO WS-LOCN-CODE(WS-LOCN-COUNT)
        MOVE WS-NEW-LOCATION-CHECK TO WS-LOCN-CHECK(WS-LOCN-COUNT)
    END-IF.

RELEASE-PRODUCT-MASTER.
    OPEN INPUT PRODUCT-MASTER.
    IF WS-MASTER-FILE-STATUS = "00"
        PERFORM UNTIL WS-MASTER-FILE-STATUS = "10"
            READ PRODUCT-MASTER NEXT RECORD
                AT END MOVE "10" TO WS-MASTER-FILE-STATUS
            END-READ
            IF WS-MASTER-FILE-STATUS = "00" AND PM-COUNTER = 1
                MOVE SPACES TO ACTIVITY-SORT-RECORD
                MOVE PM-LOCATION TO AS-LOCATION
                MOVE PM-ITEM-CODE TO AS-ITEM-CODE
                MOVE "M" TO AS-SOURCE
                MOVE PM-RUN-ID(1:8) TO AS-DATE
                MOVE PM-ITEM-DESC TO AS-ITEM-DESC
                PERFORM RELEASE-ACTIVITY-RECORD
            END-IF
        END-PERFORM
        CLOSE PRODUCT-MASTER
    ELSE
        IF WS-MASTER-FILE-STATUS = "05"
            CLOSE PRODUCT-MASTER
        END-IF
    END-IF.

RELEASE-PRODUCT-FILE.
    OPEN INPUT PRODUCT-FILE.
    IF WS-PRODUCT-FILE-STATUS = "00"
        PERFORM UNTIL WS-PRODUCT-FILE-STATUS = "10"
            READ PRODUCT-FILE
                AT END MOVE "10" TO WS-PRODUCT-FILE-STATUS
            END-READ
            IF WS-PRODUCT-FILE-STATUS = "00" AND PR-COUNTER = 1
                MOVE SPACES TO ACTIVITY-SORT-RECORD
                MOVE PR-LOCATION TO AS-LOCATION
                MOVE PR-ITEM-CODE TO AS-ITEM-CODE
                MOVE "O" TO AS-SOURCE
                MOVE PR-RUN-ID(1:8) TO AS-DATE
                MOVE PR-ITEM-DESC TO AS-ITEM-DESC
                PERFORM RELEASE-ACTIVITY-RECORD
            END-IF
        END-PERFORM
        CLOSE PRODUCT-FILE
    ELSE
        IF WS-PRODUCT-FILE-STATUS = "05"
            CLOSE PRODUCT-FILE
        END-IF
    END-IF.

RELEASE-SENT-MARKERS.
    OPEN INPUT SENT-FILE.
    IF WS-SENT-FILE-STATUS = "00"
        PERFORM UNTIL WS-SENT-FILE-STATUS = "10"
            READ SENT-FILE
                AT END MOVE "10" TO WS-SENT-FILE-STATUS
            END-READ
            IF WS-SENT-FILE-STATUS = "00"
                MOVE SPACES TO ACTIVITY-SORT-RECORD
                MOVE PS-LOCATION TO AS-LOCATION
                MOVE PS-ITEM-CODE TO AS-ITEM-CODE
                MOVE "S" TO AS-SOURCE
                MOVE PS-XMIT-ID(1:8) TO AS-DATE
                PERFORM RELEASE-ACTIVITY-RECORD
            END-IF
        END-PERFORM
        CLOSE SENT-FILE
    ELSE
        IF WS-SENT-FILE-STATUS = "05"
            CLOSE SENT-FILE
        END-IF
    END-IF.

RELEASE-ACTIVITY-RECORD.
    ADD 1 TO WS-ACTIVITY-COUNT.
    RELEASE ACTIVITY-SORT-RECORD.
    MOVE AS-LOCATION TO WS-NEW-LOCATION.
    IF WS-LOCN-FILE-LOADED
        MOVE "N" TO WS-NEW-LOCATION-CHECK
    ELSE
        MOVE "Y" TO WS-NEW-LOCATION-CHECK
    END-IF.
    PERFORM NOTE-LOCATION.

RELEASE-ITEM-MASTER.
    OPEN INPUT ITEM-MASTER.
    IF WS-ITEM-FILE-STATUS NOT = "00"
        DISPLAY "FATAL: unable to open ITEMMAST, file status "
            WS-ITEM-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM UNTIL WS-ITEM-FILE-STATUS = "10"
        READ ITEM-MASTER NEXT RECORD
            AT END MOVE "10" TO WS-ITEM-FILE-STATUS
        END-READ
        IF WS-ITEM-FILE-STATUS = "00"
            IF WS-LOCN-INDEX = 1
                ADD 1 TO WS-ITEM-COUNT
            END-IF
            MOVE SPACES TO ACTIVITY-SORT-RECORD
            MOVE WS-LOCN-CODE(WS-LOCN-INDEX) TO AS-LOCATION
            MOVE IM-ITEM-CODE TO AS-ITEM-CODE
            MOVE "I" TO AS-SOURCE
            MOVE ZERO TO AS-DATE
            MOVE IM-ITEM-DESC TO AS-ITEM-DESC
            MOVE IM-ACTIVE-FLAG TO AS-ACTIVE-FLAG
            MOVE IM-STATUS-DATE TO AS-STATUS-DATE
            MOVE WS-LOCN-CHECK(WS-LOCN-INDEX) TO AS-CHECK-COVERAGE
            RELEASE ACTIVITY-SORT-RECORD
        END-IF
    END-PERFORM.
    CLOSE ITEM-MASTER.

MATCH-ACTIVITY.
    PERFORM RETURN-ACTIVITY.
    IF NOT WS-ACTIVITY-EOF
        PERFORM START-ITEM-GROUP
    END-IF.
    PERFORM UNTIL WS-ACTIVITY-EOF
        IF AS-LOCATION NOT = WS-GRP-LOCATION
           OR AS-ITEM-CODE NOT = WS-GRP-ITEM-CODE
            PERFORM CLOSE-ITEM-GROUP
            PERFORM START-ITEM-GROUP
        END-IF
        PERFORM TAKE-ACTIVITY-RECORD
        PERFORM RETURN-ACTIVITY
    END-PERFORM.
    IF WS-GRP-LOCATION NOT = HIGH-VALUES
        PERFORM CLOSE-ITEM-GROUP
    END-IF.

RETURN-ACTIVITY.
    RETURN ACTIVITY-SORT-FILE
        AT END SET WS-ACTIVITY-EOF TO TRUE
    END-RETURN.

START-ITEM-GROUP.
    MOVE AS-LOCATION TO WS-GRP-LOCATION.
    MOVE AS-ITEM-CODE TO WS-GRP-ITEM-CODE.
    MOVE AS-ITEM-DESC TO WS-GRP-ITEM-DESC.
    MOVE "N" TO WS-GRP-ON-MASTER-SWITCH.
    MOVE SPACE TO WS-GRP-ACTIVE-FLAG.
    MOVE SPACES TO WS-GRP-STATUS-DATE.
    MOVE "N" TO WS-GRP-CHECK-COVERAGE.
    MOVE ZERO TO WS-GRP-LAST-TABLED.
    MOVE ZERO TO WS-GRP-PM-COUNT.
    MOVE ZERO TO WS-GRP-PM-LAST.
    MOVE ZERO TO WS-GRP-PO-COUNT.
    MOVE ZERO TO WS-GRP-SENT-AFTER.
    MOVE ZERO TO WS-GRP-LAST-SENT.

TAKE-ACTIVITY-RECORD.
    IF AS-SOURCE = "I"
        SET WS-GRP-ON-MASTER TO TRUE
        MOVE AS-ITEM-DESC TO WS-GRP-ITEM-DESC
        MOVE AS-ACTIVE-FLAG TO WS-GRP-ACTIVE-FLAG
        MOVE AS-STATUS-DATE TO WS-GRP-STATUS-DATE
        MOVE AS-CHECK-COVERAGE TO WS-GRP-CHECK-COVERAGE
    END-IF.
    IF AS-SOURCE = "M" OR AS-SOURCE = "O"
        IF AS-DATE > WS-GRP-LAST-TABLED
            MOVE AS-DATE TO WS-GRP-LAST-TABLED
        END-IF
        IF WS-GRP-ITEM-DESC = SPACES
            MOVE AS-ITEM-DESC TO WS-GRP-ITEM-DESC
        END-IF
    END-IF.
    IF AS-SOURCE = "M"
        ADD 1 TO WS-GRP-PM-COUNT
        IF AS-DATE > WS-GRP-PM-LAST
            MOVE AS-DATE TO WS-GRP-PM-LAST
        END-IF
    END-IF.
    IF AS-SOURCE = "O"
        ADD 1 TO WS-GRP-PO-COUNT
    END-IF.
    IF AS-SOURCE = "S"
       AND WS-GRP-ON-MASTER AND WS-GRP-ACTIVE-FLAG = "I"
        IF WS-GRP-STATUS-DATE IS NOT NUMERIC
           OR WS-GRP-STATUS-DATE = ZERO
           OR AS-DATE >= WS-GRP-STATUS-DATE
            ADD 1 TO WS-GRP-SENT-AFTER
            IF AS-DATE > WS-GRP-LAST-SENT
                MOVE AS-DATE TO WS-GRP-LAST-SENT
            END-IF
        END-IF
    END-IF.

CLOSE-ITEM-GROUP.
    MOVE SPACES TO FINDING-RECORD.
    MOVE WS-GRP-LOCATION TO FN-LOCATION.
    MOVE WS-GRP-ITEM-CODE TO FN-ITEM-CODE.
    MOVE WS-GRP-ITEM-DESC TO FN-ITEM-DESC.
    MOVE WS-GRP-STATUS-DATE TO FN-STATUS-DATE.
    IF WS-GRP-ON-MASTER
        IF WS-GRP-ACTIVE-FLAG = "A"
           AND WS-GRP-CHECK-COVERAGE = "Y"
           AND WS-GRP-LAST-TABLED < WS-CUTOFF-DATE
            MOVE "1" TO FN-CATEGORY
            MOVE WS-GRP-LAST-TABLED TO FN-DATE
            MOVE ZERO TO FN-COUNT
            PERFORM WRITE-FINDING
        END-IF
        IF WS-GRP-ACTIVE-FLAG = "I" AND WS-GRP-PM-COUNT > ZERO
            MOVE "2" TO FN-CATEGORY
            MOVE WS-GRP-PM-LAST TO FN-DATE
            MOVE WS-GRP-PM-COUNT TO FN-COUNT
            PERFORM WRITE-FINDING
        END-IF
        IF WS-GRP-ACTIVE-FLAG = "I" AND WS-GRP-SENT-AFTER > ZERO
            MOVE "3" TO FN-CATEGORY
            MOVE WS-GRP-LAST-SENT TO FN-DATE
            MOVE WS-GRP-SENT-AFTER TO FN-COUNT
            PERFORM WRITE-FINDING
        END-IF
    ELSE
        IF WS-GRP-PM-COUNT > ZERO OR WS-GRP-PO-COUNT > ZERO
            MOVE "4" TO FN-CATEGORY
            MOVE WS-GRP-LAST-TABLED TO FN-DATE
            MOVE WS-GRP-PM-COUNT TO FN-COUNT
            IF WS-GRP-PO-COUNT > WS-GRP-PM-COUNT
                MOVE WS-GRP-PO-COUNT TO FN-COUNT
            END-IF
            IF WS-GRP-PM-COUNT = ZERO
                MOVE "PRODOUT" TO FN-SOURCE
            ELSE
                IF WS-GRP-PO-COUNT = ZERO
                    MOVE "PRODMAST" TO FN-SOURCE
                ELSE
                    MOVE "BOTH" TO FN-SOURCE
                END-IF
            END-IF
            PERFORM WRITE-FINDING
        END-IF
    END-IF.

WRITE-FINDING.
    WRITE FINDING-RECORD.
    IF WS-FINDING-FILE-STATUS NOT = "00"
        DISPLAY "FATAL: unable to write SKUWORK, file status "
            WS-FINDING-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

PRINT-FINDINGS.
    PERFORM RETURN-FINDING.
    IF WS-FINDING-EOF
        DISPLAY " "
        DISPLAY "NO COVERAGE GAPS OR ORPHANS FOUND."
    END-IF.
    PERFORM UNTIL WS-FINDING-EOF
        IF WS-PRT-FIRST OR FS-LOCATION NOT = WS-PRT-LOCATION
            IF NOT WS-PRT-FIRST
                PERFORM PRINT-LOCATION-COUNTS
            END-IF
            MOVE "N" TO WS-PRT-FIRST-SWITCH
            MOVE FS-LOCATION TO WS-PRT-LOCATION
            MOVE SPACE TO WS-PRT-CATEGORY
            MOVE ZEROES TO WS-LOC-COUNTS
            MOVE FS-LOCATION TO WS-LOCATION-LABEL
            IF FS-LOCATION = SPACES
                MOVE "(NONE)" TO WS-LOCATION-LABEL
            END-IF
            DISPLAY " "
            DISPLAY "LOCATION: " WS-LOCATION-LABEL
        END-IF
        IF FS-CATEGORY NOT = WS-PRT-CATEGORY
            MOVE FS-CATEGORY TO WS-PRT-CATEGORY
            MOVE FS-CATEGORY TO WS-CAT-INDEX
            DISPLAY "  " WS-CATEGORY-TITLE(WS-CAT-INDEX)
            PERFORM PRINT-CATEGORY-HEADING
        END-IF
        PERFORM PRINT-FINDING-LINE
        PERFORM RETURN-FINDING
    END-PERFORM.
    IF NOT WS-PRT-FIRST
        PERFORM PRINT-LOCATION-COUNTS
    END-IF.

RETURN-FINDING.
    RETURN FINDING-SORT-FILE
        AT END SET WS-FINDING-EOF TO TRUE
    END-RETURN.

PRINT-CATEGORY-HEADING.
    IF WS-CAT-INDEX = 1
        DISPLAY "    ITEM     DESCRIPTION          LAST TABLED"
    END-IF.
    IF WS-CAT-INDEX = 2
        DISPLAY "    ITEM     DESCRIPTION          TABLES LAST RUN"
            "   STATUS DATE"
    END-IF.
    IF WS-CAT-INDEX = 3
        DISPLAY "    ITEM     DESCRIPTION          SENDS  LAST SENT"
            "  DEACTIVATED"
    END-IF.
    IF WS-CAT-INDEX = 4
        DISPLAY "    ITEM     DESCRIPTION          TABLES LAST RUN"
            "   FOUND ON"
    END-IF.

PRINT-FINDING-LINE.
    ADD 1 TO WS-LOC-CAT-COUNT(WS-CAT-INDEX).
    ADD 1 TO WS-TOTAL-CAT-COUNT(WS-CAT-INDEX).
    MOVE "UNKNOWN" TO WS-DATE-TEXT.
    IF FS-STATUS-DATE IS NUMERIC AND FS-STATUS-DATE NOT = ZERO
        MOVE FS-STATUS-DATE TO WS-DATE-TEXT
    END-IF.
    IF WS-CAT-INDEX = 1
        IF FS-DATE = ZERO
            DISPLAY "    " FS-ITEM-CODE " " FS-ITEM-DESC " NEVER"
        ELSE
            DISPLAY "    " FS-ITEM-CODE " " FS-ITEM-DESC " " FS-DATE
        END-IF
    END-IF.
    IF WS-CAT-INDEX = 2
        DISPLAY "    " FS-ITEM-CODE " " FS-ITEM-DESC " " FS-COUNT
            "  " FS-DATE "  " WS-DATE-TEXT
    END-IF.
    IF WS-CAT-INDEX = 3
        DISPLAY "    " FS-ITEM-CODE " " FS-ITEM-DESC " " FS-COUNT
            "  " FS-DATE "   " WS-DATE-TEXT
    END-IF.
    IF WS-CAT-INDEX = 4
        DISPLAY "    " FS-ITEM-CODE " " FS-ITEM-DESC " " FS-COUNT
            "  " FS-DATE "  " FS-SOURCE
    END-IF.

PRINT-LOCATION-COUNTS.
    DISPLAY "  COUNTS FOR " WS-LOCATION-LABEL ":".
    PERFORM VARYING WS-CAT-INDEX FROM 1 BY 1
            UNTIL WS-CAT-INDEX > 4
        DISPLAY "    " WS-CATEGORY-TITLE(WS-CAT-INDEX) " "
            WS-LOC-CAT-COUNT(WS-CAT-INDEX)
    END-PERFORM.
