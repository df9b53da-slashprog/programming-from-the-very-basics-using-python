IDENTIFICATION DIVISION.
PROGRAM-ID. ITMHIST.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL ITEM-JOURNAL ASSIGN TO "ITEMJRNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-FILE-STATUS.
    SELECT HISTORY-SORT-FILE ASSIGN TO "SORTWK01".

DATA DIVISION.
FILE SECTION.
FD  ITEM-JOURNAL.
COPY "ITMJREC.CPY".

SD  HISTORY-SORT-FILE.
01 HISTORY-SORT-RECORD.
    05 HS-ITEM-CODE PIC X(8).
    05 HS-DATE PIC 9(8).
    05 HS-TIME PIC 9(6).
    05 HS-SEQUENCE PIC 9(7).
    05 HS-OPERATOR PIC X(8).
    05 HS-ACTION PIC X(3).
    05 HS-BEF-ITEM-DESC PIC X(20).
    05 HS-BEF-ACTIVE-FLAG PIC X(1).
    05 HS-BEF-TAX-EXEMPT PIC X(1).
    05 HS-AFT-ITEM-DESC PIC X(20).
    05 HS-AFT-ACTIVE-FLAG PIC X(1).
    05 HS-AFT-TAX-EXEMPT PIC X(1).

WORKING-STORAGE SECTION.
01 WS-JOURNAL-FILE-STATUS PIC X(2).
01 WS-OPTION-CARD PIC X(26).
01 WS-SELECT-ITEM PIC X(8) VALUE SPACES.
01 WS-FROM-DATE PIC 9(8) VALUE ZERO.
01 WS-THRU-DATE PIC 9(8) VALUE 99999999.
01 WS-JOURNAL-READ PIC 9(7) VALUE ZERO.
01 WS-SELECTED-COUNT PIC 9(7) VALUE ZERO.
01 WS-ITEM-COUNT PIC 9(7) VALUE ZERO.
01 WS-HISTORY-EOF-SWITCH PIC X(1) VALUE "N".
    88 WS-HISTORY-EOF VALUE "Y".
01 WS-PRT-ITEM-CODE PIC X(8) VALUE HIGH-VALUES.
01 WS-CHANGE-PREFIX PIC X(30).
01 WS-CHANGE-TEXT PIC X(60).
01 WS-CHANGE-LINES PIC 9(2).

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM GET-OPTION-CARD.
    DISPLAY "ITMHIST - ITEM CHANGE HISTORY FROM ITEMJRNL".
    IF WS-SELECT-ITEM = SPACES
        DISPLAY "ALL ITEMS, CHANGES DATED " WS-FROM-DATE " THRU "
            WS-THRU-DATE
    ELSE
        DISPLAY "ITEM " WS-SELECT-ITEM ", CHANGES DATED "
            WS-FROM-DATE " THRU " WS-THRU-DATE
    END-IF.
    SORT HISTORY-SORT-FILE
        ON ASCENDING KEY HS-ITEM-CODE HS-DATE HS-TIME HS-SEQUENCE
        INPUT PROCEDURE IS RELEASE-JOURNAL
        OUTPUT PROCEDURE IS PRINT-HISTORY.
    DISPLAY " ".
    DISPLAY "ITMHIST COMPLETE".
    DISPLAY "  JOURNAL RECORDS READ:  " WS-JOURNAL-READ.
    DISPLAY "  CHANGES LISTED:        " WS-SELECTED-COUNT.
    DISPLAY "  ITEMS LISTED:          " WS-ITEM-COUNT.
    IF WS-SELECTED-COUNT = ZERO
        MOVE 4 TO RETURN-CODE
    END-IF.
    STOP RUN.

GET-OPTION-CARD.
    DISPLAY "Enter item code (blank for all), from date YYYYMMDD"
        " and thru date YYYYMMDD (blank for whole journal):".
    MOVE SPACES TO WS-OPTION-CARD.
    ACCEPT WS-OPTION-CARD.
    MOVE WS-OPTION-CARD(1:8) TO WS-SELECT-ITEM.
    IF WS-OPTION-CARD(10:8) IS NUMERIC
        MOVE WS-OPTION-CARD(10:8) TO WS-FROM-DATE
    ELSE
        IF WS-OPTION-CARD(10:8) NOT = SPACES
            DISPLAY "FATAL: from date is not YYYYMMDD: "
                WS-OPTION-CARD
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
    IF WS-OPTION-CARD(19:8) IS NUMERIC
        MOVE WS-OPTION-CARD(19:8) TO WS-THRU-DATE
    ELSE
        IF WS-OPTION-CARD(19:8) NOT = SPACES
            DISPLAY "FATAL: thru date is not YYYYMMDD: "
                WS-OPTION-CARD
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
    IF WS-FROM-DATE > WS-THRU-DATE
        DISPLAY "FATAL: from date is after thru date: "
            WS-OPTION-CARD
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

RELEASE-JOURNAL.
    OPEN INPUT ITEM-JOURNAL.
    IF WS-JOURNAL-FILE-STATUS = "00"
        PERFORM UNTIL WS-JOURNAL-FILE-STATUS = "10"
            READ ITEM-JOURNAL
                AT END MOVE "10" TO WS-JOURNAL-FILE-STATUS
            END-READ
            IF WS-JOURNAL-FILE-STATUS = "00"
                ADD 1 TO WS-JOURNAL-READ
                IF (WS-SELECT-ITEM = SPACES
                    OR WS-SELECT-ITEM = IJ-AFT-ITEM-CODE)
                   AND IJ-DATE >= WS-FROM-DATE
                   AND IJ-DATE <= WS-THRU-DATE
                    PERFORM RELEASE-JOURNAL-RECORD
                END-IF
            END-IF
        END-PERFORM
        CLOSE ITEM-JOURNAL
    ELSE
        IF WS-JOURNAL-FILE-STATUS = "05"
            CLOSE ITEM-JOURNAL
        END-IF
        DISPLAY "WARNING: no ITEMJRNL - no changes have been"
            " journalled yet"
    END-IF.

RELEASE-JOURNAL-RECORD.
    MOVE IJ-AFT-ITEM-CODE TO HS-ITEM-CODE.
    MOVE IJ-DATE TO HS-DATE.
    MOVE IJ-TIME TO HS-TIME.
    MOVE WS-JOURNAL-READ TO HS-SEQUENCE.
    MOVE IJ-OPERATOR TO HS-OPERATOR.
    MOVE IJ-ACTION TO HS-ACTION.
    MOVE IJ-BEF-ITEM-DESC TO HS-BEF-ITEM-DESC.
    MOVE IJ-BEF-ACTIVE-FLAG TO HS-BEF-ACTIVE-FLAG.
    MOVE IJ-BEF-TAX-EXEMPT TO HS-BEF-TAX-EXEMPT.
    MOVE IJ-AFT-ITEM-DESC TO HS-AFT-ITEM-DESC.
    MOVE IJ-AFT-ACTIVE-FLAG TO HS-AFT-ACTIVE-FLAG.
    MOVE IJ-AFT-TAX-EXEMPT TO HS-AFT-TAX-EXEMPT.
    RELEASE HISTORY-SORT-RECORD.

PRINT-HISTORY.
    PERFORM RETURN-HISTORY.
    IF WS-HISTORY-EOF
        DISPLAY " "
        DISPLAY "NO JOURNALLED CHANGES MATCH THE SELECTION."
    END-IF.
    PERFORM UNTIL WS-HISTORY-EOF
        IF HS-ITEM-CODE NOT = WS-PRT-ITEM-CODE
            PERFORM PRINT-ITEM-HEADING
        END-IF
        PERFORM PRINT-HISTORY-LINE
        PERFORM RETURN-HISTORY
    END-PERFORM.

RETURN-HISTORY.
    RETURN HISTORY-SORT-FILE
        AT END SET WS-HISTORY-EOF TO TRUE
    END-RETURN.

PRINT-ITEM-HEADING.
    MOVE HS-ITEM-CODE TO WS-PRT-ITEM-CODE.
    ADD 1 TO WS-ITEM-COUNT.
    DISPLAY " ".
    DISPLAY "ITEM " HS-ITEM-CODE.
    DISPLAY "  DATE     TIME   OPERATOR ACT CHANGE".

PRINT-HISTORY-LINE.
    ADD 1 TO WS-SELECTED-COUNT.
    MOVE SPACES TO WS-CHANGE-PREFIX.
    STRING "  " HS-DATE " " HS-TIME " " HS-OPERATOR " " HS-ACTION
        DELIMITED BY SIZE INTO WS-CHANGE-PREFIX.
    MOVE ZERO TO WS-CHANGE-LINES.
    IF HS-ACTION = "ADD"
        MOVE SPACES TO WS-CHANGE-TEXT
        STRING "ADDED AS " HS-AFT-ITEM-DESC " STATUS "
            HS-AFT-ACTIVE-FLAG " TAX EXEMPT " HS-AFT-TAX-EXEMPT
            DELIMITED BY SIZE INTO WS-CHANGE-TEXT
        PERFORM PRINT-CHANGE-TEXT
    ELSE
        IF HS-AFT-ITEM-DESC NOT = HS-BEF-ITEM-DESC
            MOVE SPACES TO WS-CHANGE-TEXT
            STRING "DESC " HS-BEF-ITEM-DESC " -> " HS-AFT-ITEM-DESC
                DELIMITED BY SIZE INTO WS-CHANGE-TEXT
            PERFORM PRINT-CHANGE-TEXT
        END-IF
        IF HS-AFT-ACTIVE-FLAG NOT = HS-BEF-ACTIVE-FLAG
            MOVE SPACES TO WS-CHANGE-TEXT
            STRING "STATUS " HS-BEF-ACTIVE-FLAG " -> "
                HS-AFT-ACTIVE-FLAG
                DELIMITED BY SIZE INTO WS-CHANGE-TEXT
            PERFORM PRINT-CHANGE-TEXT
        END-IF
        IF HS-AFT-TAX-EXEMPT NOT = HS-BEF-TAX-EXEMPT
            MOVE SPACES TO WS-CHANGE-TEXT
            STRING "TAX EXEMPT " HS-BEF-TAX-EXEMPT " -> "
                HS-AFT-TAX-EXEMPT
                DELIMITED BY SIZE INTO WS-CHANGE-TEXT
            PERFORM PRINT-CHANGE-TEXT
        END-IF
        IF WS-CHANGE-LINES = ZERO
            MOVE "NO FIELD CHANGED" TO WS-CHANGE-TEXT
            PERFORM PRINT-CHANGE-TEXT
        END-IF
    END-IF.

PRINT-CHANGE-TEXT.
    DISPLAY WS-CHANGE-PREFIX " " WS-CHANGE-TEXT.
    MOVE SPACES TO WS-CHANGE-PREFIX.
    ADD 1 TO WS-CHANGE-LINES.
