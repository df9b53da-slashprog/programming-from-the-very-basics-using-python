IDENTIFICATION DIVISION.
PROGRAM-ID. ITMXTRCT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL ITEM-JOURNAL ASSIGN TO "ITEMJRNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-FILE-STATUS.
    SELECT XMIT-FILE ASSIGN TO "ITMXMIT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-XMIT-FILE-STATUS.
    SELECT OPTIONAL XMIT-CONTROL-FILE ASSIGN TO "XMITCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-XMITCTL-STATUS.
    SELECT CHANGE-SORT-FILE ASSIGN TO "SORTWK01".

DATA DIVISION.
FILE SECTION.
FD  ITEM-JOURNAL.
COPY "ITMJREC.CPY".

FD  XMIT-FILE.
01 XMIT-RECORD PIC X(46).

FD  XMIT-CONTROL-FILE.
COPY "XMITREC.CPY".

SD  CHANGE-SORT-FILE.
01 CHANGE-SORT-RECORD.
    05 CS-ITEM-CODE PIC X(8).
    05 CS-DATE PIC 9(8).
    05 CS-TIME PIC 9(6).
    05 CS-SEQUENCE PIC 9(7).
    05 CS-BEF-ITEM-CODE PIC X(8).
    05 CS-BEF-ITEM-DESC PIC X(20).
    05 CS-BEF-ACTIVE-FLAG PIC X(1).
    05 CS-BEF-TAX-EXEMPT PIC X(1).
    05 CS-AFT-ITEM-DESC PIC X(20).
    05 CS-AFT-ACTIVE-FLAG PIC X(1).
    05 CS-AFT-TAX-EXEMPT PIC X(1).

WORKING-STORAGE SECTION.
01 WS-JOURNAL-FILE-STATUS PIC X(2).
01 WS-XMIT-FILE-STATUS PIC X(2).
01 WS-XMITCTL-STATUS PIC X(2).
01 WS-SELECT-CARD PIC X(22).
01 WS-SELECTION-TEXT PIC X(22) VALUE "ITEMS".
01 WS-CURRENT-DATE PIC 9(8).
01 WS-XMIT-ID PIC 9(14).
01 WS-FROM-STAMP PIC 9(14) VALUE ZERO.
01 WS-THRU-STAMP PIC 9(14).
01 WS-JOURNAL-STAMP.
    05 WS-JRN-DATE PIC 9(8).
    05 WS-JRN-TIME PIC 9(6).
01 WS-JOURNAL-STAMP-NUM REDEFINES WS-JOURNAL-STAMP PIC 9(14).
01 WS-RESEND-MODE-SWITCH PIC X(1) VALUE "N".
    88 WS-RESEND-MODE-ON VALUE "Y".
01 WS-RESEND-ID PIC 9(14) VALUE ZERO.
01 WS-RESEND-FOUND-SWITCH PIC X(1) VALUE "N".
    88 WS-RESEND-FOUND VALUE "Y".
01 WS-ORIG-COUNT PIC 9(7) VALUE ZERO.
01 WS-ORIG-HASH PIC 9(13) VALUE ZERO.
01 WS-CHANGE-EOF-SWITCH PIC X(1) VALUE "N".
    88 WS-CHANGE-EOF VALUE "Y".
01 WS-GRP-ITEM-CODE PIC X(8).
01 WS-GRP-BEFORE-SWITCH PIC X(1).
    88 WS-GRP-ON-REGISTERS-BEFORE VALUE "Y".
01 WS-GRP-BEF-ITEM-DESC PIC X(20).
01 WS-GRP-BEF-TAX-EXEMPT PIC X(1).
01 WS-GRP-AFT-ITEM-DESC PIC X(20).
01 WS-GRP-AFT-ACTIVE-FLAG PIC X(1).
01 WS-GRP-AFT-TAX-EXEMPT PIC X(1).
01 WS-GRP-CHANGE-DATE PIC 9(8).
01 WS-JOURNAL-READ PIC 9(7) VALUE ZERO.
01 WS-SELECTED-COUNT PIC 9(7) VALUE ZERO.
01 WS-ADD-COUNT PIC 9(7) VALUE ZERO.
01 WS-CHANGE-COUNT PIC 9(7) VALUE ZERO.
01 WS-DELETE-COUNT PIC 9(7) VALUE ZERO.
01 WS-NO-NET-COUNT PIC 9(7) VALUE ZERO.
01 WS-DETAIL-COUNT PIC 9(7) VALUE ZERO.
01 WS-HASH-TOTAL PIC 9(13) VALUE ZERO.
01 WS-XMIT-HEADER.
    05 FILLER PIC X(1) VALUE "H".
    05 WS-HDR-DATE PIC 9(8).
    05 WS-HDR-SOURCE PIC X(8) VALUE "ITMMAINT".
    05 FILLER PIC X(29) VALUE SPACES.
01 WS-XMIT-DETAIL.
    05 WS-DTL-TYPE PIC X(1).
    05 WS-DTL-ITEM-CODE PIC X(8).
    05 WS-DTL-ITEM-DESC PIC X(20).
    05 WS-DTL-TAX-EXEMPT PIC X(1).
    05 WS-DTL-CHANGE-DATE PIC 9(8).
    05 FILLER PIC X(8) VALUE SPACES.
01 WS-XMIT-TRAILER.
    05 FILLER PIC X(1) VALUE "T".
    05 WS-TRL-COUNT PIC 9(7).
    05 WS-TRL-HASH PIC 9(13).
    05 FILLER PIC X(25) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-PARA.
    DISPLAY "ITMXTRCT - POINT-OF-SALE ITEM MAINTENANCE EXTRACT".
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-XMIT-ID.
    MOVE WS-XMIT-ID TO WS-THRU-STAMP.
    PERFORM GET-SELECTION-CARD.
    PERFORM FIND-TRANSMISSION-WINDOW.
    SORT CHANGE-SORT-FILE
        ON ASCENDING KEY CS-ITEM-CODE CS-DATE CS-TIME CS-SEQUENCE
        INPUT PROCEDURE IS RELEASE-JOURNAL-CHANGES
        OUTPUT PROCEDURE IS WRITE-ITEM-FEED.
    PERFORM WRITE-CONTROL-ENTRY.
    DISPLAY "EXTRACT COMPLETE".
    DISPLAY "  TRANSMISSION ID:        " WS-XMIT-ID.
    DISPLAY "  JOURNAL RECORDS READ:   " WS-JOURNAL-READ.
    DISPLAY "  CHANGES IN WINDOW:      " WS-SELECTED-COUNT.
    DISPLAY "  ITEMS ADDED (A):        " WS-ADD-COUNT.
    DISPLAY "  ITEMS CHANGED (C):      " WS-CHANGE-COUNT.
    DISPLAY "  ITEMS DELETED (D):      " WS-DELETE-COUNT.
    DISPLAY "  NO NET CHANGE:          " WS-NO-NET-COUNT.
    DISPLAY "  DETAIL RECORDS WRITTEN: " WS-DETAIL-COUNT.
    DISPLAY "  HASH TOTAL:             " WS-TRL-HASH.
    IF WS-RESEND-MODE-ON
        PERFORM CHECK-RESEND-TOTALS
    END-IF.
    IF WS-DETAIL-COUNT = ZERO
        DISPLAY "WARNING: no item changes to transmit."
        MOVE 4 TO RETURN-CODE
    END-IF.
    STOP RUN.

GET-SELECTION-CARD.
    DISPLAY "Enter RESEND NNNNNNNNNNNNNN for a prior transmission,"
        " or a blank card for the changes since the last one:".
    MOVE SPACES TO WS-SELECT-CARD.
    ACCEPT WS-SELECT-CARD.
    IF WS-SELECT-CARD NOT = SPACES
        IF WS-SELECT-CARD(1:6) = "RESEND"
           AND WS-SELECT-CARD(8:14) IS NUMERIC
            SET WS-RESEND-MODE-ON TO TRUE
            MOVE WS-SELECT-CARD(8:14) TO WS-RESEND-ID
            MOVE WS-RESEND-ID TO WS-THRU-STAMP
            MOVE SPACES TO WS-SELECTION-TEXT
            STRING "ITEMS R " WS-RESEND-ID
                DELIMITED BY SIZE INTO WS-SELECTION-TEXT
        ELSE
            DISPLAY "FATAL: card is not blank or RESEND + 14-digit"
                " transmission id: " WS-SELECT-CARD
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.

FIND-TRANSMISSION-WINDOW.
    OPEN INPUT XMIT-CONTROL-FILE.
    IF WS-XMITCTL-STATUS = "00"
        PERFORM UNTIL WS-XMITCTL-STATUS = "10"
            READ XMIT-CONTROL-FILE
                AT END MOVE "10" TO WS-XMITCTL-STATUS
            END-READ
            IF WS-XMITCTL-STATUS = "00"
                PERFORM NOTE-CONTROL-ENTRY
            END-IF
        END-PERFORM
        CLOSE XMIT-CONTROL-FILE
    ELSE
        IF WS-XMITCTL-STATUS = "05"
            CLOSE XMIT-CONTROL-FILE
        END-IF
    END-IF.
    IF WS-RESEND-MODE-ON
        IF NOT WS-RESEND-FOUND
            DISPLAY "FATAL: transmission " WS-RESEND-ID
                " is not an original item transmission on the"
                " XMITCTL control log - cannot resend."
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        DISPLAY "RESENDING TRANSMISSION " WS-RESEND-ID
            " - ORIGINAL COUNT " WS-ORIG-COUNT
            " HASH " WS-ORIG-HASH
    END-IF.
    DISPLAY "ITEM CHANGES JOURNALLED AFTER " WS-FROM-STAMP
        " THRU " WS-THRU-STAMP.

NOTE-CONTROL-ENTRY.
    IF XC-SELECTION = "ITEMS"
        IF XC-XMIT-ID > WS-FROM-STAMP
           AND XC-XMIT-ID < WS-THRU-STAMP
            MOVE XC-XMIT-ID TO WS-FROM-STAMP
        END-IF
        IF WS-RESEND-MODE-ON
           AND XC-XMIT-ID = WS-RESEND-ID
            SET WS-RESEND-FOUND TO TRUE
            MOVE XC-COUNT TO WS-ORIG-COUNT
            MOVE XC-HASH TO WS-ORIG-HASH
        END-IF
    END-IF.

RELEASE-JOURNAL-CHANGES.
    OPEN INPUT ITEM-JOURNAL.
    IF WS-JOURNAL-FILE-STATUS = "00"
        PERFORM UNTIL WS-JOURNAL-FILE-STATUS = "10"
            READ ITEM-JOURNAL
                AT END MOVE "10" TO WS-JOURNAL-FILE-STATUS
            END-READ
            IF WS-JOURNAL-FILE-STATUS = "00"
                ADD 1 TO WS-JOURNAL-READ
                MOVE IJ-DATE TO WS-JRN-DATE
                MOVE IJ-TIME TO WS-JRN-TIME
                IF WS-JOURNAL-STAMP-NUM > WS-FROM-STAMP
                   AND WS-JOURNAL-STAMP-NUM NOT > WS-THRU-STAMP
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
    ADD 1 TO WS-SELECTED-COUNT.
    MOVE IJ-AFT-ITEM-CODE TO CS-ITEM-CODE.
    MOVE IJ-DATE TO CS-DATE.
    MOVE IJ-TIME TO CS-TIME.
    MOVE WS-JOURNAL-READ TO CS-SEQUENCE.
    MOVE IJ-BEF-ITEM-CODE TO CS-BEF-ITEM-CODE.
    MOVE IJ-BEF-ITEM-DESC TO CS-BEF-ITEM-DESC.
    MOVE IJ-BEF-ACTIVE-FLAG TO CS-BEF-ACTIVE-FLAG.
    MOVE IJ-BEF-TAX-EXEMPT TO CS-BEF-TAX-EXEMPT.
    MOVE IJ-AFT-ITEM-DESC TO CS-AFT-ITEM-DESC.
    MOVE IJ-AFT-ACTIVE-FLAG TO CS-AFT-ACTIVE-FLAG.
    MOVE IJ-AFT-TAX-EXEMPT TO CS-AFT-TAX-EXEMPT.
    RELEASE CHANGE-SORT-RECORD.

WRITE-ITEM-FEED.
    OPEN OUTPUT XMIT-FILE.
    IF WS-XMIT-FILE-STATUS NOT = "00"
        DISPLAY "FATAL: unable to open ITMXMIT, file status "
            WS-XMIT-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
    MOVE WS-CURRENT-DATE TO WS-HDR-DATE.
    WRITE XMIT-RECORD FROM WS-XMIT-HEADER.
    PERFORM RETURN-CHANGE.
    PERFORM UNTIL WS-CHANGE-EOF
        MOVE CS-ITEM-CODE TO WS-GRP-ITEM-CODE
        MOVE "N" TO WS-GRP-BEFORE-SWITCH
        IF CS-BEF-ITEM-CODE NOT = SPACES
           AND CS-BEF-ACTIVE-FLAG = "A"
            SET WS-GRP-ON-REGISTERS-BEFORE TO TRUE
        END-IF
        MOVE CS-BEF-ITEM-DESC TO WS-GRP-BEF-ITEM-DESC
        MOVE CS-BEF-TAX-EXEMPT TO WS-GRP-BEF-TAX-EXEMPT
        PERFORM UNTIL WS-CHANGE-EOF
                OR CS-ITEM-CODE NOT = WS-GRP-ITEM-CODE
            MOVE CS-AFT-ITEM-DESC TO WS-GRP-AFT-ITEM-DESC
            MOVE CS-AFT-ACTIVE-FLAG TO WS-GRP-AFT-ACTIVE-FLAG
            MOVE CS-AFT-TAX-EXEMPT TO WS-GRP-AFT-TAX-EXEMPT
            MOVE CS-DATE TO WS-GRP-CHANGE-DATE
            PERFORM RETURN-CHANGE
        END-PERFORM
        PERFORM WRITE-NET-CHANGE
    END-PERFORM.
    MOVE WS-DETAIL-COUNT TO WS-TRL-COUNT.
    MOVE WS-HASH-TOTAL TO WS-TRL-HASH.
    WRITE XMIT-RECORD FROM WS-XMIT-TRAILER.
    CLOSE XMIT-FILE.

RETURN-CHANGE.
    RETURN CHANGE-SORT-FILE
        AT END SET WS-CHANGE-EOF TO TRUE
    END-RETURN.

WRITE-NET-CHANGE.
    MOVE SPACE TO WS-DTL-TYPE.
    IF WS-GRP-ON-REGISTERS-BEFORE
        IF WS-GRP-AFT-ACTIVE-FLAG = "A"
            IF WS-GRP-AFT-ITEM-DESC NOT = WS-GRP-BEF-ITEM-DESC
               OR WS-GRP-AFT-TAX-EXEMPT NOT = WS-GRP-BEF-TAX-EXEMPT
                MOVE "C" TO WS-DTL-TYPE
                ADD 1 TO WS-CHANGE-COUNT
            END-IF
        ELSE
            MOVE "D" TO WS-DTL-TYPE
            ADD 1 TO WS-DELETE-COUNT
        END-IF
    ELSE
        IF WS-GRP-AFT-ACTIVE-FLAG = "A"
            MOVE "A" TO WS-DTL-TYPE
            ADD 1 TO WS-ADD-COUNT
        END-IF
    END-IF.
    IF WS-DTL-TYPE = SPACE
        ADD 1 TO WS-NO-NET-COUNT
    ELSE
        MOVE WS-GRP-ITEM-CODE TO WS-DTL-ITEM-CODE
        MOVE WS-GRP-AFT-ITEM-DESC TO WS-DTL-ITEM-DESC
        MOVE WS-GRP-AFT-TAX-EXEMPT TO WS-DTL-TAX-EXEMPT
        MOVE WS-GRP-CHANGE-DATE TO WS-DTL-CHANGE-DATE
        WRITE XMIT-RECORD FROM WS-XMIT-DETAIL
        ADD 1 TO WS-DETAIL-COUNT
        ADD WS-GRP-CHANGE-DATE TO WS-HASH-TOTAL
    END-IF.

WRITE-CONTROL-ENTRY.
    OPEN EXTEND XMIT-CONTROL-FILE.
    IF WS-XMITCTL-STATUS = "35"
        OPEN OUTPUT XMIT-CONTROL-FILE
    END-IF.
    IF WS-XMITCTL-STATUS = "00" OR WS-XMITCTL-STATUS = "05"
        MOVE SPACES TO XMIT-CONTROL-RECORD
        MOVE WS-XMIT-ID TO XC-XMIT-ID
        MOVE WS-CURRENT-DATE TO XC-DATE
        MOVE WS-SELECTION-TEXT TO XC-SELECTION
        MOVE WS-TRL-COUNT TO XC-COUNT
        MOVE WS-TRL-HASH TO XC-HASH
        MOVE "S" TO XC-STATUS
        WRITE XMIT-CONTROL-RECORD
        CLOSE XMIT-CONTROL-FILE
    ELSE
        DISPLAY "WARNING: unable to log the transmission on"
            " XMITCTL, file status " WS-XMITCTL-STATUS
            " - the next extract will send these changes again."
        MOVE 8 TO RETURN-CODE
    END-IF.

CHECK-RESEND-TOTALS.
    IF WS-TRL-COUNT = WS-ORIG-COUNT
       AND WS-TRL-HASH = WS-ORIG-HASH
        DISPLAY "  RESEND MATCHES THE ORIGINAL TRANSMISSION."
    ELSE
        DISPLAY "WARNING: resend count/hash differ from the"
            " original transmission - ORIGINAL COUNT "
            WS-ORIG-COUNT " HASH " WS-ORIG-HASH "."
        MOVE 8 TO RETURN-CODE
    END-IF.
