    SELECT OPTIONAL SENT-FILE ASSIGN TO "POSSENT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SENT-FILE-STATUS.
    SELECT SENT-WORK-FILE ASSIGN TO "SENTWORK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SENT-WORK-STATUS.
    SELECT MARKER-WORK-FILE ASSIGN TO "SENTNEW"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MARKER-WORK-STATUS.
    SELECT SENT-SORT-FILE ASSIGN TO "SORTWK01".
    SELECT ROW-SORT-FILE ASSIGN TO "SORTWK02".

DATA DIVISION.
FILE SECTION.
COPY "PRODREC.CPY".

FD  XMIT-FILE.
01 XMIT-RECORD PIC X(46).

FD  XMIT-CONTROL-FILE.
COPY "XMITREC.CPY".
    05 PS-NUMBER PIC 9(3)V99.
    05 PS-LOCATION PIC X(3).

FD  SENT-WORK-FILE.
01 SENT-WORK-RECORD.
    05 SW-KEY.
        10 SW-RUN-ID PIC 9(14).
        10 SW-ITEM-CODE PIC X(8).
        10 SW-NUMBER PIC 9(3)V99.
        10 SW-LOCATION PIC X(3).

FD  MARKER-WORK-FILE.
01 MARKER-WORK-RECORD PIC X(44).

SD  SENT-SORT-FILE.
01 SENT-SORT-RECORD.
    05 SS-KEY.
        10 SS-RUN-ID PIC 9(14).
        10 SS-ITEM-CODE PIC X(8).
        10 SS-NUMBER PIC 9(3)V99.
        10 SS-LOCATION PIC X(3).

SD  ROW-SORT-FILE.
01 ROW-SORT-RECORD.
    05 XS-KEY.
        10 XS-RUN-ID PIC 9(14).
        10 XS-ITEM-CODE PIC X(8).
        10 XS-NUMBER PIC 9(3)V99.
        10 XS-LOCATION PIC X(3).
    05 XS-SEQUENCE PIC 9(9).
    05 XS-COUNTER PIC 9(3).
    05 XS-PRODUCT PIC 9(6)V99.
    05 XS-TAX PIC 9(6)V99.
    05 XS-TAX-CODE PIC X(1).

WORKING-STORAGE SECTION.
01 WS-PRODUCT-FILE-STATUS PIC X(2).
01 WS-XMIT-FILE-STATUS PIC X(2).
01 WS-XMITCTL-STATUS PIC X(2).
01 WS-SENT-FILE-STATUS PIC X(2).
01 WS-SENT-WORK-STATUS PIC X(2).
01 WS-MARKER-WORK-STATUS PIC X(2).
01 WS-SELECT-CARD PIC X(22).
01 WS-SELECT-MODE PIC X(1) VALUE "N".
    88 WS-SELECT-BY-DATE VALUE "D".
01 WS-CURRENT-DATE PIC 9(8).
01 WS-DETAIL-COUNT PIC 9(7) VALUE ZERO.
01 WS-HASH-TOTAL PIC 9(11)V99 VALUE ZERO.
01 WS-TAX-HASH-TOTAL PIC 9(11)V99 VALUE ZERO.
01 WS-ROW-TAX PIC 9(6)V99.
01 WS-XMIT-ID PIC 9(14).
01 WS-RESEND-MODE-SWITCH PIC X(1) VALUE "N".
    88 WS-RESEND-MODE-ON VALUE "Y".
    88 WS-RESEND-FOUND VALUE "Y".
01 WS-ORIG-COUNT PIC 9(7) VALUE ZERO.
01 WS-ORIG-HASH PIC 9(13) VALUE ZERO.
01 WS-RESEND-SELECTION PIC X(22) VALUE SPACES.
01 WS-ROW-SEQUENCE PIC 9(9) VALUE ZERO.
01 WS-ROW-EOF-SWITCH PIC X(1) VALUE "N".
    88 WS-ROW-EOF VALUE "Y".
01 WS-ROW-KEY PIC X(30).
01 WS-SENT-KEY PIC X(30).
01 WS-MARKED-KEY PIC X(30) VALUE LOW-VALUES.
01 WS-SENT-MARKER.
    05 WS-MRK-XMIT-ID PIC 9(14).
    05 WS-MRK-KEY PIC X(30).
01 WS-SKIPPED-SENT-COUNT PIC 9(7) VALUE ZERO.
01 WS-XMIT-HEADER.
    05 FILLER PIC X(1) VALUE "H".
    05 WS-HDR-DATE PIC 9(8).
    05 WS-HDR-SOURCE PIC X(8) VALUE "TABLE".
    05 FILLER PIC X(29) VALUE SPACES.
01 WS-XMIT-DETAIL.
    05 FILLER PIC X(1) VALUE "D".
    05 WS-DTL-ITEM-CODE PIC X(8).
    05 WS-DTL-COUNTER PIC 9(3).
    05 WS-DTL-PRODUCT PIC 9(8).
    05 WS-DTL-LOCATION PIC X(3).
    05 WS-DTL-TAX PIC 9(8).
    05 WS-DTL-INCLUSIVE PIC 9(9).
    05 WS-DTL-TAX-CODE PIC X(1).
01 WS-XMIT-TRAILER.
    05 FILLER PIC X(1) VALUE "T".
    05 WS-TRL-COUNT PIC 9(7).
    05 WS-TRL-HASH PIC 9(13).
    05 WS-TRL-TAX-HASH PIC 9(13).
    05 FILLER PIC X(12) VALUE SPACES.

PROCEDURE DIVISION.
MAIN-PARA.
    DISPLAY "POSXTRCT - POINT-OF-SALE TRANSMISSION EXTRACT".
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-XMIT-ID.
    PERFORM GET-SELECTION-CARDS.
    IF WS-RESEND-MODE-ON
        PERFORM FIND-RESEND-CONTROL-ENTRY
    END-IF.
    SORT SENT-SORT-FILE
        ON ASCENDING KEY SS-KEY
        INPUT PROCEDURE IS RELEASE-SENT-MARKERS
        GIVING SENT-WORK-FILE.
    SORT ROW-SORT-FILE
        ON ASCENDING KEY XS-KEY XS-SEQUENCE
        INPUT PROCEDURE IS RELEASE-PRODUCT-ROWS
        OUTPUT PROCEDURE IS EXTRACT-SORTED-ROWS.
    PERFORM WRITE-CONTROL-ENTRY.
    IF NOT WS-RESEND-MODE-ON
        PERFORM WRITE-SENT-MARKERS
    DISPLAY "EXTRACT COMPLETE".
    DISPLAY "  TRANSMISSION ID:        " WS-XMIT-ID.
    DISPLAY "  DETAIL RECORDS WRITTEN: " WS-DETAIL-COUNT.
    DISPLAY "  HASH TOTAL INCL. TAX:   " WS-TRL-HASH.
    DISPLAY "  HASH TOTAL OF TAX:      " WS-TRL-TAX-HASH.
    IF NOT WS-RESEND-MODE-ON
        DISPLAY "  ROWS SKIPPED AS SENT:   " WS-SKIPPED-SENT-COUNT
    END-IF.
    IF WS-RESEND-MODE-ON
        PERFORM CHECK-RESEND-TOTALS
    END-IF.
    IF WS-DETAIL-COUNT = ZERO
        DISPLAY "WARNING: no PRODOUT rows matched the request."
        MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.

RELEASE-SENT-MARKERS.
    OPEN INPUT SENT-FILE.
    IF WS-SENT-FILE-STATUS = "00"
        PERFORM UNTIL WS-SENT-FILE-STATUS = "10"
                AT END MOVE "10" TO WS-SENT-FILE-STATUS
            END-READ
            IF WS-SENT-FILE-STATUS = "00"
                IF NOT WS-RESEND-MODE-ON
                   OR PS-XMIT-ID = WS-RESEND-ID
                    MOVE PS-RUN-ID TO SS-RUN-ID
                    MOVE PS-ITEM-CODE TO SS-ITEM-CODE
                    MOVE PS-NUMBER TO SS-NUMBER
                    MOVE PS-LOCATION TO SS-LOCATION
                    RELEASE SENT-SORT-RECORD
                END-IF
            END-IF
        END-PERFORM
                MOVE XC-COUNT TO WS-ORIG-COUNT
                MOVE XC-HASH TO WS-ORIG-HASH
                MOVE XC-LOCATION TO WS-LOC-FILTER
                MOVE XC-SELECTION TO WS-RESEND-SELECTION
            END-IF
        END-PERFORM
        CLOSE XMIT-CONTROL-FILE
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF WS-RESEND-SELECTION(1:5) = "ITEMS"
        DISPLAY "FATAL: transmission " WS-RESEND-ID
            " is an item maintenance feed - resend it with"
            " ITMXTRCT."
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    DISPLAY "RESENDING TRANSMISSION " WS-RESEND-ID
        " - ORIGINAL COUNT " WS-ORIG-COUNT
        " HASH " WS-ORIG-HASH.

RELEASE-PRODUCT-ROWS.
    OPEN INPUT PRODUCT-FILE.
    IF WS-PRODUCT-FILE-STATUS NOT = "00"
        DISPLAY "FATAL: unable to open PRODOUT, file status "
            WS-PRODUCT-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM UNTIL WS-PRODUCT-FILE-STATUS = "10"
        READ PRODUCT-FILE
            AT END MOVE "10" TO WS-PRODUCT-FILE-STATUS
        END-READ
        IF WS-PRODUCT-FILE-STATUS = "00"
            PERFORM CHECK-ROW-SELECTED
            IF WS-ROW-WANTED
                PERFORM RELEASE-PRODUCT-ROW
            END-IF
        END-IF
    END-PERFORM.
    CLOSE PRODUCT-FILE.

CHECK-ROW-SELECTED.
    MOVE "N" TO WS-ROW-WANTED-SWITCH.
    IF WS-RESEND-MODE-ON
        SET WS-ROW-WANTED TO TRUE
    ELSE
        IF WS-SELECT-BY-DATE
            IF PR-RUN-ID(1:8) >= WS-DATE-FROM
           AND PR-LOCATION NOT = WS-LOC-FILTER
            MOVE "N" TO WS-ROW-WANTED-SWITCH
        END-IF
    END-IF.

RELEASE-PRODUCT-ROW.
    ADD 1 TO WS-ROW-SEQUENCE.
    MOVE PR-RUN-ID TO XS-RUN-ID.
    MOVE PR-ITEM-CODE TO XS-ITEM-CODE.
    MOVE PR-NUMBER TO XS-NUMBER.
    MOVE PR-LOCATION TO XS-LOCATION.
    MOVE WS-ROW-SEQUENCE TO XS-SEQUENCE.
    MOVE PR-COUNTER TO XS-COUNTER.
    MOVE PR-PRODUCT TO XS-PRODUCT.
    IF PR-TAX IS NUMERIC
        MOVE PR-TAX TO XS-TAX
        MOVE PR-TAX-CODE TO XS-TAX-CODE
    ELSE
        MOVE ZERO TO XS-TAX
        MOVE SPACE TO XS-TAX-CODE
    END-IF.
    RELEASE ROW-SORT-RECORD.

EXTRACT-SORTED-ROWS.
    OPEN INPUT SENT-WORK-FILE.
    IF WS-SENT-WORK-STATUS NOT = "00"
        DISPLAY "FATAL: unable to open SENTWORK, file status "
            WS-SENT-WORK-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT XMIT-FILE.
    IF WS-XMIT-FILE-STATUS NOT = "00"
        DISPLAY "FATAL: unable to open POSXMIT, file status "
            WS-XMIT-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT MARKER-WORK-FILE.
    IF WS-MARKER-WORK-STATUS NOT = "00"
        DISPLAY "FATAL: unable to open SENTNEW, file status "
            WS-MARKER-WORK-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM WRITE-HEADER-RECORD.
    PERFORM READ-SENT-WORK.
    PERFORM RETURN-PRODUCT-ROW.
    PERFORM UNTIL WS-ROW-EOF
        PERFORM UNTIL WS-SENT-KEY NOT < WS-ROW-KEY
            PERFORM READ-SENT-WORK
        END-PERFORM
        MOVE "N" TO WS-ROW-WANTED-SWITCH
        IF WS-RESEND-MODE-ON
            IF WS-SENT-KEY = WS-ROW-KEY
                SET WS-ROW-WANTED TO TRUE
            END-IF
        ELSE
            IF WS-SENT-KEY = WS-ROW-KEY
                ADD 1 TO WS-SKIPPED-SENT-COUNT
            ELSE
                SET WS-ROW-WANTED TO TRUE
                IF WS-ROW-KEY NOT = WS-MARKED-KEY
                    PERFORM WRITE-MARKER-WORK
                END-IF
            END-IF
        END-IF
        IF WS-ROW-WANTED
            PERFORM WRITE-DETAIL-RECORD
        END-IF
        PERFORM RETURN-PRODUCT-ROW
    END-PERFORM.
    PERFORM WRITE-TRAILER-RECORD.
    CLOSE SENT-WORK-FILE.
    CLOSE MARKER-WORK-FILE.
    CLOSE XMIT-FILE.

READ-SENT-WORK.
    READ SENT-WORK-FILE
        AT END MOVE "10" TO WS-SENT-WORK-STATUS
    END-READ.
    IF WS-SENT-WORK-STATUS = "00"
        MOVE SW-KEY TO WS-SENT-KEY
    ELSE
        MOVE HIGH-VALUES TO WS-SENT-KEY
    END-IF.

RETURN-PRODUCT-ROW.
    RETURN ROW-SORT-FILE
        AT END SET WS-ROW-EOF TO TRUE
    END-RETURN.
    IF NOT WS-ROW-EOF
        MOVE XS-KEY TO WS-ROW-KEY
    END-IF.

WRITE-MARKER-WORK.
    MOVE WS-ROW-KEY TO WS-MARKED-KEY.
    MOVE WS-XMIT-ID TO WS-MRK-XMIT-ID.
    MOVE WS-ROW-KEY TO WS-MRK-KEY.
    WRITE MARKER-WORK-RECORD FROM WS-SENT-MARKER.

WRITE-HEADER-RECORD.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
    MOVE WS-CURRENT-DATE TO WS-HDR-DATE.
    WRITE XMIT-RECORD FROM WS-XMIT-HEADER.

WRITE-DETAIL-RECORD.
    MOVE XS-ITEM-CODE TO WS-DTL-ITEM-CODE.
    COMPUTE WS-DTL-NUMBER = XS-NUMBER * 100.
    MOVE XS-COUNTER TO WS-DTL-COUNTER.
    COMPUTE WS-DTL-PRODUCT = XS-PRODUCT * 100.
    MOVE XS-LOCATION TO WS-DTL-LOCATION.
    MOVE XS-TAX TO WS-ROW-TAX.
    MOVE XS-TAX-CODE TO WS-DTL-TAX-CODE.
    COMPUTE WS-DTL-TAX = WS-ROW-TAX * 100.
    COMPUTE WS-DTL-INCLUSIVE = (XS-PRODUCT + WS-ROW-TAX) * 100.
    WRITE XMIT-RECORD FROM WS-XMIT-DETAIL.
    ADD 1 TO WS-DETAIL-COUNT.
    ADD XS-PRODUCT TO WS-HASH-TOTAL.
    ADD WS-ROW-TAX TO WS-HASH-TOTAL.
    ADD WS-ROW-TAX TO WS-TAX-HASH-TOTAL.

WRITE-TRAILER-RECORD.
    MOVE WS-DETAIL-COUNT TO WS-TRL-COUNT.
    COMPUTE WS-TRL-HASH = WS-HASH-TOTAL * 100.
    COMPUTE WS-TRL-TAX-HASH = WS-TAX-HASH-TOTAL * 100.
    WRITE XMIT-RECORD FROM WS-XMIT-TRAILER.

WRITE-CONTROL-ENTRY.
    END-IF.

WRITE-SENT-MARKERS.
    OPEN INPUT MARKER-WORK-FILE.
    IF WS-MARKER-WORK-STATUS NOT = "00"
        DISPLAY "WARNING: unable to reopen SENTNEW, file status "
            WS-MARKER-WORK-STATUS
            " - the next extract may re-send these rows."
        MOVE 8 TO RETURN-CODE
    ELSE
        OPEN EXTEND SENT-FILE
        IF WS-SENT-FILE-STATUS = "35"
            OPEN OUTPUT SENT-FILE
        END-IF
        IF WS-SENT-FILE-STATUS = "00" OR WS-SENT-FILE-STATUS = "05"
            PERFORM UNTIL WS-MARKER-WORK-STATUS = "10"
                READ MARKER-WORK-FILE
                    AT END MOVE "10" TO WS-MARKER-WORK-STATUS
                END-READ
                IF WS-MARKER-WORK-STATUS = "00"
                    WRITE SENT-RECORD FROM MARKER-WORK-RECORD
                END-IF
            END-PERFORM
            CLOSE SENT-FILE
        ELSE
            DISPLAY "WARNING: unable to write sent-markers on"
                " POSSENT, file status " WS-SENT-FILE-STATUS
                " - the next extract may re-send these rows."
            MOVE 8 TO RETURN-CODE
        END-IF
        CLOSE MARKER-WORK-FILE
    END-IF.

CHECK-RESEND-TOTALS.
