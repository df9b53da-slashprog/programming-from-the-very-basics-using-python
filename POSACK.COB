    SELECT ACK-FILE ASSIGN TO "POSACKIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ACK-FILE-STATUS.
    SELECT CONTROL-WORK-FILE ASSIGN TO "CTLWORK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CTL-WORK-STATUS.
    SELECT CONTROL-SORT-FILE ASSIGN TO "SORTWK01".
    SELECT ACK-SORT-FILE ASSIGN TO "SORTWK02".

DATA DIVISION.
FILE SECTION.
    05 ACK-COUNT PIC 9(7).
    05 ACK-HASH PIC 9(13).

FD  CONTROL-WORK-FILE.
01 CONTROL-WORK-RECORD.
    05 CW-XMIT-ID PIC 9(14).
    05 CW-SEQUENCE PIC 9(7).
    05 CW-CONTROL-ENTRY PIC X(68).

SD  CONTROL-SORT-FILE.
01 CONTROL-SORT-RECORD.
    05 CS-XMIT-ID PIC 9(14).
    05 CS-SEQUENCE PIC 9(7).
    05 CS-CONTROL-ENTRY PIC X(68).

SD  ACK-SORT-FILE.
01 ACK-SORT-RECORD.
    05 AS-XMIT-ID PIC 9(14).
    05 AS-SEQUENCE PIC 9(7).
    05 AS-COUNT PIC 9(7).
    05 AS-HASH PIC 9(13).

WORKING-STORAGE SECTION.
01 WS-XMITCTL-STATUS PIC X(2).
01 WS-ACK-FILE-STATUS PIC X(2).
01 WS-CTL-WORK-STATUS PIC X(2).
01 WS-CTL-COUNT PIC 9(7) VALUE ZERO.
01 WS-ACK-EOF-SWITCH PIC X(1) VALUE "N".
    88 WS-ACK-EOF VALUE "Y".
01 WS-CTL-KEY PIC 9(14).
01 WS-ACK-KEY PIC 9(14).
01 WS-CTL-EOF-SWITCH PIC X(1) VALUE "N".
    88 WS-CTL-EOF VALUE "Y".
01 WS-ACK-READ-COUNT PIC 9(5) VALUE ZERO.
01 WS-ACKED-COUNT PIC 9(5) VALUE ZERO.
01 WS-MISMATCH-COUNT PIC 9(5) VALUE ZERO.
PROCEDURE DIVISION.
MAIN-PARA.
    DISPLAY "POSACK - POS TRANSMISSION ACKNOWLEDGEMENT MATCH".
    SORT CONTROL-SORT-FILE
        ON ASCENDING KEY CS-XMIT-ID CS-SEQUENCE
        INPUT PROCEDURE IS RELEASE-CONTROL-LOG
        GIVING CONTROL-WORK-FILE.
    SORT ACK-SORT-FILE
        ON ASCENDING KEY AS-XMIT-ID AS-SEQUENCE
        INPUT PROCEDURE IS RELEASE-ACK-FILE
        OUTPUT PROCEDURE IS MATCH-ACKS-TO-LOG.
    PERFORM REPORT-UNACKED-ENTRIES.
    PERFORM REPORT-TOTALS.
    IF WS-MISMATCH-COUNT > ZERO OR WS-UNKNOWN-COUNT > ZERO
        MOVE 8 TO RETURN-CODE
    END-IF.
    STOP RUN.

RELEASE-CONTROL-LOG.
    OPEN INPUT XMIT-CONTROL-FILE.
    IF WS-XMITCTL-STATUS NOT = "00"
        DISPLAY "FATAL: unable to open XMITCTL, file status "
            AT END MOVE "10" TO WS-XMITCTL-STATUS
        END-READ
        IF WS-XMITCTL-STATUS = "00"
            ADD 1 TO WS-CTL-COUNT
            MOVE XC-XMIT-ID TO CS-XMIT-ID
            MOVE WS-CTL-COUNT TO CS-SEQUENCE
            MOVE XMIT-CONTROL-RECORD TO CS-CONTROL-ENTRY
            RELEASE CONTROL-SORT-RECORD
        END-IF
    END-PERFORM.
    CLOSE XMIT-CONTROL-FILE.

RELEASE-ACK-FILE.
    OPEN INPUT ACK-FILE.
    IF WS-ACK-FILE-STATUS NOT = "00"
        DISPLAY "FATAL: unable to open POSACKIN, file status "
        IF WS-ACK-FILE-STATUS = "00"
            IF ACK-TYPE = "A"
                ADD 1 TO WS-ACK-READ-COUNT
                MOVE ACK-XMIT-ID TO AS-XMIT-ID
                MOVE WS-ACK-READ-COUNT TO AS-SEQUENCE
                MOVE ACK-COUNT TO AS-COUNT
                MOVE ACK-HASH TO AS-HASH
                RELEASE ACK-SORT-RECORD
            END-IF
        END-IF
    END-PERFORM.
    CLOSE ACK-FILE.

MATCH-ACKS-TO-LOG.
    OPEN INPUT CONTROL-WORK-FILE.
    IF WS-CTL-WORK-STATUS NOT = "00"
        DISPLAY "FATAL: unable to open CTLWORK, file status "
            WS-CTL-WORK-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT XMIT-CONTROL-FILE.
    IF WS-XMITCTL-STATUS NOT = "00"
        DISPLAY "FATAL: unable to rewrite XMITCTL, file status "
            WS-XMITCTL-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM READ-CONTROL-WORK.
    PERFORM RETURN-ACK.
    PERFORM UNTIL WS-CTL-EOF AND WS-ACK-EOF
        IF WS-CTL-EOF
            PERFORM REPORT-UNKNOWN-ACK
        ELSE
            IF NOT WS-ACK-EOF AND WS-ACK-KEY < WS-CTL-KEY
                PERFORM REPORT-UNKNOWN-ACK
            ELSE
                MOVE CW-CONTROL-ENTRY TO XMIT-CONTROL-RECORD
                PERFORM UNTIL WS-ACK-EOF
                        OR WS-ACK-KEY NOT = WS-CTL-KEY
                    PERFORM MATCH-ONE-ACK
                    PERFORM RETURN-ACK
                END-PERFORM
                WRITE XMIT-CONTROL-RECORD
                PERFORM READ-CONTROL-WORK
            END-IF
        END-IF
    END-PERFORM.
    CLOSE XMIT-CONTROL-FILE.
    CLOSE CONTROL-WORK-FILE.

READ-CONTROL-WORK.
    READ CONTROL-WORK-FILE
        AT END MOVE "10" TO WS-CTL-WORK-STATUS
    END-READ.
    IF WS-CTL-WORK-STATUS = "00"
        MOVE CW-XMIT-ID TO WS-CTL-KEY
    ELSE
        SET WS-CTL-EOF TO TRUE
    END-IF.

RETURN-ACK.
    RETURN ACK-SORT-FILE
        AT END SET WS-ACK-EOF TO TRUE
    END-RETURN.
    IF NOT WS-ACK-EOF
        MOVE AS-XMIT-ID TO WS-ACK-KEY
    END-IF.

REPORT-UNKNOWN-ACK.
    ADD 1 TO WS-UNKNOWN-COUNT.
    DISPLAY "ACK FOR UNKNOWN TRANSMISSION " AS-XMIT-ID
        " - NOT ON THE CONTROL LOG.".
    PERFORM RETURN-ACK.

MATCH-ONE-ACK.
    IF AS-COUNT = XC-COUNT
       AND AS-HASH = XC-HASH
        ADD 1 TO WS-ACKED-COUNT
        MOVE "A" TO XC-STATUS
    ELSE
        ADD 1 TO WS-MISMATCH-COUNT
        MOVE "M" TO XC-STATUS
        DISPLAY "MISMATCHED ACK FOR TRANSMISSION " AS-XMIT-ID
            ": WE SENT COUNT " XC-COUNT
            " HASH " XC-HASH
            ", POS ACKNOWLEDGED COUNT " AS-COUNT
            " HASH " AS-HASH
    END-IF.

REPORT-UNACKED-ENTRIES.
    OPEN INPUT XMIT-CONTROL-FILE.
    IF WS-XMITCTL-STATUS NOT = "00"
        DISPLAY "FATAL: unable to reopen XMITCTL, file status "
            WS-XMITCTL-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM UNTIL WS-XMITCTL-STATUS = "10"
        READ XMIT-CONTROL-FILE
            AT END MOVE "10" TO WS-XMITCTL-STATUS
        END-READ
        IF WS-XMITCTL-STATUS = "00"
           AND XC-STATUS = "S"
            ADD 1 TO WS-UNACKED-COUNT
            DISPLAY "UNACKNOWLEDGED TRANSMISSION " XC-XMIT-ID
                " SENT " XC-DATE
                " LOC " XC-LOCATION
                " (" XC-SELECTION
                ") COUNT " XC-COUNT
        END-IF
    END-PERFORM.
    CLOSE XMIT-CONTROL-FILE.

