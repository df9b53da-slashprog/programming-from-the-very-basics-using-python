IDENTIFICATION DIVISION.
PROGRAM-ID. CTLSHEET.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-FILE-STATUS.
    SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO "CKPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CKPT-FILE-STATUS.
    SELECT OPTIONAL REJECT-FILE ASSIGN TO "REJECTS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REJECT-FILE-STATUS.
    SELECT OPTIONAL LOAD-CONTROL-FILE ASSIGN TO "PLODCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOADCTL-STATUS.
    SELECT OPTIONAL AUDIT-FILE ASSIGN TO "AUDITLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-FILE-STATUS.
    SELECT OPTIONAL PRODUCT-MASTER ASSIGN TO "PRODMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PM-KEY
        FILE STATUS IS WS-MASTER-FILE-STATUS.
    SELECT OPTIONAL ARCHIVE-CONTROL-FILE ASSIGN TO "ARCHCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ARCHCTL-STATUS.
    SELECT OPTIONAL XMIT-CONTROL-FILE ASSIGN TO "XMITCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-XMITCTL-STATUS.
    SELECT OPTIONAL SECURITY-LOG-FILE ASSIGN TO "SECLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SECLOG-STATUS.

DATA DIVISION.
FILE SECTION.
FD  RUN-CONTROL-FILE.
COPY "RUNCTREC.CPY".

FD  CHECKPOINT-FILE.
COPY "CHKPTREC.CPY".

FD  REJECT-FILE.
COPY "REJREC.CPY".

FD  LOAD-CONTROL-FILE.
01 LOAD-CONTROL-RECORD.
    05 PL-LAST-RUN-ID PIC 9(14).
    05 FILLER PIC X(1).
    05 PL-LOAD-DATE PIC 9(8).

FD  AUDIT-FILE.
COPY "AUDITREC.CPY".

FD  PRODUCT-MASTER.
COPY "PRODMREC.CPY".

FD  ARCHIVE-CONTROL-FILE.
01 ARCHIVE-CONTROL-RECORD.
    05 AC-PHASE PIC X(1).
    05 FILLER PIC X(1).
    05 AC-CUTOFF-DATE PIC 9(8).

FD  XMIT-CONTROL-FILE.
COPY "XMITREC.CPY".

FD  SECURITY-LOG-FILE.
COPY "SECREC.CPY".

WORKING-STORAGE SECTION.
01 WS-RUNCTL-FILE-STATUS PIC X(2).
01 WS-CKPT-FILE-STATUS PIC X(2).
01 WS-REJECT-FILE-STATUS PIC X(2).
01 WS-LOADCTL-STATUS PIC X(2).
01 WS-AUDIT-FILE-STATUS PIC X(2).
01 WS-MASTER-FILE-STATUS PIC X(2).
01 WS-ARCHCTL-STATUS PIC X(2).
01 WS-XMITCTL-STATUS PIC X(2).
01 WS-SECLOG-STATUS PIC X(2).
01 WS-DATE-CARD PIC X(8).
01 WS-BUSINESS-DATE PIC 9(8) VALUE ZERO.
01 WS-LATEST-RC-DATE PIC 9(8) VALUE ZERO.
01 WS-CURRENT-DATE.
    05 WS-CD-YYYY PIC 9(4).
    05 WS-CD-MM PIC 9(2).
    05 WS-CD-DD PIC 9(2).
01 WS-REPORT-DATE PIC X(10).
01 WS-ATTENTION-COUNT PIC 9(3) VALUE ZERO.
01 WS-RC-FOUND-SWITCH PIC X(1) VALUE "N".
    88 WS-RC-FOUND VALUE "Y".
01 WS-RC-STATUS PIC X(1).
01 WS-RC-FORCE PIC X(1).
01 WS-RC-OPER PIC X(8).
01 WS-CKPT-FOUND-SWITCH PIC X(1) VALUE "N".
    88 WS-CKPT-FOUND VALUE "Y".
01 WS-CKPT-COUNT PIC 9(6) VALUE ZERO.
01 WS-CKPT-STATUS PIC X(1) VALUE SPACE.
01 WS-REJECT-COUNT PIC 9(6) VALUE ZERO.
01 WS-PLODCTL-FOUND-SWITCH PIC X(1) VALUE "N".
    88 WS-PLODCTL-FOUND VALUE "Y".
01 WS-PL-RUN-ID PIC 9(14) VALUE ZERO.
01 WS-PL-RUN-DATE PIC 9(8) VALUE ZERO.
01 WS-PL-LOAD-DATE PIC 9(8) VALUE ZERO.
01 WS-MASTER-OPEN-SWITCH PIC X(1) VALUE "N".
    88 WS-MASTER-OPEN VALUE "Y".
01 WS-RUN-TABLES PIC 9(6) VALUE ZERO.
01 WS-TABLES-LOADED PIC 9(6) VALUE ZERO.
01 WS-TABLES-MISSING PIC 9(6) VALUE ZERO.
01 WS-ARCH-PHASE PIC X(1) VALUE SPACE.
01 WS-ARCH-CUTOFF PIC 9(8) VALUE ZERO.
01 WS-UNACKED-COUNT PIC 9(6) VALUE ZERO.
01 WS-MISMATCH-COUNT PIC 9(6) VALUE ZERO.
01 WS-REFUSED-COUNT PIC 9(6) VALUE ZERO.

PROCEDURE DIVISION.
MAIN-PARA.
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
    STRING WS-CD-MM "/" WS-CD-DD "/" WS-CD-YYYY INTO WS-REPORT-DATE.
    PERFORM GET-BUSINESS-DATE.
    PERFORM CHECK-RUN-CONTROL.
    IF WS-BUSINESS-DATE = ZERO
        DISPLAY "FATAL: no business date on the SYSIN card and none"
            " on RUNCTL - nothing to check."
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    DISPLAY "CTLSHEET - NIGHTLY BATCH CONTROL SHEET".
    DISPLAY "BUSINESS DATE: " WS-BUSINESS-DATE
        "   PRINTED: " WS-REPORT-DATE.
    DISPLAY " ".
    PERFORM REPORT-RUN-CONTROL.
    PERFORM CHECK-CHECKPOINT.
    PERFORM CHECK-REJECTS.
    PERFORM CHECK-PRODUCT-LOAD.
    PERFORM CHECK-ARCHIVE.
    PERFORM CHECK-TRANSMISSIONS.
    PERFORM CHECK-SECURITY-LOG.
    DISPLAY " ".
    IF WS-ATTENTION-COUNT = ZERO
        DISPLAY "OVERALL VERDICT: OK"
    ELSE
        DISPLAY "OVERALL VERDICT: ATTENTION (" WS-ATTENTION-COUNT
            " ITEM(S) ABOVE MARKED ***)"
        MOVE 4 TO RETURN-CODE
    END-IF.
    STOP RUN.

GET-BUSINESS-DATE.
    DISPLAY "Enter business date YYYYMMDD (blank for the latest"
        " date on RUNCTL):".
    MOVE SPACES TO WS-DATE-CARD.
    ACCEPT WS-DATE-CARD.
    IF WS-DATE-CARD IS NUMERIC
        MOVE WS-DATE-CARD TO WS-BUSINESS-DATE
    ELSE
        IF WS-DATE-CARD NOT = SPACES
            DISPLAY "FATAL: business date card must be YYYYMMDD: "
                WS-DATE-CARD
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.

CHECK-RUN-CONTROL.
    OPEN INPUT RUN-CONTROL-FILE.
    IF WS-RUNCTL-FILE-STATUS = "00"
        PERFORM UNTIL WS-RUNCTL-FILE-STATUS = "10"
            READ RUN-CONTROL-FILE
                AT END MOVE "10" TO WS-RUNCTL-FILE-STATUS
            END-READ
            IF WS-RUNCTL-FILE-STATUS = "00"
               AND RC-BUSINESS-DATE IS NUMERIC
                IF WS-BUSINESS-DATE = ZERO
                   AND RC-BUSINESS-DATE >= WS-LATEST-RC-DATE
                    MOVE RC-BUSINESS-DATE TO WS-LATEST-RC-DATE
                    PERFORM TAKE-RUN-CONTROL-ENTRY
                END-IF
                IF WS-BUSINESS-DATE > ZERO
                   AND RC-BUSINESS-DATE = WS-BUSINESS-DATE
                    PERFORM TAKE-RUN-CONTROL-ENTRY
                END-IF
            END-IF
        END-PERFORM
        CLOSE RUN-CONTROL-FILE
    ELSE
        IF WS-RUNCTL-FILE-STATUS = "05"
            CLOSE RUN-CONTROL-FILE
        END-IF
    END-IF.
    IF WS-BUSINESS-DATE = ZERO
        MOVE WS-LATEST-RC-DATE TO WS-BUSINESS-DATE
    END-IF.

TAKE-RUN-CONTROL-ENTRY.
    SET WS-RC-FOUND TO TRUE.
    MOVE RC-STATUS TO WS-RC-STATUS.
    MOVE RC-FORCE-FLAG TO WS-RC-FORCE.
    MOVE RC-OPERATOR TO WS-RC-OPER.

REPORT-RUN-CONTROL.
    IF NOT WS-RC-FOUND
        ADD 1 TO WS-ATTENTION-COUNT
        DISPLAY "*** TABLE RUN (RUNCTL):   NO RUN RECORDED FOR THIS"
            " BUSINESS DATE"
    ELSE
        IF WS-RC-STATUS = "C"
            DISPLAY "    TABLE RUN (RUNCTL):   C COMPLETE    OPERATOR "
                WS-RC-OPER
        ELSE
            ADD 1 TO WS-ATTENTION-COUNT
            IF WS-RC-STATUS = "I"
                DISPLAY "*** TABLE RUN (RUNCTL):   I IN-FLIGHT   OPERATOR "
                    WS-RC-OPER " - STILL RUNNING OR DIED MID-RUN"
            ELSE
                DISPLAY "*** TABLE RUN (RUNCTL):   STATUS " WS-RC-STATUS
                    " NOT RECOGNISED   OPERATOR " WS-RC-OPER
            END-IF
        END-IF
        IF WS-RC-FORCE = "F"
            DISPLAY "    FORCE FLAG:           F - FORCED RERUN"
                " CONSUMED"
        END-IF
        IF WS-RC-FORCE = "Y"
            DISPLAY "    FORCE FLAG:           Y - FORCE SET, NOT YET"
                " CONSUMED"
        END-IF
    END-IF.

CHECK-CHECKPOINT.
    OPEN INPUT CHECKPOINT-FILE.
    IF WS-CKPT-FILE-STATUS = "00"
        PERFORM UNTIL WS-CKPT-FILE-STATUS = "10"
            READ CHECKPOINT-FILE
                AT END MOVE "10" TO WS-CKPT-FILE-STATUS
            END-READ
            IF WS-CKPT-FILE-STATUS = "00"
                SET WS-CKPT-FOUND TO TRUE
                MOVE CKPT-COUNT TO WS-CKPT-COUNT
                MOVE CKPT-STATUS TO WS-CKPT-STATUS
            END-IF
        END-PERFORM
        CLOSE CHECKPOINT-FILE
    ELSE
        IF WS-CKPT-FILE-STATUS = "05"
            CLOSE CHECKPOINT-FILE
        END-IF
    END-IF.
    IF NOT WS-CKPT-FOUND
        ADD 1 TO WS-ATTENTION-COUNT
        DISPLAY "*** FINAL CHECKPOINT:     NO CHECKPOINT RECORD"
            " AVAILABLE"
    ELSE
        IF WS-CKPT-STATUS = "C"
            DISPLAY "    FINAL CHECKPOINT:     C REACHED AFTER "
                WS-CKPT-COUNT " RECORD(S)"
        ELSE
            ADD 1 TO WS-ATTENTION-COUNT
            DISPLAY "*** FINAL CHECKPOINT:     NOT REACHED - LAST"
                " CHECKPOINT AT " WS-CKPT-COUNT " RECORD(S);"
                " RESTART WITH CKPTIN"
        END-IF
    END-IF.

CHECK-REJECTS.
    OPEN INPUT REJECT-FILE.
    IF WS-REJECT-FILE-STATUS = "00"
        PERFORM UNTIL WS-REJECT-FILE-STATUS = "10"
            READ REJECT-FILE
                AT END MOVE "10" TO WS-REJECT-FILE-STATUS
            END-READ
            IF WS-REJECT-FILE-STATUS = "00"
               AND REJ-DATE = WS-BUSINESS-DATE
                ADD 1 TO WS-REJECT-COUNT
            END-IF
        END-PERFORM
        CLOSE REJECT-FILE
    ELSE
        IF WS-REJECT-FILE-STATUS = "05"
            CLOSE REJECT-FILE
        END-IF
    END-IF.
    IF WS-REJECT-COUNT = ZERO
        DISPLAY "    REJECTS:              NONE FOR THIS DATE"
    ELSE
        ADD 1 TO WS-ATTENTION-COUNT
        DISPLAY "*** REJECTS:              " WS-REJECT-COUNT
            " WRITTEN FOR THIS DATE - RUN REJFIX"
    END-IF.

CHECK-PRODUCT-LOAD.
    OPEN INPUT LOAD-CONTROL-FILE.
    IF WS-LOADCTL-STATUS = "00"
        READ LOAD-CONTROL-FILE
            AT END MOVE "10" TO WS-LOADCTL-STATUS
        END-READ
        IF WS-LOADCTL-STATUS = "00" AND PL-LAST-RUN-ID IS NUMERIC
            SET WS-PLODCTL-FOUND TO TRUE
            MOVE PL-LAST-RUN-ID TO WS-PL-RUN-ID
            MOVE WS-PL-RUN-ID(1:8) TO WS-PL-RUN-DATE
            IF PL-LOAD-DATE IS NUMERIC
                MOVE PL-LOAD-DATE TO WS-PL-LOAD-DATE
            END-IF
        END-IF
        CLOSE LOAD-CONTROL-FILE
    ELSE
        IF WS-LOADCTL-STATUS = "05"
            CLOSE LOAD-CONTROL-FILE
        END-IF
    END-IF.
    OPEN INPUT PRODUCT-MASTER.
    IF WS-MASTER-FILE-STATUS = "00"
        SET WS-MASTER-OPEN TO TRUE
        PERFORM CHECK-RUN-TABLES-LOADED
        CLOSE PRODUCT-MASTER
    ELSE
        IF WS-MASTER-FILE-STATUS = "05"
            CLOSE PRODUCT-MASTER
        END-IF
    END-IF.
    IF NOT WS-PLODCTL-FOUND
        ADD 1 TO WS-ATTENTION-COUNT
        DISPLAY "*** PRODLOAD (PLODCTL):   NO LOAD RECORDED"
    ELSE
        DISPLAY "    PRODLOAD (PLODCTL):   LAST RUN ID " WS-PL-RUN-ID
            " LOADED " WS-PL-LOAD-DATE
        IF WS-MASTER-OPEN AND WS-RUN-TABLES > ZERO
            IF WS-TABLES-MISSING = ZERO
                DISPLAY "    DELTA COVERAGE:       ALL " WS-RUN-TABLES
                    " TABLE(S) OF THE RUN ARE ON PRODMAST"
            ELSE
                ADD 1 TO WS-ATTENTION-COUNT
                DISPLAY "*** DELTA COVERAGE:       " WS-TABLES-MISSING
                    " OF " WS-RUN-TABLES " TABLE(S) OF THE RUN NOT ON"
                    " PRODMAST - RUN PRODLOAD DELTA"
            END-IF
        ELSE
            IF WS-PL-RUN-DATE >= WS-BUSINESS-DATE
               AND WS-PL-LOAD-DATE >= WS-BUSINESS-DATE
                DISPLAY "    DELTA COVERAGE:       CUTOVER IS AT OR"
                    " PAST THE BUSINESS DATE"
            ELSE
                ADD 1 TO WS-ATTENTION-COUNT
                DISPLAY "*** DELTA COVERAGE:       LAST LOAD PREDATES"
                    " THE RUN - RUN PRODLOAD DELTA"
            END-IF
        END-IF
    END-IF.

CHECK-RUN-TABLES-LOADED.
    OPEN INPUT AUDIT-FILE.
    IF WS-AUDIT-FILE-STATUS = "00"
        PERFORM UNTIL WS-AUDIT-FILE-STATUS = "10"
            READ AUDIT-FILE
                AT END MOVE "10" TO WS-AUDIT-FILE-STATUS
            END-READ
            IF WS-AUDIT-FILE-STATUS = "00"
               AND AUD-DATE = WS-BUSINESS-DATE
                ADD 1 TO WS-RUN-TABLES
                MOVE AUD-NUMBER TO PM-NUMBER
                MOVE AUD-RUN-ID TO PM-RUN-ID
                MOVE AUD-ITEM-CODE TO PM-ITEM-CODE
                MOVE AUD-LOCATION TO PM-LOCATION
                MOVE 1 TO PM-COUNTER
                READ PRODUCT-MASTER
                    INVALID KEY MOVE "23" TO WS-MASTER-FILE-STATUS
                END-READ
                IF WS-MASTER-FILE-STATUS = "00"
                    ADD 1 TO WS-TABLES-LOADED
                ELSE
                    ADD 1 TO WS-TABLES-MISSING
                END-IF
            END-IF
        END-PERFORM
        CLOSE AUDIT-FILE
    ELSE
        IF WS-AUDIT-FILE-STATUS = "05"
            CLOSE AUDIT-FILE
        END-IF
    END-IF.

CHECK-ARCHIVE.
    OPEN INPUT ARCHIVE-CONTROL-FILE.
    IF WS-ARCHCTL-STATUS = "00"
        READ ARCHIVE-CONTROL-FILE
            AT END MOVE "10" TO WS-ARCHCTL-STATUS
        END-READ
        IF WS-ARCHCTL-STATUS = "00"
            MOVE AC-PHASE TO WS-ARCH-PHASE
            IF AC-CUTOFF-DATE IS NUMERIC
                MOVE AC-CUTOFF-DATE TO WS-ARCH-CUTOFF
            END-IF
        END-IF
        CLOSE ARCHIVE-CONTROL-FILE
    ELSE
        IF WS-ARCHCTL-STATUS = "05"
            CLOSE ARCHIVE-CONTROL-FILE
        END-IF
    END-IF.
    IF WS-ARCH-PHASE = "A"
        ADD 1 TO WS-ATTENTION-COUNT
        DISPLAY "*** ARCHIVE (ARCHCTL):    A - STUCK IN PROGRESS,"
            " CUTOFF " WS-ARCH-CUTOFF " - RERUN TABLARCH"
    ELSE
        IF WS-ARCH-PHASE = "V"
            ADD 1 TO WS-ATTENTION-COUNT
            DISPLAY "*** ARCHIVE (ARCHCTL):    V - SWAP PENDING,"
                " CUTOFF " WS-ARCH-CUTOFF " - RERUN TABLARCH"
        ELSE
            DISPLAY "    ARCHIVE (ARCHCTL):    NO ARCHIVE OUTSTANDING"
        END-IF
    END-IF.

CHECK-TRANSMISSIONS.
    OPEN INPUT XMIT-CONTROL-FILE.
    IF WS-XMITCTL-STATUS = "00"
        PERFORM UNTIL WS-XMITCTL-STATUS = "10"
            READ XMIT-CONTROL-FILE
                AT END MOVE "10" TO WS-XMITCTL-STATUS
            END-READ
            IF WS-XMITCTL-STATUS = "00"
                IF XC-STATUS = "S"
                    ADD 1 TO WS-UNACKED-COUNT
                    DISPLAY "*** UNACKNOWLEDGED TRANSMISSION "
                        XC-XMIT-ID " SENT " XC-DATE " LOC "
                        XC-LOCATION " (" XC-SELECTION ")"
                END-IF
                IF XC-STATUS = "M"
                    ADD 1 TO WS-MISMATCH-COUNT
                    DISPLAY "*** MISMATCHED TRANSMISSION     "
                        XC-XMIT-ID " SENT " XC-DATE " LOC "
                        XC-LOCATION " (" XC-SELECTION ")"
                END-IF
            END-IF
        END-PERFORM
        CLOSE XMIT-CONTROL-FILE
    ELSE
        IF WS-XMITCTL-STATUS = "05"
            CLOSE XMIT-CONTROL-FILE
        END-IF
    END-IF.
    IF WS-UNACKED-COUNT = ZERO AND WS-MISMATCH-COUNT = ZERO
        DISPLAY "    POS TRANSMISSIONS:    ALL ACKNOWLEDGED"
    ELSE
        ADD 1 TO WS-ATTENTION-COUNT
        DISPLAY "*** POS TRANSMISSIONS:    " WS-UNACKED-COUNT
            " UNACKNOWLEDGED, " WS-MISMATCH-COUNT " MISMATCHED"
    END-IF.

CHECK-SECURITY-LOG.
    OPEN INPUT SECURITY-LOG-FILE.
    IF WS-SECLOG-STATUS = "00"
        PERFORM UNTIL WS-SECLOG-STATUS = "10"
            READ SECURITY-LOG-FILE
                AT END MOVE "10" TO WS-SECLOG-STATUS
            END-READ
            IF WS-SECLOG-STATUS = "00"
               AND SL-RESULT = "REFUSED"
               AND SL-DATE >= WS-BUSINESS-DATE
                ADD 1 TO WS-REFUSED-COUNT
                DISPLAY "*** REFUSED " SL-ACTION " BY " SL-OPERATOR
                    " IN " SL-PROGRAM " ON " SL-DATE " AT " SL-TIME
            END-IF
        END-PERFORM
        CLOSE SECURITY-LOG-FILE
    ELSE
        IF WS-SECLOG-STATUS = "05"
            CLOSE SECURITY-LOG-FILE
        END-IF
    END-IF.
    IF WS-REFUSED-COUNT = ZERO
        DISPLAY "    SECURITY LOG:         NO REFUSED ATTEMPTS SINCE"
            " THE BUSINESS DATE"
    ELSE
        ADD 1 TO WS-ATTENTION-COUNT
        DISPLAY "*** SECURITY LOG:         " WS-REFUSED-COUNT
            " REFUSED ATTEMPT(S) SINCE THE BUSINESS DATE"
    END-IF.
