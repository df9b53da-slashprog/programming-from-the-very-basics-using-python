IDENTIFICATION DIVISION.
PROGRAM-ID. ITMRECOV.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ITEM-MASTER ASSIGN TO "ITEMMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS IM-ITEM-CODE
        FILE STATUS IS WS-ITEM-FILE-STATUS.
    SELECT BACKUP-FILE ASSIGN TO "ITEMBKUP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BACKUP-FILE-STATUS.
    SELECT OPTIONAL ITEM-JOURNAL ASSIGN TO "ITEMJRNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  ITEM-MASTER.
COPY "ITEMREC.CPY".

FD  BACKUP-FILE.
01 BACKUP-RECORD.
    05 BK-TYPE PIC X(1).
    05 BK-ITEM-IMAGE PIC X(38).
01 BACKUP-CONTROL-RECORD.
    05 BH-TYPE PIC X(1).
    05 BH-DATE PIC 9(8).
    05 BH-TIME PIC 9(6).
    05 BH-COUNT PIC 9(7).
    05 FILLER PIC X(17).

FD  ITEM-JOURNAL.
COPY "ITMJREC.CPY".

WORKING-STORAGE SECTION.
01 WS-ITEM-FILE-STATUS PIC X(2).
01 WS-BACKUP-FILE-STATUS PIC X(2).
01 WS-JOURNAL-FILE-STATUS PIC X(2).
01 WS-OPTION-CARD PIC X(23).
01 WS-MODE PIC X(7).
01 WS-THRU-DATE PIC 9(8) VALUE 99999999.
01 WS-THRU-TIME PIC 9(6) VALUE 999999.
01 WS-THRU-STAMP PIC 9(14).
01 WS-BACKUP-STAMP PIC 9(14).
01 WS-JOURNAL-STAMP PIC 9(14).
01 WS-CURRENT-DATE PIC 9(8).
01 WS-CURRENT-TIME PIC 9(6).
01 WS-BACKUP-DATE PIC 9(8) VALUE ZERO.
01 WS-BACKUP-TIME PIC 9(6) VALUE ZERO.
01 WS-BACKUP-TRAILER-COUNT PIC 9(7) VALUE ZERO.
01 WS-HEADER-SWITCH PIC X(1) VALUE "N".
    88 WS-HEADER-FOUND VALUE "Y".
01 WS-TRAILER-SWITCH PIC X(1) VALUE "N".
    88 WS-TRAILER-FOUND VALUE "Y".
01 WS-DETAIL-COUNT PIC 9(7) VALUE ZERO.
01 WS-UNLOAD-COUNT PIC 9(7) VALUE ZERO.
01 WS-LOAD-COUNT PIC 9(7) VALUE ZERO.
01 WS-LOAD-ERROR-COUNT PIC 9(7) VALUE ZERO.
01 WS-JOURNAL-READ PIC 9(7) VALUE ZERO.
01 WS-SKIP-BEFORE-COUNT PIC 9(7) VALUE ZERO.
01 WS-SKIP-AFTER-COUNT PIC 9(7) VALUE ZERO.
01 WS-APPLY-ADD-COUNT PIC 9(7) VALUE ZERO.
01 WS-APPLY-CHANGE-COUNT PIC 9(7) VALUE ZERO.
01 WS-EXCEPTION-COUNT PIC 9(7) VALUE ZERO.
01 WS-EXPECTED-COUNT PIC 9(7) VALUE ZERO.
01 WS-ACTUAL-COUNT PIC 9(7) VALUE ZERO.

PROCEDURE DIVISION.
MAIN-PARA.
    DISPLAY "ITMRECOV - ITEM MASTER BACKUP AND FORWARD RECOVERY".
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
    MOVE FUNCTION CURRENT-DATE(9:6) TO WS-CURRENT-TIME.
    PERFORM GET-OPTION-CARD.
    IF WS-MODE = "BACKUP"
        PERFORM BACKUP-ITEM-MASTER
    ELSE
        PERFORM RECOVER-ITEM-MASTER
    END-IF.
    STOP RUN.

GET-OPTION-CARD.
    DISPLAY "Enter BACKUP, or RECOVER with recovery point"
        " YYYYMMDD HHMMSS (blank for whole journal):".
    MOVE SPACES TO WS-OPTION-CARD.
    ACCEPT WS-OPTION-CARD.
    MOVE WS-OPTION-CARD(1:7) TO WS-MODE.
    IF WS-MODE NOT = "BACKUP" AND WS-MODE NOT = "RECOVER"
        DISPLAY "FATAL: mode must be BACKUP or RECOVER: "
            WS-OPTION-CARD
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF WS-MODE = "RECOVER"
        IF WS-OPTION-CARD(9:8) IS NUMERIC
            MOVE WS-OPTION-CARD(9:8) TO WS-THRU-DATE
            MOVE ZERO TO WS-THRU-TIME
            IF WS-OPTION-CARD(18:6) IS NUMERIC
                MOVE WS-OPTION-CARD(18:6) TO WS-THRU-TIME
            ELSE
                IF WS-OPTION-CARD(18:6) = SPACES
                    MOVE 235959 TO WS-THRU-TIME
                ELSE
                    DISPLAY "FATAL: recovery time is not HHMMSS: "
                        WS-OPTION-CARD
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
            END-IF
        ELSE
            IF WS-OPTION-CARD(9:15) NOT = SPACES
                DISPLAY "FATAL: recovery date is not YYYYMMDD: "
                    WS-OPTION-CARD
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF
        END-IF
    END-IF.
    COMPUTE WS-THRU-STAMP = WS-THRU-DATE * 1000000 + WS-THRU-TIME.

BACKUP-ITEM-MASTER.
    OPEN INPUT ITEM-MASTER.
    IF WS-ITEM-FILE-STATUS NOT = "00"
        DISPLAY "FATAL: unable to open ITEMMAST, file status "
            WS-ITEM-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT BACKUP-FILE.
    IF WS-BACKUP-FILE-STATUS NOT = "00"
        DISPLAY "FATAL: unable to open ITEMBKUP, file status "
            WS-BACKUP-FILE-STATUS
        CLOSE ITEM-MASTER
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE SPACES TO BACKUP-CONTROL-RECORD.
    MOVE "H" TO BH-TYPE.
    MOVE WS-CURRENT-DATE TO BH-DATE.
    MOVE WS-CURRENT-TIME TO BH-TIME.
    MOVE ZERO TO BH-COUNT.
    WRITE BACKUP-CONTROL-RECORD.
    PERFORM UNTIL WS-ITEM-FILE-STATUS = "10"
        READ ITEM-MASTER NEXT RECORD
            AT END MOVE "10" TO WS-ITEM-FILE-STATUS
        END-READ
        IF WS-ITEM-FILE-STATUS = "00"
            MOVE "D" TO BK-TYPE
            MOVE ITEM-MASTER-RECORD TO BK-ITEM-IMAGE
            WRITE BACKUP-RECORD
            ADD 1 TO WS-UNLOAD-COUNT
        END-IF
    END-PERFORM.
    MOVE SPACES TO BACKUP-CONTROL-RECORD.
    MOVE "T" TO BH-TYPE.
    MOVE WS-CURRENT-DATE TO BH-DATE.
    MOVE WS-CURRENT-TIME TO BH-TIME.
    MOVE WS-UNLOAD-COUNT TO BH-COUNT.
    WRITE BACKUP-CONTROL-RECORD.
    CLOSE ITEM-MASTER.
    CLOSE BACKUP-FILE.
    DISPLAY " ".
    DISPLAY "ITMRECOV BACKUP COMPLETE".
    DISPLAY "  BACKUP TAKEN:      " WS-CURRENT-DATE " " WS-CURRENT-TIME.
    DISPLAY "  ITEMS UNLOADED:    " WS-UNLOAD-COUNT.

RECOVER-ITEM-MASTER.
    PERFORM VERIFY-BACKUP-FILE.
    PERFORM LOAD-BACKUP-FILE.
    PERFORM APPLY-ITEM-JOURNAL.
    PERFORM COUNT-RECOVERED-MASTER.
    PERFORM REPORT-RECOVERY-TOTALS.

VERIFY-BACKUP-FILE.
    OPEN INPUT BACKUP-FILE.
    IF WS-BACKUP-FILE-STATUS NOT = "00"
        DISPLAY "FATAL: unable to open ITEMBKUP, file status "
            WS-BACKUP-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM UNTIL WS-BACKUP-FILE-STATUS = "10"
        READ BACKUP-FILE
            AT END MOVE "10" TO WS-BACKUP-FILE-STATUS
        END-READ
        IF WS-BACKUP-FILE-STATUS = "00"
            IF BK-TYPE = "H" AND WS-DETAIL-COUNT = ZERO
               AND NOT WS-HEADER-FOUND
                SET WS-HEADER-FOUND TO TRUE
                MOVE BH-DATE TO WS-BACKUP-DATE
                MOVE BH-TIME TO WS-BACKUP-TIME
            ELSE
                IF BK-TYPE = "D"
                    ADD 1 TO WS-DETAIL-COUNT
                ELSE
                    IF BK-TYPE = "T"
                        SET WS-TRAILER-FOUND TO TRUE
                        MOVE BH-COUNT TO WS-BACKUP-TRAILER-COUNT
                    END-IF
                END-IF
            END-IF
        END-IF
    END-PERFORM.
    CLOSE BACKUP-FILE.
    IF NOT WS-HEADER-FOUND OR NOT WS-TRAILER-FOUND
        DISPLAY "FATAL: ITEMBKUP has no header or trailer - not a"
            " complete ITMRECOV backup. ITEMMAST left untouched."
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF WS-DETAIL-COUNT NOT = WS-BACKUP-TRAILER-COUNT
        DISPLAY "FATAL: ITEMBKUP holds " WS-DETAIL-COUNT
            " items but its trailer says " WS-BACKUP-TRAILER-COUNT
            ". ITEMMAST left untouched."
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    COMPUTE WS-BACKUP-STAMP = WS-BACKUP-DATE * 1000000
        + WS-BACKUP-TIME.
    IF WS-THRU-STAMP < WS-BACKUP-STAMP
        DISPLAY "FATAL: recovery point " WS-THRU-DATE " "
            WS-THRU-TIME " is before the backup taken "
            WS-BACKUP-DATE " " WS-BACKUP-TIME
            ". ITEMMAST left untouched."
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

LOAD-BACKUP-FILE.
    OPEN OUTPUT ITEM-MASTER.
    IF WS-ITEM-FILE-STATUS NOT = "00"
        DISPLAY "FATAL: unable to open ITEMMAST for output, file"
            " status " WS-ITEM-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT BACKUP-FILE.
    IF WS-BACKUP-FILE-STATUS NOT = "00"
        DISPLAY "FATAL: unable to reopen ITEMBKUP, file status "
            WS-BACKUP-FILE-STATUS
        DISPLAY "ITEMMAST HAS BEEN EMPTIED AND NOT RELOADED -"
            " RUN THE RECOVERY AGAIN BEFORE ANY OTHER JOB USES IT."
        CLOSE ITEM-MASTER
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM UNTIL WS-BACKUP-FILE-STATUS = "10"
        READ BACKUP-FILE
            AT END MOVE "10" TO WS-BACKUP-FILE-STATUS
        END-READ
        IF WS-BACKUP-FILE-STATUS = "00" AND BK-TYPE = "D"
            MOVE BK-ITEM-IMAGE TO ITEM-MASTER-RECORD
            WRITE ITEM-MASTER-RECORD
                INVALID KEY
                    ADD 1 TO WS-LOAD-ERROR-COUNT
                    DISPLAY "WARNING: backup item " IM-ITEM-CODE
                        " could not be loaded (duplicate or out of"
                        " sequence)"
                NOT INVALID KEY
                    ADD 1 TO WS-LOAD-COUNT
            END-WRITE
        END-IF
    END-PERFORM.
    CLOSE BACKUP-FILE.
    CLOSE ITEM-MASTER.

APPLY-ITEM-JOURNAL.
    OPEN I-O ITEM-MASTER.
    IF WS-ITEM-FILE-STATUS NOT = "00"
        DISPLAY "FATAL: unable to reopen ITEMMAST, file status "
            WS-ITEM-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN INPUT ITEM-JOURNAL.
    IF WS-JOURNAL-FILE-STATUS = "00"
        PERFORM UNTIL WS-JOURNAL-FILE-STATUS = "10"
            READ ITEM-JOURNAL
                AT END MOVE "10" TO WS-JOURNAL-FILE-STATUS
            END-READ
            IF WS-JOURNAL-FILE-STATUS = "00"
                ADD 1 TO WS-JOURNAL-READ
                PERFORM TAKE-JOURNAL-RECORD
            END-IF
        END-PERFORM
        CLOSE ITEM-JOURNAL
    ELSE
        IF WS-JOURNAL-FILE-STATUS = "05"
            CLOSE ITEM-JOURNAL
        END-IF
        DISPLAY "WARNING: no ITEMJRNL - ITEMMAST restored to the"
            " backup only"
    END-IF.
    CLOSE ITEM-MASTER.

TAKE-JOURNAL-RECORD.
    COMPUTE WS-JOURNAL-STAMP = IJ-DATE * 1000000 + IJ-TIME.
    IF WS-JOURNAL-STAMP < WS-BACKUP-STAMP
        ADD 1 TO WS-SKIP-BEFORE-COUNT
    ELSE
        IF WS-JOURNAL-STAMP > WS-THRU-STAMP
            ADD 1 TO WS-SKIP-AFTER-COUNT
        ELSE
            IF IJ-ACTION = "ADD"
                PERFORM APPLY-JOURNAL-ADD
            ELSE
                PERFORM APPLY-JOURNAL-CHANGE
            END-IF
        END-IF
    END-IF.

APPLY-JOURNAL-ADD.
    MOVE IJ-AFTER-IMAGE TO ITEM-MASTER-RECORD.
    WRITE ITEM-MASTER-RECORD
        INVALID KEY
            ADD 1 TO WS-EXCEPTION-COUNT
            DISPLAY "EXCEPTION: " IJ-DATE " " IJ-TIME " ADD "
                IJ-AFT-ITEM-CODE " - item already on file, not"
                " applied"
        NOT INVALID KEY
            ADD 1 TO WS-APPLY-ADD-COUNT
    END-WRITE.

APPLY-JOURNAL-CHANGE.
    MOVE IJ-AFT-ITEM-CODE TO IM-ITEM-CODE.
    READ ITEM-MASTER
        INVALID KEY MOVE "23" TO WS-ITEM-FILE-STATUS
    END-READ.
    IF WS-ITEM-FILE-STATUS NOT = "00"
        ADD 1 TO WS-EXCEPTION-COUNT
        DISPLAY "EXCEPTION: " IJ-DATE " " IJ-TIME " " IJ-ACTION " "
            IJ-AFT-ITEM-CODE " - item not on file, not applied"
    ELSE
        IF ITEM-MASTER-RECORD NOT = IJ-BEFORE-IMAGE
            ADD 1 TO WS-EXCEPTION-COUNT
            DISPLAY "EXCEPTION: " IJ-DATE " " IJ-TIME " "
                IJ-ACTION " " IJ-AFT-ITEM-CODE
                " - item did not match the before image,"
                " after image applied"
        END-IF
        MOVE IJ-AFTER-IMAGE TO ITEM-MASTER-RECORD
        REWRITE ITEM-MASTER-RECORD
        ADD 1 TO WS-APPLY-CHANGE-COUNT
    END-IF.

COUNT-RECOVERED-MASTER.
    OPEN INPUT ITEM-MASTER.
    IF WS-ITEM-FILE-STATUS NOT = "00"
        DISPLAY "FATAL: unable to reopen ITEMMAST, file status "
            WS-ITEM-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM UNTIL WS-ITEM-FILE-STATUS = "10"
        READ ITEM-MASTER NEXT RECORD
            AT END MOVE "10" TO WS-ITEM-FILE-STATUS
        END-READ
        IF WS-ITEM-FILE-STATUS = "00"
            ADD 1 TO WS-ACTUAL-COUNT
        END-IF
    END-PERFORM.
    CLOSE ITEM-MASTER.

REPORT-RECOVERY-TOTALS.
    COMPUTE WS-EXPECTED-COUNT = WS-LOAD-COUNT + WS-APPLY-ADD-COUNT.
    DISPLAY " ".
    DISPLAY "ITMRECOV RECOVERY RECONCILIATION".
    DISPLAY "  BACKUP TAKEN:                 " WS-BACKUP-DATE " "
        WS-BACKUP-TIME.
    IF WS-THRU-DATE = 99999999
        DISPLAY "  RECOVERED TO:                 END OF JOURNAL"
    ELSE
        DISPLAY "  RECOVERED TO:                 " WS-THRU-DATE " "
            WS-THRU-TIME
    END-IF.
    DISPLAY "  BACKUP ITEMS (TRAILER):       " WS-BACKUP-TRAILER-COUNT.
    DISPLAY "  ITEMS LOADED FROM BACKUP:     " WS-LOAD-COUNT.
    DISPLAY "  BACKUP ITEMS NOT LOADED:      " WS-LOAD-ERROR-COUNT.
    DISPLAY "  JOURNAL RECORDS READ:         " WS-JOURNAL-READ.
    DISPLAY "  SKIPPED - BEFORE BACKUP:      " WS-SKIP-BEFORE-COUNT.
    DISPLAY "  SKIPPED - AFTER RECOVERY PT:  " WS-SKIP-AFTER-COUNT.
    DISPLAY "  ADDS APPLIED:                 " WS-APPLY-ADD-COUNT.
    DISPLAY "  CHANGES APPLIED:              " WS-APPLY-CHANGE-COUNT.
    DISPLAY "  JOURNAL EXCEPTIONS:           " WS-EXCEPTION-COUNT.
    DISPLAY "  EXPECTED ITEMMAST RECORDS:    " WS-EXPECTED-COUNT.
    DISPLAY "  ITEMMAST RECORDS AFTER RUN:   " WS-ACTUAL-COUNT.
    IF WS-EXPECTED-COUNT NOT = WS-ACTUAL-COUNT
       OR WS-LOAD-COUNT NOT = WS-BACKUP-TRAILER-COUNT
        DISPLAY "  *** OUT OF BALANCE ***"
        MOVE 8 TO RETURN-CODE
    ELSE
        DISPLAY "  IN BALANCE"
        IF WS-EXCEPTION-COUNT > ZERO
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF.
