IDENTIFICATION DIVISION.
PROGRAM-ID. AUTHREVW.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AUTH-FILE ASSIGN TO "AUTHFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUTH-FILE-STATUS.
    SELECT OPTIONAL SECURITY-LOG-FILE ASSIGN TO "SECLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SECLOG-STATUS.

DATA DIVISION.
FILE SECTION.
FD  AUTH-FILE.
COPY "AUTHREC.CPY".

FD  SECURITY-LOG-FILE.
COPY "SECREC.CPY".

WORKING-STORAGE SECTION.
01 WS-AUTH-FILE-STATUS PIC X(2).
01 WS-SECLOG-STATUS PIC X(2).
01 WS-REVIEW-CARD PIC X(12).
01 WS-REVIEW-DATE PIC 9(8).
01 WS-DORMANT-DAYS PIC 9(3) VALUE 90.
01 WS-IDLE-DAYS PIC 9(7).
01 WS-SECLOG-LOADED-SWITCH PIC X(1) VALUE "N".
    88 WS-SECLOG-LOADED VALUE "Y".
01 WS-AUTH-OVERFLOW-SWITCH PIC X(1) VALUE "N".
    88 WS-AUTH-OVERFLOW VALUE "Y".
01 WS-AUTH-COUNT PIC 9(2) VALUE ZERO.
01 WS-AUTH-INDEX PIC 9(2).
01 WS-AUTH-FOUND-SWITCH PIC X(1).
    88 WS-AUTH-FOUND VALUE "Y".
01 WS-AUTH-TABLE.
    05 WS-AUTH-ENTRY OCCURS 50 TIMES.
        10 WS-AUTH-OPER PIC X(8).
        10 WS-AUTH-FORCE PIC X(1).
        10 WS-AUTH-REPRINT PIC X(1).
        10 WS-AUTH-GRANTED-BY PIC X(8).
        10 WS-AUTH-GRANTED-DATE PIC X(8).
        10 WS-AUTH-LAST-USED PIC 9(8).
        10 WS-AUTH-LAST-FORCE PIC 9(8).
        10 WS-AUTH-LAST-REPRINT PIC 9(8).
        10 WS-AUTH-REFUSALS PIC 9(5).
01 WS-DORMANT-SWITCH PIC X(1).
    88 WS-DORMANT VALUE "Y".
01 WS-DORMANT-COUNT PIC 9(3) VALUE ZERO.
01 WS-FORCE-HOLDERS PIC 9(3) VALUE ZERO.
01 WS-REPRINT-HOLDERS PIC 9(3) VALUE ZERO.
01 WS-NO-GRANT-COUNT PIC 9(3) VALUE ZERO.
01 WS-GRANT-TEXT PIC X(20).
01 WS-LAST-USED-TEXT PIC X(8).
01 WS-LAST-FORCE-TEXT PIC X(8).
01 WS-LAST-REPRINT-TEXT PIC X(8).

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM GET-REVIEW-CARD.
    PERFORM LOAD-AUTH-FILE.
    PERFORM SCAN-SECURITY-LOG.
    PERFORM PRINT-ACCESS-REVIEW.
    STOP RUN.

GET-REVIEW-CARD.
    DISPLAY "Enter review date YYYYMMDD and dormant days NNN"
        " (blank for today and 090):".
    MOVE SPACES TO WS-REVIEW-CARD.
    ACCEPT WS-REVIEW-CARD.
    IF WS-REVIEW-CARD(1:8) = SPACES
        MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REVIEW-DATE
    ELSE
        IF WS-REVIEW-CARD(1:8) IS NOT NUMERIC
            DISPLAY "FATAL: review date is not YYYYMMDD: "
                WS-REVIEW-CARD
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE WS-REVIEW-CARD(1:8) TO WS-REVIEW-DATE
    END-IF.
    IF WS-REVIEW-CARD(10:3) IS NUMERIC
        MOVE WS-REVIEW-CARD(10:3) TO WS-DORMANT-DAYS
    END-IF.
    IF WS-DORMANT-DAYS = ZERO
        MOVE 90 TO WS-DORMANT-DAYS
    END-IF.

LOAD-AUTH-FILE.
    OPEN INPUT AUTH-FILE.
    IF WS-AUTH-FILE-STATUS NOT = "00"
        DISPLAY "FATAL: unable to open AUTHFILE, file status "
            WS-AUTH-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM UNTIL WS-AUTH-FILE-STATUS = "10"
        READ AUTH-FILE
            AT END MOVE "10" TO WS-AUTH-FILE-STATUS
        END-READ
        IF WS-AUTH-FILE-STATUS = "00"
           AND AU-OPERATOR NOT = SPACES
            IF WS-AUTH-COUNT < 50
                ADD 1 TO WS-AUTH-COUNT
                MOVE AU-OPERATOR TO WS-AUTH-OPER(WS-AUTH-COUNT)
                MOVE AU-FORCE-AUTH TO WS-AUTH-FORCE(WS-AUTH-COUNT)
                MOVE AU-REPRINT-AUTH
                    TO WS-AUTH-REPRINT(WS-AUTH-COUNT)
                MOVE AU-GRANTED-BY
                    TO WS-AUTH-GRANTED-BY(WS-AUTH-COUNT)
                MOVE AU-GRANTED-DATE
                    TO WS-AUTH-GRANTED-DATE(WS-AUTH-COUNT)
                MOVE ZERO TO WS-AUTH-LAST-USED(WS-AUTH-COUNT)
                MOVE ZERO TO WS-AUTH-LAST-FORCE(WS-AUTH-COUNT)
                MOVE ZERO TO WS-AUTH-LAST-REPRINT(WS-AUTH-COUNT)
                MOVE ZERO TO WS-AUTH-REFUSALS(WS-AUTH-COUNT)
            ELSE
                SET WS-AUTH-OVERFLOW TO TRUE
            END-IF
        END-IF
    END-PERFORM.
    CLOSE AUTH-FILE.

SCAN-SECURITY-LOG.
    OPEN INPUT SECURITY-LOG-FILE.
    IF WS-SECLOG-STATUS = "00"
        SET WS-SECLOG-LOADED TO TRUE
        PERFORM UNTIL WS-SECLOG-STATUS = "10"
            READ SECURITY-LOG-FILE
                AT END MOVE "10" TO WS-SECLOG-STATUS
            END-READ
            IF WS-SECLOG-STATUS = "00"
               AND SL-DATE <= WS-REVIEW-DATE
                PERFORM TAKE-SECURITY-ENTRY
            END-IF
        END-PERFORM
        CLOSE SECURITY-LOG-FILE
    ELSE
        IF WS-SECLOG-STATUS = "05"
            CLOSE SECURITY-LOG-FILE
        END-IF
    END-IF.

TAKE-SECURITY-ENTRY.
    MOVE "N" TO WS-AUTH-FOUND-SWITCH.
    PERFORM VARYING WS-AUTH-INDEX FROM 1 BY 1
            UNTIL WS-AUTH-INDEX > WS-AUTH-COUNT
            OR WS-AUTH-FOUND
        IF WS-AUTH-OPER(WS-AUTH-INDEX) = SL-OPERATOR
            SET WS-AUTH-FOUND TO TRUE
            IF SL-RESULT = "ALLOWED"
                IF SL-DATE > WS-AUTH-LAST-USED(WS-AUTH-INDEX)
                    MOVE SL-DATE TO WS-AUTH-LAST-USED(WS-AUTH-INDEX)
                END-IF
                IF SL-ACTION = "FORCE"
                   AND SL-DATE > WS-AUTH-LAST-FORCE(WS-AUTH-INDEX)
                    MOVE SL-DATE TO WS-AUTH-LAST-FORCE(WS-AUTH-INDEX)
                END-IF
                IF SL-ACTION = "REPRINT"
                   AND SL-DATE > WS-AUTH-LAST-REPRINT(WS-AUTH-INDEX)
                    MOVE SL-DATE
                        TO WS-AUTH-LAST-REPRINT(WS-AUTH-INDEX)
                END-IF
            ELSE
                ADD 1 TO WS-AUTH-REFUSALS(WS-AUTH-INDEX)
            END-IF
        END-IF
    END-PERFORM.

PRINT-ACCESS-REVIEW.
    DISPLAY "AUTHREVW - OPERATOR ACCESS REVIEW AS OF " WS-REVIEW-DATE.
    DISPLAY "AUTHORITY UNUSED FOR " WS-DORMANT-DAYS
        " DAYS OR MORE IS MARKED DORMANT".
    IF NOT WS-SECLOG-LOADED
        DISPLAY "SECLOG NOT AVAILABLE - NO USAGE HISTORY;"
            " EVERY AUTHORITY SHOWS AS NEVER USED."
    END-IF.
    DISPLAY " ".
    DISPLAY "OPERATOR F R GRANTED BY/ON        LAST USE LAST FRC"
        " LAST RPT REFUSED  STATUS       KEEP  REVOKE INITIALS".
    PERFORM VARYING WS-AUTH-INDEX FROM 1 BY 1
            UNTIL WS-AUTH-INDEX > WS-AUTH-COUNT
        PERFORM PRINT-AUTH-ENTRY
    END-PERFORM.
    DISPLAY " ".
    DISPLAY "REVIEWED BY: ____________________   DATE: __________".
    DISPLAY " ".
    DISPLAY "AUTHREVW COMPLETE".
    DISPLAY "  AUTHFILE ENTRIES:           " WS-AUTH-COUNT.
    DISPLAY "  WITH FORCE AUTHORITY:       " WS-FORCE-HOLDERS.
    DISPLAY "  WITH REPRINT AUTHORITY:     " WS-REPRINT-HOLDERS.
    DISPLAY "  DORMANT AUTHORITY:          " WS-DORMANT-COUNT.
    DISPLAY "  NO GRANT RECORDED:          " WS-NO-GRANT-COUNT.
    IF WS-AUTH-OVERFLOW
        DISPLAY "WARNING: AUTHFILE holds more than 50 operators -"
            " TABLE and TABLINQ ignore the excess; only the first"
            " 50 are reviewed."
    END-IF.
    IF WS-DORMANT-COUNT > ZERO OR WS-NO-GRANT-COUNT > ZERO
       OR WS-AUTH-OVERFLOW
        MOVE 4 TO RETURN-CODE
    END-IF.

PRINT-AUTH-ENTRY.
    MOVE "N" TO WS-DORMANT-SWITCH.
    IF WS-AUTH-FORCE(WS-AUTH-INDEX) = "Y"
        ADD 1 TO WS-FORCE-HOLDERS
        IF WS-AUTH-LAST-FORCE(WS-AUTH-INDEX) = ZERO
            SET WS-DORMANT TO TRUE
        ELSE
            COMPUTE WS-IDLE-DAYS =
                FUNCTION INTEGER-OF-DATE(WS-REVIEW-DATE)
                - FUNCTION INTEGER-OF-DATE(
                    WS-AUTH-LAST-FORCE(WS-AUTH-INDEX))
            IF WS-IDLE-DAYS >= WS-DORMANT-DAYS
                SET WS-DORMANT TO TRUE
            END-IF
        END-IF
    END-IF.
    IF WS-AUTH-REPRINT(WS-AUTH-INDEX) = "Y"
        ADD 1 TO WS-REPRINT-HOLDERS
        IF WS-AUTH-LAST-REPRINT(WS-AUTH-INDEX) = ZERO
            SET WS-DORMANT TO TRUE
        ELSE
            COMPUTE WS-IDLE-DAYS =
                FUNCTION INTEGER-OF-DATE(WS-REVIEW-DATE)
                - FUNCTION INTEGER-OF-DATE(
                    WS-AUTH-LAST-REPRINT(WS-AUTH-INDEX))
            IF WS-IDLE-DAYS >= WS-DORMANT-DAYS
                SET WS-DORMANT TO TRUE
            END-IF
        END-IF
    END-IF.
    MOVE SPACES TO WS-GRANT-TEXT.
    IF WS-AUTH-GRANTED-BY(WS-AUTH-INDEX) = SPACES
        ADD 1 TO WS-NO-GRANT-COUNT
        MOVE "NOT RECORDED" TO WS-GRANT-TEXT
    ELSE
        STRING WS-AUTH-GRANTED-BY(WS-AUTH-INDEX) " "
            WS-AUTH-GRANTED-DATE(WS-AUTH-INDEX)
            DELIMITED BY SIZE INTO WS-GRANT-TEXT
    END-IF.
    MOVE "NEVER" TO WS-LAST-USED-TEXT.
    IF WS-AUTH-LAST-USED(WS-AUTH-INDEX) > ZERO
        MOVE WS-AUTH-LAST-USED(WS-AUTH-INDEX) TO WS-LAST-USED-TEXT
    END-IF.
    MOVE "NEVER" TO WS-LAST-FORCE-TEXT.
    IF WS-AUTH-LAST-FORCE(WS-AUTH-INDEX) > ZERO
        MOVE WS-AUTH-LAST-FORCE(WS-AUTH-INDEX) TO WS-LAST-FORCE-TEXT
    END-IF.
    MOVE "NEVER" TO WS-LAST-REPRINT-TEXT.
    IF WS-AUTH-LAST-REPRINT(WS-AUTH-INDEX) > ZERO
        MOVE WS-AUTH-LAST-REPRINT(WS-AUTH-INDEX)
            TO WS-LAST-REPRINT-TEXT
    END-IF.
    IF WS-DORMANT
        ADD 1 TO WS-DORMANT-COUNT
        DISPLAY WS-AUTH-OPER(WS-AUTH-INDEX) " "
            WS-AUTH-FORCE(WS-AUTH-INDEX) " "
            WS-AUTH-REPRINT(WS-AUTH-INDEX) " " WS-GRANT-TEXT " "
            WS-LAST-USED-TEXT " " WS-LAST-FORCE-TEXT " "
            WS-LAST-REPRINT-TEXT " " WS-AUTH-REFUSALS(WS-AUTH-INDEX)
            "    *** DORMANT  [ ]   [ ]    ________"
    ELSE
        DISPLAY WS-AUTH-OPER(WS-AUTH-INDEX) " "
            WS-AUTH-FORCE(WS-AUTH-INDEX) " "
            WS-AUTH-REPRINT(WS-AUTH-INDEX) " " WS-GRANT-TEXT " "
            WS-LAST-USED-TEXT " " WS-LAST-FORCE-TEXT " "
            WS-LAST-REPRINT-TEXT " " WS-AUTH-REFUSALS(WS-AUTH-INDEX)
            "    ACTIVE       [ ]   [ ]    ________"
    END-IF.
