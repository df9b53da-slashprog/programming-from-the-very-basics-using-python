IDENTIFICATION DIVISION.
PROGRAM-ID. SECRPT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SECLOG-STATUS.
    SELECT OPTIONAL AUTH-FILE ASSIGN TO "AUTHFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUTH-FILE-STATUS.
    SELECT OPTIONAL RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNCTL-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SECURITY-LOG-FILE.
COPY "SECREC.CPY".

FD  AUTH-FILE.
COPY "AUTHREC.CPY".

FD  RUN-CONTROL-FILE.
COPY "RUNCTREC.CPY".

WORKING-STORAGE SECTION.
01 WS-SECLOG-STATUS PIC X(2).
01 WS-AUTH-FILE-STATUS PIC X(2).
01 WS-RUNCTL-FILE-STATUS PIC X(2).
01 WS-RANGE-CARD PIC X(20).
01 WS-FROM-DATE PIC 9(8).
01 WS-THRU-DATE PIC 9(8).
01 WS-REPEAT-LIMIT PIC 9(2) VALUE 2.
01 WS-AUTH-LOADED-SWITCH PIC X(1) VALUE "N".
    88 WS-AUTH-LOADED VALUE "Y".
01 WS-AUTH-COUNT PIC 9(2) VALUE ZERO.
01 WS-AUTH-INDEX PIC 9(2).
01 WS-AUTH-FOUND-SWITCH PIC X(1).
    88 WS-AUTH-FOUND VALUE "Y".
01 WS-AUTH-TABLE.
    05 WS-AUTH-OPER PIC X(8) OCCURS 50 TIMES.
01 WS-RC-LOADED-SWITCH PIC X(1) VALUE "N".
    88 WS-RC-LOADED VALUE "Y".
01 WS-RC-COUNT PIC 9(3) VALUE ZERO.
01 WS-RC-INDEX PIC 9(3).
01 WS-RC-MATCH-INDEX PIC 9(3).
01 WS-RC-TABLE.
    05 WS-RC-ENTRY OCCURS 400 TIMES.
        10 WS-RC-DATE PIC 9(8).
        10 WS-RC-STATUS PIC X(1).
        10 WS-RC-FORCE PIC X(1).
        10 WS-RC-OPER PIC X(8).
01 WS-PAIR-COUNT PIC 9(3) VALUE ZERO.
01 WS-PAIR-INDEX PIC 9(3).
01 WS-PAIR-FOUND-SWITCH PIC X(1).
    88 WS-PAIR-FOUND VALUE "Y".
01 WS-PAIR-TABLE.
    05 WS-PAIR-ENTRY OCCURS 200 TIMES.
        10 WS-PAIR-OPER PIC X(8).
        10 WS-PAIR-PROGRAM PIC X(8).
        10 WS-PAIR-FORCE PIC 9(5).
        10 WS-PAIR-REPRINT PIC 9(5).
01 WS-OPER-COUNT PIC 9(3) VALUE ZERO.
01 WS-OPER-INDEX PIC 9(3).
01 WS-OPER-FOUND-SWITCH PIC X(1).
    88 WS-OPER-FOUND VALUE "Y".
01 WS-OPER-TABLE.
    05 WS-OPER-ENTRY OCCURS 200 TIMES.
        10 WS-OPER-ID PIC X(8).
        10 WS-OPER-REFUSALS PIC 9(5).
        10 WS-OPER-FIRST PIC 9(8).
        10 WS-OPER-LAST PIC 9(8).
01 WS-TABLE-OVERFLOW-SWITCH PIC X(1) VALUE "N".
    88 WS-TABLE-OVERFLOW VALUE "Y".
01 WS-SELECTED-COUNT PIC 9(6) VALUE ZERO.
01 WS-REFUSED-COUNT PIC 9(6) VALUE ZERO.
01 WS-REPEAT-COUNT PIC 9(6) VALUE ZERO.
01 WS-FORCED-COUNT PIC 9(6) VALUE ZERO.
01 WS-UNKNOWN-COUNT PIC 9(6) VALUE ZERO.
01 WS-SECTION-COUNT PIC 9(6).
01 WS-FORCED-DATE-TEXT PIC X(8).
01 WS-RUNCTL-TEXT PIC X(40).

PROCEDURE DIVISION.
MAIN-PARA.
    PERFORM GET-DATE-RANGE.
    PERFORM LOAD-AUTH-FILE.
    PERFORM LOAD-RUN-JOURNAL.
    OPEN INPUT SECURITY-LOG-FILE.
    IF WS-SECLOG-STATUS NOT = "00"
        DISPLAY "FATAL: unable to open SECLOG, file status "
            WS-SECLOG-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    DISPLAY "SECRPT - SECURITY LOG ANALYSIS " WS-FROM-DATE
        " THROUGH " WS-THRU-DATE.
    DISPLAY " ".
    DISPLAY "REFUSED ATTEMPTS:".
    DISPLAY "  DATE     TIME   OPERATOR PROGRAM  ACTION   BUS DATE".
    PERFORM UNTIL WS-SECLOG-STATUS = "10"
        READ SECURITY-LOG-FILE
            AT END MOVE "10" TO WS-SECLOG-STATUS
        END-READ
        IF WS-SECLOG-STATUS = "00"
           AND SL-DATE >= WS-FROM-DATE
           AND SL-DATE <= WS-THRU-DATE
            ADD 1 TO WS-SELECTED-COUNT
            IF SL-RESULT = "REFUSED"
                PERFORM TAKE-REFUSED-ENTRY
            END-IF
        END-IF
    END-PERFORM.
    CLOSE SECURITY-LOG-FILE.
    IF WS-REFUSED-COUNT = ZERO
        DISPLAY "  NONE IN THE RANGE."
    END-IF.
    PERFORM PRINT-REFUSALS-BY-PROGRAM.
    PERFORM PRINT-REPEATED-REFUSALS.
    PERFORM PRINT-FORCED-RERUNS.
    PERFORM PRINT-UNKNOWN-OPERATORS.
    DISPLAY " ".
    DISPLAY "SECRPT COMPLETE".
    DISPLAY "  LOG ENTRIES IN RANGE:       " WS-SELECTED-COUNT.
    DISPLAY "  REFUSED ATTEMPTS:           " WS-REFUSED-COUNT.
    DISPLAY "  OPERATORS OVER THRESHOLD:   " WS-REPEAT-COUNT.
    DISPLAY "  ALLOWED FORCED RERUNS:      " WS-FORCED-COUNT.
    DISPLAY "  ENTRIES FROM UNKNOWN IDS:   " WS-UNKNOWN-COUNT.
    IF WS-TABLE-OVERFLOW
        DISPLAY "  (MORE THAN 200 OPERATOR/PROGRAM PAIRS - THE"
            " SUMMARIES ARE UNDERSTATED.)"
    END-IF.
    IF WS-REFUSED-COUNT > ZERO OR WS-UNKNOWN-COUNT > ZERO
        MOVE 4 TO RETURN-CODE
    END-IF.
    STOP RUN.

GET-DATE-RANGE.
    DISPLAY "Enter FROM date, THRU date and repeat threshold"
        " (YYYYMMDD YYYYMMDD NN):".
    MOVE SPACES TO WS-RANGE-CARD.
    ACCEPT WS-RANGE-CARD.
    IF WS-RANGE-CARD(1:8) IS NOT NUMERIC
        DISPLAY "FATAL: FROM date is not YYYYMMDD: " WS-RANGE-CARD
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE WS-RANGE-CARD(1:8) TO WS-FROM-DATE.
    IF WS-RANGE-CARD(10:8) = SPACES
        MOVE FUNCTION CURRENT-DATE(1:8) TO WS-THRU-DATE
    ELSE
        IF WS-RANGE-CARD(10:8) IS NOT NUMERIC
            DISPLAY "FATAL: THRU date is not YYYYMMDD: "
                WS-RANGE-CARD
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE WS-RANGE-CARD(10:8) TO WS-THRU-DATE
    END-IF.
    IF WS-THRU-DATE < WS-FROM-DATE
        DISPLAY "FATAL: THRU date is before FROM date: "
            WS-RANGE-CARD
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    IF WS-RANGE-CARD(19:2) IS NUMERIC
        MOVE WS-RANGE-CARD(19:2) TO WS-REPEAT-LIMIT
    END-IF.
    IF WS-REPEAT-LIMIT = ZERO
        MOVE 2 TO WS-REPEAT-LIMIT
    END-IF.

LOAD-AUTH-FILE.
    OPEN INPUT AUTH-FILE.
    IF WS-AUTH-FILE-STATUS = "00"
        SET WS-AUTH-LOADED TO TRUE
        PERFORM UNTIL WS-AUTH-FILE-STATUS = "10"
            READ AUTH-FILE
                AT END MOVE "10" TO WS-AUTH-FILE-STATUS
            END-READ
            IF WS-AUTH-FILE-STATUS = "00"
               AND AU-OPERATOR NOT = SPACES
               AND WS-AUTH-COUNT < 50
                ADD 1 TO WS-AUTH-COUNT
                MOVE AU-OPERATOR TO WS-AUTH-OPER(WS-AUTH-COUNT)
            END-IF
        END-PERFORM
        CLOSE AUTH-FILE
    ELSE
        IF WS-AUTH-FILE-STATUS = "05"
            CLOSE AUTH-FILE
        END-IF
    END-IF.

LOAD-RUN-JOURNAL.
    OPEN INPUT RUN-CONTROL-FILE.
    IF WS-RUNCTL-FILE-STATUS = "00"
        SET WS-RC-LOADED TO TRUE
        PERFORM UNTIL WS-RUNCTL-FILE-STATUS = "10"
            READ RUN-CONTROL-FILE
                AT END MOVE "10" TO WS-RUNCTL-FILE-STATUS
            END-READ
            IF WS-RUNCTL-FILE-STATUS = "00"
               AND WS-RC-COUNT < 400
                ADD 1 TO WS-RC-COUNT
                MOVE RC-BUSINESS-DATE TO WS-RC-DATE(WS-RC-COUNT)
                MOVE RC-STATUS TO WS-RC-STATUS(WS-RC-COUNT)
                MOVE RC-FORCE-FLAG TO WS-RC-FORCE(WS-RC-COUNT)
                MOVE RC-OPERATOR TO WS-RC-OPER(WS-RC-COUNT)
            END-IF
        END-PERFORM
        CLOSE RUN-CONTROL-FILE
    ELSE
        IF WS-RUNCTL-FILE-STATUS = "05"
            CLOSE RUN-CONTROL-FILE
        END-IF
    END-IF.

TAKE-REFUSED-ENTRY.
    ADD 1 TO WS-REFUSED-COUNT.
    PERFORM SET-FORCED-DATE-TEXT.
    DISPLAY "  " SL-DATE " " SL-TIME " " SL-OPERATOR " " SL-PROGRAM
        " " SL-ACTION " " WS-FORCED-DATE-TEXT.
    MOVE "N" TO WS-PAIR-FOUND-SWITCH.
    PERFORM VARYING WS-PAIR-INDEX FROM 1 BY 1
            UNTIL WS-PAIR-INDEX > WS-PAIR-COUNT
            OR WS-PAIR-FOUND
        IF WS-PAIR-OPER(WS-PAIR-INDEX) = SL-OPERATOR
           AND WS-PAIR-PROGRAM(WS-PAIR-INDEX) = SL-PROGRAM
            SET WS-PAIR-FOUND TO TRUE
            PERFORM COUNT-PAIR-ACTION
        END-IF
    END-PERFORM.
    IF NOT WS-PAIR-FOUND
        IF WS-PAIR-COUNT < 200
            ADD 1 TO WS-PAIR-COUNT
            MOVE WS-PAIR-COUNT TO WS-PAIR-INDEX
            MOVE SL-OPERATOR TO WS-PAIR-OPER(WS-PAIR-INDEX)
            MOVE SL-PROGRAM TO WS-PAIR-PROGRAM(WS-PAIR-INDEX)
            MOVE ZERO TO WS-PAIR-FORCE(WS-PAIR-INDEX)
            MOVE ZERO TO WS-PAIR-REPRINT(WS-PAIR-INDEX)
            PERFORM COUNT-PAIR-ACTION
        ELSE
            SET WS-TABLE-OVERFLOW TO TRUE
        END-IF
    END-IF.
    MOVE "N" TO WS-OPER-FOUND-SWITCH.
    PERFORM VARYING WS-OPER-INDEX FROM 1 BY 1
            UNTIL WS-OPER-INDEX > WS-OPER-COUNT
            OR WS-OPER-FOUND
        IF WS-OPER-ID(WS-OPER-INDEX) = SL-OPERATOR
            SET WS-OPER-FOUND TO TRUE
            ADD 1 TO WS-OPER-REFUSALS(WS-OPER-INDEX)
            MOVE SL-DATE TO WS-OPER-LAST(WS-OPER-INDEX)
        END-IF
    END-PERFORM.
    IF NOT WS-OPER-FOUND
        IF WS-OPER-COUNT < 200
            ADD 1 TO WS-OPER-COUNT
            MOVE SL-OPERATOR TO WS-OPER-ID(WS-OPER-COUNT)
            MOVE 1 TO WS-OPER-REFUSALS(WS-OPER-COUNT)
            MOVE SL-DATE TO WS-OPER-FIRST(WS-OPER-COUNT)
            MOVE SL-DATE TO WS-OPER-LAST(WS-OPER-COUNT)
        ELSE
            SET WS-TABLE-OVERFLOW TO TRUE
        END-IF
    END-IF.

COUNT-PAIR-ACTION.
    IF SL-ACTION = "FORCE"
        ADD 1 TO WS-PAIR-FORCE(WS-PAIR-INDEX)
    ELSE
        ADD 1 TO WS-PAIR-REPRINT(WS-PAIR-INDEX)
    END-IF.

SET-FORCED-DATE-TEXT.
    IF SL-BUSINESS-DATE IS NUMERIC AND SL-BUSINESS-DATE > ZERO
        MOVE SL-BUSINESS-DATE TO WS-FORCED-DATE-TEXT
    ELSE
        MOVE "UNKNOWN" TO WS-FORCED-DATE-TEXT
    END-IF.

PRINT-REFUSALS-BY-PROGRAM.
    DISPLAY " ".
    DISPLAY "REFUSALS BY OPERATOR AND PROGRAM:".
    DISPLAY "  OPERATOR PROGRAM   FORCE REPRINT".
    PERFORM VARYING WS-PAIR-INDEX FROM 1 BY 1
            UNTIL WS-PAIR-INDEX > WS-PAIR-COUNT
        DISPLAY "  " WS-PAIR-OPER(WS-PAIR-INDEX) " "
            WS-PAIR-PROGRAM(WS-PAIR-INDEX) "  "
            WS-PAIR-FORCE(WS-PAIR-INDEX) "   "
            WS-PAIR-REPRINT(WS-PAIR-INDEX)
    END-PERFORM.
    IF WS-PAIR-COUNT = ZERO
        DISPLAY "  NONE IN THE RANGE."
    END-IF.

PRINT-REPEATED-REFUSALS.
    DISPLAY " ".
    DISPLAY "OPERATORS WITH " WS-REPEAT-LIMIT
        " OR MORE REFUSALS IN THE RANGE:".
    PERFORM VARYING WS-OPER-INDEX FROM 1 BY 1
            UNTIL WS-OPER-INDEX > WS-OPER-COUNT
        IF WS-OPER-REFUSALS(WS-OPER-INDEX) >= WS-REPEAT-LIMIT
            ADD 1 TO WS-REPEAT-COUNT
            DISPLAY "  *** " WS-OPER-ID(WS-OPER-INDEX) "  "
                WS-OPER-REFUSALS(WS-OPER-INDEX) " REFUSALS, FIRST "
                WS-OPER-FIRST(WS-OPER-INDEX) " LAST "
                WS-OPER-LAST(WS-OPER-INDEX)
        END-IF
    END-PERFORM.
    IF WS-REPEAT-COUNT = ZERO
        DISPLAY "  NONE."
    END-IF.

PRINT-FORCED-RERUNS.
    DISPLAY " ".
    DISPLAY "ALLOWED FORCED RERUNS:".
    DISPLAY "  DATE     TIME   OPERATOR FORCED   RUNCTL FOR THAT DATE".
    IF NOT WS-RC-LOADED
        DISPLAY "  (RUNCTL NOT AVAILABLE - JOURNAL STATUS NOT SHOWN.)"
    END-IF.
    OPEN INPUT SECURITY-LOG-FILE.
    IF WS-SECLOG-STATUS NOT = "00"
        DISPLAY "FATAL: unable to reopen SECLOG, file status "
            WS-SECLOG-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM UNTIL WS-SECLOG-STATUS = "10"
        READ SECURITY-LOG-FILE
            AT END MOVE "10" TO WS-SECLOG-STATUS
        END-READ
        IF WS-SECLOG-STATUS = "00"
           AND SL-DATE >= WS-FROM-DATE
           AND SL-DATE <= WS-THRU-DATE
           AND SL-ACTION = "FORCE"
           AND SL-RESULT = "ALLOWED"
            ADD 1 TO WS-FORCED-COUNT
            PERFORM SET-FORCED-DATE-TEXT
            PERFORM FIND-RUNCTL-TEXT
            DISPLAY "  " SL-DATE " " SL-TIME " " SL-OPERATOR " "
                WS-FORCED-DATE-TEXT " " WS-RUNCTL-TEXT
        END-IF
    END-PERFORM.
    CLOSE SECURITY-LOG-FILE.
    IF WS-FORCED-COUNT = ZERO
        DISPLAY "  NONE IN THE RANGE."
    END-IF.

FIND-RUNCTL-TEXT.
    MOVE SPACES TO WS-RUNCTL-TEXT.
    MOVE ZERO TO WS-RC-MATCH-INDEX.
    IF WS-RC-LOADED AND WS-FORCED-DATE-TEXT IS NUMERIC
        PERFORM VARYING WS-RC-INDEX FROM 1 BY 1
                UNTIL WS-RC-INDEX > WS-RC-COUNT
            IF WS-RC-DATE(WS-RC-INDEX) = SL-BUSINESS-DATE
                MOVE WS-RC-INDEX TO WS-RC-MATCH-INDEX
            END-IF
        END-PERFORM
        IF WS-RC-MATCH-INDEX = ZERO
            MOVE "*** NOT ON RUNCTL" TO WS-RUNCTL-TEXT
        ELSE
            STRING "STATUS " WS-RC-STATUS(WS-RC-MATCH-INDEX)
                " FORCE " WS-RC-FORCE(WS-RC-MATCH-INDEX)
                " OPERATOR " WS-RC-OPER(WS-RC-MATCH-INDEX)
                DELIMITED BY SIZE INTO WS-RUNCTL-TEXT
        END-IF
    END-IF.

PRINT-UNKNOWN-OPERATORS.
    DISPLAY " ".
    DISPLAY "ACTIVITY FROM OPERATOR IDS NOT ON AUTHFILE:".
    IF NOT WS-AUTH-LOADED
        DISPLAY "  (AUTHFILE NOT AVAILABLE - CHECK NOT MADE.)"
    ELSE
        DISPLAY "  DATE     TIME   OPERATOR PROGRAM  ACTION   RESULT"
        OPEN INPUT SECURITY-LOG-FILE
        IF WS-SECLOG-STATUS NOT = "00"
            DISPLAY "FATAL: unable to reopen SECLOG, file status "
                WS-SECLOG-STATUS
            MOVE 16 TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM UNTIL WS-SECLOG-STATUS = "10"
            READ SECURITY-LOG-FILE
                AT END MOVE "10" TO WS-SECLOG-STATUS
            END-READ
            IF WS-SECLOG-STATUS = "00"
               AND SL-DATE >= WS-FROM-DATE
               AND SL-DATE <= WS-THRU-DATE
                PERFORM CHECK-AUTH-ENTRY
            END-IF
        END-PERFORM
        CLOSE SECURITY-LOG-FILE
        IF WS-UNKNOWN-COUNT = ZERO
            DISPLAY "  NONE IN THE RANGE."
        END-IF
    END-IF.

CHECK-AUTH-ENTRY.
    MOVE "N" TO WS-AUTH-FOUND-SWITCH.
    PERFORM VARYING WS-AUTH-INDEX FROM 1 BY 1
            UNTIL WS-AUTH-INDEX > WS-AUTH-COUNT
            OR WS-AUTH-FOUND
        IF WS-AUTH-OPER(WS-AUTH-INDEX) = SL-OPERATOR
            SET WS-AUTH-FOUND TO TRUE
        END-IF
    END-PERFORM.
    IF NOT WS-AUTH-FOUND
        ADD 1 TO WS-UNKNOWN-COUNT
        DISPLAY "  " SL-DATE " " SL-TIME " " SL-OPERATOR " "
            SL-PROGRAM " " SL-ACTION " " SL-RESULT
    END-IF.
