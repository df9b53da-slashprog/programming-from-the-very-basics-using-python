IDENTIFICATION DIVISION.
PROGRAM-ID. PRCMAINT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PRICE-SCHEDULE ASSIGN TO "PRICESCH"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS SCH-KEY
        FILE STATUS IS WS-SCHED-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  PRICE-SCHEDULE.
COPY "PRCSREC.CPY".

WORKING-STORAGE SECTION.
01 WS-SCHED-FILE-STATUS PIC X(2).
01 WS-MAINT-CARD PIC X(42).
01 WS-CARD-ACTION PIC X(3).
01 WS-CARD-CODE PIC X(8).
01 WS-CARD-LOCATION PIC X(3).
01 WS-CARD-TYPE PIC X(1).
01 WS-CARD-FROM PIC X(8).
01 WS-CARD-TO PIC X(8).
01 WS-CARD-PRICE PIC X(5).
01 WS-PRICE-RAW PIC 9(5).
01 WS-CARD-VALID-SWITCH PIC X(1).
    88 WS-CARD-VALID VALUE "Y".
01 WS-CARD-ERROR PIC X(40).
01 WS-CARDS-DONE-SWITCH PIC X(1) VALUE "N".
    88 WS-CARDS-DONE VALUE "Y".
01 WS-ADD-COUNT PIC 9(5) VALUE ZERO.
01 WS-CHANGE-COUNT PIC 9(5) VALUE ZERO.
01 WS-DELETE-COUNT PIC 9(5) VALUE ZERO.
01 WS-ERROR-COUNT PIC 9(5) VALUE ZERO.

PROCEDURE DIVISION.
MAIN-PARA.
    DISPLAY "PRCMAINT - PRICE SCHEDULE MAINTENANCE".
    PERFORM OPEN-PRICE-SCHEDULE.
    PERFORM UNTIL WS-CARDS-DONE
        MOVE SPACES TO WS-MAINT-CARD
        ACCEPT WS-MAINT-CARD
        IF WS-MAINT-CARD = SPACES
            SET WS-CARDS-DONE TO TRUE
        ELSE
            PERFORM TAKE-MAINT-CARD
        END-IF
    END-PERFORM.
    CLOSE PRICE-SCHEDULE.
    DISPLAY " ".
    DISPLAY "PRCMAINT COMPLETE".
    DISPLAY "  PRICES ADDED:      " WS-ADD-COUNT.
    DISPLAY "  PRICES CHANGED:    " WS-CHANGE-COUNT.
    DISPLAY "  PRICES DELETED:    " WS-DELETE-COUNT.
    DISPLAY "  CARDS IN ERROR:    " WS-ERROR-COUNT.
    IF WS-ERROR-COUNT > ZERO
        MOVE 4 TO RETURN-CODE
    END-IF.
    STOP RUN.

OPEN-PRICE-SCHEDULE.
    OPEN I-O PRICE-SCHEDULE.
    IF WS-SCHED-FILE-STATUS = "35"
        OPEN OUTPUT PRICE-SCHEDULE
        IF WS-SCHED-FILE-STATUS = "00"
            CLOSE PRICE-SCHEDULE
            OPEN I-O PRICE-SCHEDULE
        END-IF
    END-IF.
    IF WS-SCHED-FILE-STATUS NOT = "00"
        DISPLAY "FATAL: unable to open PRICESCH, file status "
            WS-SCHED-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

TAKE-MAINT-CARD.
    MOVE WS-MAINT-CARD(1:3) TO WS-CARD-ACTION.
    MOVE WS-MAINT-CARD(5:8) TO WS-CARD-CODE.
    MOVE WS-MAINT-CARD(14:3) TO WS-CARD-LOCATION.
    MOVE WS-MAINT-CARD(18:1) TO WS-CARD-TYPE.
    MOVE WS-MAINT-CARD(20:8) TO WS-CARD-FROM.
    MOVE WS-MAINT-CARD(29:8) TO WS-CARD-TO.
    MOVE WS-MAINT-CARD(38:5) TO WS-CARD-PRICE.
    PERFORM VALIDATE-CARD-KEY.
    IF NOT WS-CARD-VALID
        ADD 1 TO WS-ERROR-COUNT
        DISPLAY "CARD IN ERROR (" WS-CARD-ERROR "): " WS-MAINT-CARD
    ELSE
        IF WS-CARD-ACTION = "ADD"
            PERFORM ADD-PRICE
        ELSE
            IF WS-CARD-ACTION = "CHG"
                PERFORM CHANGE-PRICE
            ELSE
                IF WS-CARD-ACTION = "DEL"
                    PERFORM DELETE-PRICE
                ELSE
                    ADD 1 TO WS-ERROR-COUNT
                    DISPLAY "CARD IN ERROR (action must be"
                        " ADD/CHG/DEL): " WS-MAINT-CARD
                END-IF
            END-IF
        END-IF
    END-IF.

VALIDATE-CARD-KEY.
    MOVE "Y" TO WS-CARD-VALID-SWITCH.
    MOVE SPACES TO WS-CARD-ERROR.
    IF WS-CARD-CODE = SPACES
        MOVE "N" TO WS-CARD-VALID-SWITCH
        MOVE "no item code" TO WS-CARD-ERROR
    ELSE
        IF WS-CARD-TYPE NOT = "R" AND WS-CARD-TYPE NOT = "P"
            MOVE "N" TO WS-CARD-VALID-SWITCH
            MOVE "price type must be R or P" TO WS-CARD-ERROR
        ELSE
            IF WS-CARD-FROM IS NOT NUMERIC
                MOVE "N" TO WS-CARD-VALID-SWITCH
                MOVE "effective-from date not numeric"
                    TO WS-CARD-ERROR
            END-IF
        END-IF
    END-IF.
    IF WS-CARD-VALID
        MOVE WS-CARD-CODE TO SCH-ITEM-CODE
        MOVE WS-CARD-LOCATION TO SCH-LOCATION
        MOVE WS-CARD-TYPE TO SCH-PRICE-TYPE
        MOVE WS-CARD-FROM TO SCH-EFF-FROM
    END-IF.

VALIDATE-CARD-PRICE.
    IF WS-CARD-TO = SPACES
        MOVE 99999999 TO SCH-EFF-TO
    ELSE
        IF WS-CARD-TO IS NOT NUMERIC
            MOVE "N" TO WS-CARD-VALID-SWITCH
            MOVE "effective-to date not numeric" TO WS-CARD-ERROR
        ELSE
            MOVE WS-CARD-TO TO SCH-EFF-TO
            IF SCH-EFF-TO < SCH-EFF-FROM
                MOVE "N" TO WS-CARD-VALID-SWITCH
                MOVE "effective-to before effective-from"
                    TO WS-CARD-ERROR
            END-IF
        END-IF
    END-IF.
    IF WS-CARD-PRICE IS NOT NUMERIC
        MOVE "N" TO WS-CARD-VALID-SWITCH
        MOVE "price not numeric" TO WS-CARD-ERROR
    ELSE
        MOVE WS-CARD-PRICE TO WS-PRICE-RAW
        COMPUTE SCH-PRICE = WS-PRICE-RAW / 100
        IF SCH-PRICE = ZERO
            MOVE "N" TO WS-CARD-VALID-SWITCH
            MOVE "price is zero" TO WS-CARD-ERROR
        END-IF
    END-IF.
    IF WS-CARD-TYPE = "P" AND SCH-EFF-TO = 99999999
        MOVE "N" TO WS-CARD-VALID-SWITCH
        MOVE "promotion needs an effective-to date" TO WS-CARD-ERROR
    END-IF.

ADD-PRICE.
    PERFORM VALIDATE-CARD-PRICE.
    IF NOT WS-CARD-VALID
        ADD 1 TO WS-ERROR-COUNT
        DISPLAY "CARD IN ERROR (" WS-CARD-ERROR "): " WS-MAINT-CARD
    ELSE
        WRITE PRICE-SCHEDULE-RECORD
            INVALID KEY
                ADD 1 TO WS-ERROR-COUNT
                DISPLAY "CARD IN ERROR (price already on file): "
                    WS-MAINT-CARD
            NOT INVALID KEY
                ADD 1 TO WS-ADD-COUNT
        END-WRITE
    END-IF.

CHANGE-PRICE.
    READ PRICE-SCHEDULE
        INVALID KEY MOVE "23" TO WS-SCHED-FILE-STATUS
    END-READ.
    IF WS-SCHED-FILE-STATUS NOT = "00"
        ADD 1 TO WS-ERROR-COUNT
        DISPLAY "CARD IN ERROR (price not on file): " WS-MAINT-CARD
    ELSE
        PERFORM VALIDATE-CARD-PRICE
        IF NOT WS-CARD-VALID
            ADD 1 TO WS-ERROR-COUNT
            DISPLAY "CARD IN ERROR (" WS-CARD-ERROR "): "
                WS-MAINT-CARD
        ELSE
            REWRITE PRICE-SCHEDULE-RECORD
            ADD 1 TO WS-CHANGE-COUNT
        END-IF
    END-IF.

DELETE-PRICE.
    READ PRICE-SCHEDULE
        INVALID KEY MOVE "23" TO WS-SCHED-FILE-STATUS
    END-READ.
    IF WS-SCHED-FILE-STATUS NOT = "00"
        ADD 1 TO WS-ERROR-COUNT
        DISPLAY "CARD IN ERROR (price not on file): " WS-MAINT-CARD
    ELSE
        DELETE PRICE-SCHEDULE RECORD
        ADD 1 TO WS-DELETE-COUNT
    END-IF.
