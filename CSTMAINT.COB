IDENTIFICATION DIVISION.
PROGRAM-ID. CSTMAINT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ITEM-COST-MASTER ASSIGN TO "COSTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CM-ITEM-CODE
        FILE STATUS IS WS-COST-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  ITEM-COST-MASTER.
COPY "COSTREC.CPY".

WORKING-STORAGE SECTION.
01 WS-COST-FILE-STATUS PIC X(2).
01 WS-MAINT-CARD PIC X(23).
01 WS-CARD-ACTION PIC X(3).
01 WS-CARD-CODE PIC X(8).
01 WS-CARD-COST PIC X(5).
01 WS-CARD-MARGIN PIC X(4).
01 WS-COST-RAW PIC 9(5).
01 WS-MARGIN-RAW PIC 9(4).
01 WS-CURRENT-DATE PIC 9(8).
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
    DISPLAY "CSTMAINT - ITEM COST MAINTENANCE".
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
    PERFORM OPEN-COST-MASTER.
    PERFORM UNTIL WS-CARDS-DONE
        MOVE SPACES TO WS-MAINT-CARD
        ACCEPT WS-MAINT-CARD
        IF WS-MAINT-CARD = SPACES
            SET WS-CARDS-DONE TO TRUE
        ELSE
            PERFORM TAKE-MAINT-CARD
        END-IF
    END-PERFORM.
    CLOSE ITEM-COST-MASTER.
    DISPLAY " ".
    DISPLAY "CSTMAINT COMPLETE".
    DISPLAY "  COSTS ADDED:       " WS-ADD-COUNT.
    DISPLAY "  COSTS CHANGED:     " WS-CHANGE-COUNT.
    DISPLAY "  COSTS DELETED:     " WS-DELETE-COUNT.
    DISPLAY "  CARDS IN ERROR:    " WS-ERROR-COUNT.
    IF WS-ERROR-COUNT > ZERO
        MOVE 4 TO RETURN-CODE
    END-IF.
    STOP RUN.

OPEN-COST-MASTER.
    OPEN I-O ITEM-COST-MASTER.
    IF WS-COST-FILE-STATUS = "35"
        OPEN OUTPUT ITEM-COST-MASTER
        IF WS-COST-FILE-STATUS = "00"
            CLOSE ITEM-COST-MASTER
            OPEN I-O ITEM-COST-MASTER
        END-IF
    END-IF.
    IF WS-COST-FILE-STATUS NOT = "00"
        DISPLAY "FATAL: unable to open COSTMAST, file status "
            WS-COST-FILE-STATUS
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

TAKE-MAINT-CARD.
    MOVE WS-MAINT-CARD(1:3) TO WS-CARD-ACTION.
    MOVE WS-MAINT-CARD(5:8) TO WS-CARD-CODE.
    MOVE WS-MAINT-CARD(14:5) TO WS-CARD-COST.
    MOVE WS-MAINT-CARD(20:4) TO WS-CARD-MARGIN.
    IF WS-CARD-CODE = SPACES
        ADD 1 TO WS-ERROR-COUNT
        DISPLAY "CARD IN ERROR (no item code): " WS-MAINT-CARD
    ELSE
        MOVE WS-CARD-CODE TO CM-ITEM-CODE
        IF WS-CARD-ACTION = "ADD"
            PERFORM ADD-COST
        ELSE
            IF WS-CARD-ACTION = "CHG"
                PERFORM CHANGE-COST
            ELSE
                IF WS-CARD-ACTION = "DEL"
                    PERFORM DELETE-COST
                ELSE
                    ADD 1 TO WS-ERROR-COUNT
                    DISPLAY "CARD IN ERROR (action must be"
                        " ADD/CHG/DEL): " WS-MAINT-CARD
                END-IF
            END-IF
        END-IF
    END-IF.

VALIDATE-CARD-COST.
    MOVE "Y" TO WS-CARD-VALID-SWITCH.
    MOVE SPACES TO WS-CARD-ERROR.
    IF WS-CARD-COST IS NOT NUMERIC
        MOVE "N" TO WS-CARD-VALID-SWITCH
        MOVE "unit cost not numeric" TO WS-CARD-ERROR
    ELSE
        MOVE WS-CARD-COST TO WS-COST-RAW
        COMPUTE CM-UNIT-COST = WS-COST-RAW / 100
        IF CM-UNIT-COST = ZERO
            MOVE "N" TO WS-CARD-VALID-SWITCH
            MOVE "unit cost is zero" TO WS-CARD-ERROR
        END-IF
    END-IF.
    IF WS-CARD-MARGIN = SPACES
        MOVE ZERO TO CM-MIN-MARGIN
    ELSE
        IF WS-CARD-MARGIN IS NOT NUMERIC
            MOVE "N" TO WS-CARD-VALID-SWITCH
            MOVE "minimum margin not numeric" TO WS-CARD-ERROR
        ELSE
            MOVE WS-CARD-MARGIN TO WS-MARGIN-RAW
            COMPUTE CM-MIN-MARGIN = WS-MARGIN-RAW / 100
        END-IF
    END-IF.
    MOVE WS-CURRENT-DATE TO CM-LAST-CHANGED.

ADD-COST.
    PERFORM VALIDATE-CARD-COST.
    IF NOT WS-CARD-VALID
        ADD 1 TO WS-ERROR-COUNT
        DISPLAY "CARD IN ERROR (" WS-CARD-ERROR "): " WS-MAINT-CARD
    ELSE
        WRITE ITEM-COST-RECORD
            INVALID KEY
                ADD 1 TO WS-ERROR-COUNT
                DISPLAY "CARD IN ERROR (cost already on file): "
                    WS-MAINT-CARD
            NOT INVALID KEY
                ADD 1 TO WS-ADD-COUNT
        END-WRITE
    END-IF.

CHANGE-COST.
    READ ITEM-COST-MASTER
        INVALID KEY MOVE "23" TO WS-COST-FILE-STATUS
    END-READ.
    IF WS-COST-FILE-STATUS NOT = "00"
        ADD 1 TO WS-ERROR-COUNT
        DISPLAY "CARD IN ERROR (cost not on file): " WS-MAINT-CARD
    ELSE
        PERFORM VALIDATE-CARD-COST
        IF NOT WS-CARD-VALID
            ADD 1 TO WS-ERROR-COUNT
            DISPLAY "CARD IN ERROR (" WS-CARD-ERROR "): "
                WS-MAINT-CARD
        ELSE
            REWRITE ITEM-COST-RECORD
            ADD 1 TO WS-CHANGE-COUNT
        END-IF
    END-IF.

DELETE-COST.
    READ ITEM-COST-MASTER
        INVALID KEY MOVE "23" TO WS-COST-FILE-STATUS
    END-READ.
    IF WS-COST-FILE-STATUS NOT = "00"
        ADD 1 TO WS-ERROR-COUNT
        DISPLAY "CARD IN ERROR (cost not on file): " WS-MAINT-CARD
    ELSE
        DELETE ITEM-COST-MASTER RECORD
        ADD 1 TO WS-DELETE-COUNT
    END-IF.
