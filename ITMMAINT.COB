        ACCESS MODE IS RANDOM
        RECORD KEY IS IM-ITEM-CODE
        FILE STATUS IS WS-ITEM-FILE-STATUS.
    SELECT ITEM-JOURNAL ASSIGN TO "ITEMJRNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JOURNAL-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  ITEM-MASTER.
COPY "ITEMREC.CPY".

FD  ITEM-JOURNAL.
COPY "ITMJREC.CPY".

WORKING-STORAGE SECTION.
01 WS-ITEM-FILE-STATUS PIC X(2).
01 WS-JOURNAL-FILE-STATUS PIC X(2).
01 WS-OPERATOR PIC X(8) VALUE SPACES.
01 WS-BEFORE-IMAGE PIC X(38).
01 WS-JOURNAL-COUNT PIC 9(5) VALUE ZERO.
01 WS-MAINT-CARD PIC X(40).
01 WS-CARD-ACTION PIC X(3).
01 WS-CARD-CODE PIC X(8).
01 WS-CARD-DESC PIC X(20).
01 WS-CURRENT-DATE PIC 9(8).
01 WS-JOURNAL-STAMP PIC X(14).
01 WS-CARDS-DONE-SWITCH PIC X(1) VALUE "N".
    88 WS-CARDS-DONE VALUE "Y".
01 WS-ADD-COUNT PIC 9(5) VALUE ZERO.
01 WS-CHANGE-COUNT PIC 9(5) VALUE ZERO.
01 WS-DEACT-COUNT PIC 9(5) VALUE ZERO.
01 WS-REACT-COUNT PIC 9(5) VALUE ZERO.
01 WS-EXEMPT-COUNT PIC 9(5) VALUE ZERO.
01 WS-TAXABLE-COUNT PIC 9(5) VALUE ZERO.
01 WS-ERROR-COUNT PIC 9(5) VALUE ZERO.

PROCEDURE DIVISION.
MAIN-PARA.
    DISPLAY "ITMMAINT - ITEM MASTER MAINTENANCE".
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE.
    PERFORM GET-OPERATOR-ID.
    PERFORM OPEN-ITEM-MASTER.
    PERFORM OPEN-ITEM-JOURNAL.
    PERFORM UNTIL WS-CARDS-DONE
        MOVE SPACES TO WS-MAINT-CARD
        ACCEPT WS-MAINT-CARD
        END-IF
    END-PERFORM.
    CLOSE ITEM-MASTER.
    CLOSE ITEM-JOURNAL.
    DISPLAY " ".
    DISPLAY "ITMMAINT COMPLETE".
    DISPLAY "  ITEMS ADDED:       " WS-ADD-COUNT.
    DISPLAY "  ITEMS CHANGED:     " WS-CHANGE-COUNT.
    DISPLAY "  ITEMS DEACTIVATED: " WS-DEACT-COUNT.
    DISPLAY "  ITEMS REACTIVATED: " WS-REACT-COUNT.
    DISPLAY "  ITEMS TAX-EXEMPT:  " WS-EXEMPT-COUNT.
    DISPLAY "  ITEMS TAXABLE:     " WS-TAXABLE-COUNT.
    DISPLAY "  CARDS IN ERROR:    " WS-ERROR-COUNT.
    DISPLAY "  JOURNAL RECORDS:   " WS-JOURNAL-COUNT.
    IF WS-ERROR-COUNT > ZERO
        MOVE 4 TO RETURN-CODE
    END-IF.
    STOP RUN.

GET-OPERATOR-ID.
    DISPLAY "Enter operator ID:".
    MOVE SPACES TO WS-OPERATOR.
    ACCEPT WS-OPERATOR.
    IF WS-OPERATOR = SPACES
        MOVE "UNKNOWN" TO WS-OPERATOR
    END-IF.

OPEN-ITEM-MASTER.
    OPEN I-O ITEM-MASTER.
    IF WS-ITEM-FILE-STATUS = "35"
        STOP RUN
    END-IF.

OPEN-ITEM-JOURNAL.
    OPEN EXTEND ITEM-JOURNAL.
    IF WS-JOURNAL-FILE-STATUS = "35"
        OPEN OUTPUT ITEM-JOURNAL
    END-IF.
    IF WS-JOURNAL-FILE-STATUS NOT = "00"
        DISPLAY "FATAL: unable to open ITEMJRNL, file status "
            WS-JOURNAL-FILE-STATUS
            " - no changes applied."
        CLOSE ITEM-MASTER
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.

TAKE-MAINT-CARD.
    MOVE WS-MAINT-CARD(1:3) TO WS-CARD-ACTION.
    MOVE WS-MAINT-CARD(5:8) TO WS-CARD-CODE.
                    IF WS-CARD-ACTION = "ACT"
                        PERFORM REACTIVATE-ITEM
                    ELSE
                        IF WS-CARD-ACTION = "EXM"
                            PERFORM EXEMPT-ITEM
                        ELSE
                            IF WS-CARD-ACTION = "TAX"
                                PERFORM TAXABLE-ITEM
                            ELSE
                                ADD 1 TO WS-ERROR-COUNT
                                DISPLAY "CARD IN ERROR (action must be"
                                    " ADD/CHG/DEA/ACT/EXM/TAX): "
                                    WS-MAINT-CARD
                            END-IF
                        END-IF
                    END-IF
                END-IF
            END-IF
        MOVE WS-CARD-CODE TO IM-ITEM-CODE
        MOVE WS-CARD-DESC TO IM-ITEM-DESC
        MOVE "A" TO IM-ACTIVE-FLAG
        MOVE WS-CURRENT-DATE TO IM-STATUS-DATE
        MOVE "N" TO IM-TAX-EXEMPT
        MOVE SPACES TO WS-BEFORE-IMAGE
        WRITE ITEM-MASTER-RECORD
            INVALID KEY
                ADD 1 TO WS-ERROR-COUNT
                    WS-MAINT-CARD
            NOT INVALID KEY
                ADD 1 TO WS-ADD-COUNT
                PERFORM WRITE-JOURNAL-RECORD
        END-WRITE
    END-IF.

        ADD 1 TO WS-ERROR-COUNT
        DISPLAY "CARD IN ERROR (item not on file): " WS-MAINT-CARD
    ELSE
        MOVE ITEM-MASTER-RECORD TO WS-BEFORE-IMAGE
        IF WS-CARD-DESC = SPACES
            ADD 1 TO WS-ERROR-COUNT
            DISPLAY "CARD IN ERROR (CHG needs a description): "
            MOVE WS-CARD-DESC TO IM-ITEM-DESC
            REWRITE ITEM-MASTER-RECORD
            ADD 1 TO WS-CHANGE-COUNT
            PERFORM WRITE-JOURNAL-RECORD
        END-IF
    END-IF.

        ADD 1 TO WS-ERROR-COUNT
        DISPLAY "CARD IN ERROR (item not on file): " WS-MAINT-CARD
    ELSE
        MOVE ITEM-MASTER-RECORD TO WS-BEFORE-IMAGE
        MOVE "I" TO IM-ACTIVE-FLAG
        MOVE WS-CURRENT-DATE TO IM-STATUS-DATE
        REWRITE ITEM-MASTER-RECORD
        ADD 1 TO WS-DEACT-COUNT
        PERFORM WRITE-JOURNAL-RECORD
    END-IF.

REACTIVATE-ITEM.
        ADD 1 TO WS-ERROR-COUNT
        DISPLAY "CARD IN ERROR (item not on file): " WS-MAINT-CARD
    ELSE
        MOVE ITEM-MASTER-RECORD TO WS-BEFORE-IMAGE
        MOVE "A" TO IM-ACTIVE-FLAG
        MOVE WS-CURRENT-DATE TO IM-STATUS-DATE
        REWRITE ITEM-MASTER-RECORD
        ADD 1 TO WS-REACT-COUNT
        PERFORM WRITE-JOURNAL-RECORD
    END-IF.

EXEMPT-ITEM.
    MOVE WS-CARD-CODE TO IM-ITEM-CODE.
    READ ITEM-MASTER
        INVALID KEY MOVE "23" TO WS-ITEM-FILE-STATUS
    END-READ.
    IF WS-ITEM-FILE-STATUS NOT = "00"
        ADD 1 TO WS-ERROR-COUNT
        DISPLAY "CARD IN ERROR (item not on file): " WS-MAINT-CARD
    ELSE
        MOVE ITEM-MASTER-RECORD TO WS-BEFORE-IMAGE
        MOVE "Y" TO IM-TAX-EXEMPT
        REWRITE ITEM-MASTER-RECORD
        ADD 1 TO WS-EXEMPT-COUNT
        PERFORM WRITE-JOURNAL-RECORD
    END-IF.

TAXABLE-ITEM.
    MOVE WS-CARD-CODE TO IM-ITEM-CODE.
    READ ITEM-MASTER
        INVALID KEY MOVE "23" TO WS-ITEM-FILE-STATUS
    END-READ.
    IF WS-ITEM-FILE-STATUS NOT = "00"
        ADD 1 TO WS-ERROR-COUNT
        DISPLAY "CARD IN ERROR (item not on file): " WS-MAINT-CARD
    ELSE
        MOVE ITEM-MASTER-RECORD TO WS-BEFORE-IMAGE
        MOVE "N" TO IM-TAX-EXEMPT
        REWRITE ITEM-MASTER-RECORD
        ADD 1 TO WS-TAXABLE-COUNT
        PERFORM WRITE-JOURNAL-RECORD
    END-IF.

WRITE-JOURNAL-RECORD.
    MOVE FUNCTION CURRENT-DATE(1:14) TO WS-JOURNAL-STAMP.
    MOVE WS-JOURNAL-STAMP(1:8) TO IJ-DATE.
    MOVE WS-JOURNAL-STAMP(9:6) TO IJ-TIME.
    MOVE WS-OPERATOR TO IJ-OPERATOR.
    MOVE WS-CARD-ACTION TO IJ-ACTION.
    MOVE WS-BEFORE-IMAGE TO IJ-BEFORE-IMAGE.
    MOVE ITEM-MASTER-RECORD TO IJ-AFTER-IMAGE.
    WRITE ITEM-JOURNAL-RECORD.
    IF WS-JOURNAL-FILE-STATUS NOT = "00"
        DISPLAY "FATAL: unable to write ITEMJRNL, file status "
            WS-JOURNAL-FILE-STATUS
        DISPLAY "ITEM " IM-ITEM-CODE " WAS CHANGED ON ITEMMAST BUT NOT"
            " JOURNALLED - NO FURTHER CARDS APPLIED: " WS-MAINT-CARD
        MOVE 16 TO RETURN-CODE
        STOP RUN
    END-IF.
    ADD 1 TO WS-JOURNAL-COUNT.
