COPY "NUMREC.CPY".

FD  CARRY-FILE.
01 CARRY-RECORD PIC X(53).

FD  ITEM-MASTER.
COPY "ITEMREC.CPY".
        IF WS-NUMBER-ACCEPTED
            ADD 1 TO WS-RESUBMIT-COUNT
            MOVE WS-CANDIDATE-RECORD TO NUMBER-RECORD
            MOVE REJ-LOCATION TO NR-LOCATION
            WRITE NUMBER-RECORD
        ELSE
            ADD 1 TO WS-STILL-BAD-COUNT
