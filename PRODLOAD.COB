    MOVE PR-COUNTER TO PM-COUNTER.
    MOVE PR-ITEM-DESC TO PM-ITEM-DESC.
    MOVE PR-PRODUCT TO PM-PRODUCT.
    IF PR-TAX IS NUMERIC
        MOVE PR-TAX TO PM-TAX
    ELSE
        MOVE ZERO TO PM-TAX
    END-IF.
    MOVE PR-TAX-CODE TO PM-TAX-CODE.
    IF WS-DELTA-MODE
        WRITE PRODUCT-MASTER-RECORD
            INVALID KEY PERFORM REPLACE-MASTER-RECORD
