01 WS-OPERATOR PIC X(8) VALUE SPACES.
01 WS-SEC-ACTION PIC X(8).
01 WS-SEC-RESULT PIC X(8).
01 WS-SEC-BUSINESS-DATE PIC 9(8) VALUE ZERO.
01 WS-AUTH-LOADED-SWITCH PIC X(1) VALUE "N".
    88 WS-AUTH-LOADED VALUE "Y".
01 WS-REPRINT-ALLOWED-SWITCH PIC X(1).
        MOVE "TABLINQ" TO SL-PROGRAM
        MOVE WS-SEC-ACTION TO SL-ACTION
        MOVE WS-SEC-RESULT TO SL-RESULT
        MOVE WS-SEC-BUSINESS-DATE TO SL-BUSINESS-DATE
        WRITE SECURITY-LOG-RECORD
        CLOSE SECURITY-LOG-FILE
    ELSE
        END-IF
    END-IF.
    MOVE "REPRINT" TO WS-SEC-ACTION.
    MOVE WS-LOOKUP-DATE TO WS-SEC-BUSINESS-DATE.
    IF WS-REPRINT-ALLOWED
        MOVE "ALLOWED" TO WS-SEC-RESULT
    ELSE
