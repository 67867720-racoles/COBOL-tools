*>                     the top-error list - they never reached a
*>                     gateway - and report them on their own
*>                     DIVERTED line instead.
*>   2026-10-15  RAC  Keep the per-ticket audit lines of a SENDSMS
*>                     digest text out of the send tallies too - the
*>                     digest's own DIGEST line is the send - and
*>                     report the tickets rolled up on their own line.

IDENTIFICATION DIVISION.
PROGRAM-ID. SMSRPT.
    02 WS-TOT-FAILED        PIC 9(05) COMP VALUE 0.
    02 WS-TOT-SUPPRESSED    PIC 9(05) COMP VALUE 0.
    02 WS-TOT-DUP-SKIPPED   PIC 9(05) COMP VALUE 0.
    02 WS-TOT-ROLLED-UP     PIC 9(05) COMP VALUE 0.

01  WS-QUOTA-VALUES.
    02 WS-QUOTA-OPENING     PIC 9(05) VALUE 0.
    02 WS-DVL-DUPLICATE     PIC ZZZZ9.
    02 FILLER               PIC X(22) VALUE SPACES.

01  WS-ROLLUP-LINE.
    02 FILLER               PIC X(40) VALUE
       "  TICKETS ROLLED INTO DIGEST TEXTS:     ".
    02 WS-RUL-ROLLED        PIC ZZZZ9.
    02 FILLER               PIC X(35) VALUE SPACES.

01  WS-RECON-LINE.
    02 FILLER               PIC X(12) VALUE "  DELIVERED ".
    02 WS-RCL-DELIVERED     PIC ZZZZ9.
*> Do-not-text diversions and duplicate skips never reached a
*> gateway - counting them as attempted/failed would read as gateway
*> trouble at the ops review, so they get their own DIVERTED line
*> instead of a place in the per-code and error-text tallies. The
*> same goes for a ticket rolled into a digest text: the digest's
*> own DIGEST audit line already counts the one send.
    IF AUD-TIMESTAMP(1:10) = WS-RPT-DAY
        IF AUD-ERROR-TEXT(1:13) = "SUPPRESSED - "
            ADD 1 TO WS-TOT-SUPPRESSED
        ELSE
        IF AUD-ERROR-TEXT(1:12) = "DUPLICATE - "
            ADD 1 TO WS-TOT-DUP-SKIPPED
        ELSE
        IF AUD-ERROR-TEXT(1:9) = "DIGEST - "
            ADD 1 TO WS-TOT-ROLLED-UP
        ELSE
            PERFORM 2200-TALLY-MESSAGE-CODE
            IF AUD-SUCCESS NOT = "Y" AND AUD-ERROR-TEXT NOT = SPACES
            END-IF
        END-IF
        END-IF
        END-IF
    END-IF
    PERFORM 2100-READ-AUDIT-RECORD.

        MOVE WS-DIVERT-LINE TO WS-REPORT-LINE
        WRITE WS-REPORT-LINE
    END-IF
    IF WS-TOT-ROLLED-UP > 0
        MOVE WS-TOT-ROLLED-UP TO WS-RUL-ROLLED
        MOVE WS-ROLLUP-LINE TO WS-REPORT-LINE
        WRITE WS-REPORT-LINE
    END-IF
    MOVE SPACES TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "DELIVERY RECONCILIATION (SMSRECON, MATCHED ON TEXTID)"
