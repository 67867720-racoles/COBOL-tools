*>   5) A send whose textId appears on SMSACKS (written by SMSREPLY
*>      when the recipient texts ACK back) is never escalated,
*>      whatever its delivery status - the engineer saw the page.
*>   6) An escalation to a backup number on SMSBADNO - SMSNUMSC's
*>      list of numbers whose recent sends mostly failed - is still
*>      queued, it is the only backup on file, but the run warns
*>      with the number's delivery rate and returns 4 so the
*>      SMSCONTS entry gets looked at.
*>
*> Modification History:
*>   2026-08-21  RAC  Initial version.
*>                     escalated one) so SMSREPLY can rewrite
*>                     SMSACKS per run instead of growing it
*>                     forever; warn when the ack table fills.
*>   2026-10-15  RAC  Warn, and return 4, when an escalation goes to
*>                     a backup number on SMSNUMSC's SMSBADNO list.

IDENTIFICATION DIVISION.
PROGRAM-ID. SMSESCL.
    SELECT SMS-ACK-FILE ASSIGN TO "SMSACKS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ACK-FILE-STATUS.
    SELECT SMS-SUSPECT-FILE ASSIGN TO "SMSBADNO"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUSPECT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SMS-ACK-FILE.
    COPY SMSACK.

FD  SMS-SUSPECT-FILE.
    COPY SMSBAD.

WORKING-STORAGE SECTION.
01  WS-SWITCHES.
    02 WS-RECON-EOF-SW      PIC X(01) VALUE "N".
       88 WS-ACK-EOF                 VALUE "Y".
    02 WS-ACKED-SW          PIC X(01) VALUE "N".
       88 WS-SEND-ACKED              VALUE "Y".
    02 WS-SUSPECT-FILE-STATUS PIC X(02) VALUE "00".
    02 WS-SUSPECT-EOF-SW    PIC X(01) VALUE "N".
       88 WS-SUSPECT-EOF             VALUE "Y".
    02 WS-SUSPECT-BACKUP-SW PIC X(01) VALUE "N".
       88 WS-SUSPECT-BACKUP-USED     VALUE "Y".

*> This run's SMSSENT records, looked up by textId when a recon
*> status needs joining back to who was paged.
01  WS-ACK-IX               PIC 9(05) COMP VALUE 0.
01  WS-ACK-FOUND-IX         PIC 9(05) COMP VALUE 0.

*> SMSBADNO numbers, warned on when an escalation goes to one.
01  WS-BAD-TABLE.
    02 WS-BAD-COUNT         PIC 9(03) COMP VALUE 0.
    02 WS-BAD-ENTRY OCCURS 500 TIMES.
       03 WS-BAD-PHONE      PIC X(10).
       03 WS-BAD-PCT        PIC 9(03).
01  WS-BAD-IX               PIC 9(03) COMP VALUE 0.
01  WS-BAD-FOUND-IX         PIC 9(03) COMP VALUE 0.

PROCEDURE DIVISION.

0000-MAIN.
    PERFORM 1200-LOAD-CONTACT-TABLE
    PERFORM 1300-LOAD-ESCSTATE-TABLE
    PERFORM 1400-LOAD-ACK-TABLE
    PERFORM 1500-LOAD-SUSPECT-LIST
    OPEN INPUT SMS-RECON-FILE
    IF WS-RECON-FILE-STATUS NOT = "00"
        SET WS-RECON-EOF TO TRUE
            END-IF
    END-READ.

1500-LOAD-SUSPECT-LIST.
*> Optional - no SMSBADNO just means the numbers have not been
*> scored yet.
    MOVE 0 TO WS-BAD-COUNT
    OPEN INPUT SMS-SUSPECT-FILE
    IF WS-SUSPECT-FILE-STATUS = "00"
        PERFORM 1510-READ-SUSPECT-RECORD
            UNTIL WS-SUSPECT-EOF OR WS-BAD-COUNT >= 500
        CLOSE SMS-SUSPECT-FILE
    END-IF.

1510-READ-SUSPECT-RECORD.
    READ SMS-SUSPECT-FILE
        AT END SET WS-SUSPECT-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-BAD-COUNT
            MOVE BAD-PHONE TO WS-BAD-PHONE(WS-BAD-COUNT)
            IF BAD-DELIVERY-PCT NUMERIC
                MOVE BAD-DELIVERY-PCT TO WS-BAD-PCT(WS-BAD-COUNT)
            ELSE
                MOVE ZEROS TO WS-BAD-PCT(WS-BAD-COUNT)
            END-IF
    END-READ.

2000-PROCESS-RECON-RECORD.
    IF REC-STATUS = "FAILED" OR REC-STATUS = "PENDING"
        PERFORM 2200-FIND-SENT-RECORD
    MOVE ZEROS TO QUE-FIRST-FAIL-DATE
    MOVE ZEROS TO QUE-EARLIEST-TIME
    MOVE ZEROS TO QUE-LATEST-TIME
    WRITE QUE-RECORD
    PERFORM 2610-CHECK-SUSPECT-BACKUP.

2610-CHECK-SUSPECT-BACKUP.
    MOVE 0 TO WS-BAD-FOUND-IX
    MOVE 1 TO WS-BAD-IX
    PERFORM 2611-MATCH-SUSPECT-ENTRY
        UNTIL WS-BAD-IX > WS-BAD-COUNT
           OR WS-BAD-FOUND-IX > 0
    IF WS-BAD-FOUND-IX > 0
        SET WS-SUSPECT-BACKUP-USED TO TRUE
        DISPLAY "SMSESCL: WARNING - TICKET " QUE-TICKET-NO
            " ESCALATED TO SUSPECT BACKUP NUMBER " QUE-PHONE " ("
            WS-BAD-PCT(WS-BAD-FOUND-IX) "% DELIVERED) - CHECK "
            "SMSCONTS."
    END-IF.

2611-MATCH-SUSPECT-ENTRY.
    IF WS-BAD-PHONE(WS-BAD-IX) = QUE-PHONE
        MOVE WS-BAD-IX TO WS-BAD-FOUND-IX
    ELSE
        ADD 1 TO WS-BAD-IX
    END-IF.

9000-TERMINATE.
    IF WS-RECON-FILE-STATUS NOT = "35"
    END-IF
    CLOSE SMS-QUEUE-FILE
    PERFORM 9100-REWRITE-ESCSTATE-FILE
    IF WS-BACKUP-MISSING OR WS-SUSPECT-BACKUP-USED
        MOVE 4 TO RETURN-CODE
    END-IF.

