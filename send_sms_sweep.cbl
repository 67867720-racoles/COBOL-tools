*>      nonzero SMSCKPT shows an interrupted SENDSMS run still
*>      pending resume - nothing is swept then, because appending to
*>      SMSQUEUE would invalidate that checkpoint.
*>   4) Every completed sweep appends its control totals to SMSCTLT
*>      - SMSFAIL, SMSDEFER and SMSSCHED records in, queue and
*>      dead-letter records out - for SMSBAL to prove.
*>
*> Modification History:
*>   2026-08-21  RAC  Initial version.
*>                     the queue, unchanged - no attempt stamping and
*>                     no ceiling, since a hold is scheduling, not a
*>                     failure - and empty the hold file afterwards.
*>   2026-10-15  RAC  Count every record swept in and out and append
*>                     the run's control totals to SMSCTLT for the
*>                     SMSBAL balancing step.

IDENTIFICATION DIVISION.
PROGRAM-ID. SMSSWEEP.
    SELECT SMS-SCHEDULED-FILE ASSIGN TO "SMSSCHED"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SCHEDULED-FILE-STATUS.
    SELECT SMS-CONTROL-FILE ASSIGN TO "SMSCTLT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SMS-SCHEDULED-FILE.
    COPY SMSSCH.

FD  SMS-CONTROL-FILE.
    COPY SMSCTL.

WORKING-STORAGE SECTION.
01  WS-SWITCHES.
    02 WS-FAILED-EOF-SW     PIC X(01) VALUE "N".
    02 WS-SCHEDULED-FILE-STATUS PIC X(02) VALUE "00".
    02 WS-SCHEDULED-EOF-SW  PIC X(01) VALUE "N".
       88 WS-SCHEDULED-EOF           VALUE "Y".
    02 WS-CONTROL-FILE-STATUS PIC X(02) VALUE "00".

*> Control totals for SMSCTLT - what came in from each swept file and
*> where it went.
01  WS-TALLIES.
    02 WS-FAILED-IN-COUNT   PIC 9(05) VALUE 0.
    02 WS-DEFERRED-IN-COUNT PIC 9(05) VALUE 0.
    02 WS-SCHEDULED-IN-COUNT
                            PIC 9(05) VALUE 0.
    02 WS-QUEUED-COUNT      PIC 9(05) VALUE 0.
    02 WS-DEAD-COUNT        PIC 9(05) VALUE 0.
01  WS-RUN-STAMP            PIC X(19).

*> The record being aged, held here between the per-file read
*> paragraphs and the shared age/merge logic.
       03 WS-CURR-YYYY      PIC 9(04).
       03 WS-CURR-MM        PIC 9(02).
       03 WS-CURR-DD        PIC 9(02).
    02 WS-CURR-TIME         PIC 9(08).
    02 WS-CURR-TIME-R REDEFINES WS-CURR-TIME.
       03 WS-CURR-HH        PIC 9(02).
       03 WS-CURR-MIN       PIC 9(02).
       03 WS-CURR-SS        PIC 9(02).
       03 WS-CURR-HH100     PIC 9(02).

PROCEDURE DIVISION.


1000-INITIALIZE.
    ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
    ACCEPT WS-CURR-TIME FROM TIME
    MOVE SPACES TO WS-RUN-STAMP
    STRING WS-CURR-YYYY "-" WS-CURR-MM "-" WS-CURR-DD " "
           WS-CURR-HH ":" WS-CURR-MIN ":" WS-CURR-SS
        DELIMITED BY SIZE INTO WS-RUN-STAMP
    END-STRING
    COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-CURR-DATE)
    PERFORM 1100-LOAD-RETRY-DAYS
    OPEN INPUT SMS-FAILED-FILE
2100-READ-FAILED-RECORD.
    READ SMS-FAILED-FILE
        AT END SET WS-FAILED-EOF TO TRUE
        NOT AT END ADD 1 TO WS-FAILED-IN-COUNT
    END-READ.

3000-SWEEP-DEFERRED-RECORD.
3100-READ-DEFERRED-RECORD.
    READ SMS-DEFERRED-FILE
        AT END SET WS-DEFERRED-EOF TO TRUE
        NOT AT END ADD 1 TO WS-DEFERRED-IN-COUNT
    END-READ.

3500-REQUEUE-SCHEDULED-RECORD.
        MOVE ZEROS TO QUE-LATEST-TIME
    END-IF
    WRITE QUE-RECORD
    ADD 1 TO WS-QUEUED-COUNT
    PERFORM 3600-READ-SCHEDULED-RECORD.

3600-READ-SCHEDULED-RECORD.
    READ SMS-SCHEDULED-FILE
        AT END SET WS-SCHEDULED-EOF TO TRUE
        NOT AT END ADD 1 TO WS-SCHEDULED-IN-COUNT
    END-READ.

4000-AGE-AND-ROUTE-RECORD.
    MOVE WS-SWP-FIRST-FAIL-DATE TO DED-FIRST-FAIL-DATE
    MOVE "AGED PAST RETRY CEILING" TO DED-REASON
    WRITE DED-RECORD
    ADD 1 TO WS-DEAD-COUNT
    SET WS-DEAD-WRITTEN TO TRUE.

4200-WRITE-QUEUE-RECORD.
    MOVE WS-SWP-FIRST-FAIL-DATE TO QUE-FIRST-FAIL-DATE
    MOVE WS-SWP-EARLIEST-TIME TO QUE-EARLIEST-TIME
    MOVE WS-SWP-LATEST-TIME TO QUE-LATEST-TIME
    WRITE QUE-RECORD
    ADD 1 TO WS-QUEUED-COUNT.

9000-TERMINATE.
*> Empty the swept files once their records are safely merged or
    END-IF
    CLOSE SMS-QUEUE-FILE
    CLOSE SMS-DEADLETTER-FILE
    PERFORM 9100-WRITE-CONTROL-TOTALS
    IF WS-DEAD-WRITTEN
        MOVE 4 TO RETURN-CODE
    END-IF.

9100-WRITE-CONTROL-TOTALS.
*> Every record swept in must come out as exactly one queue or
*> dead-letter record - SMSBAL holds the sweep to that.
    OPEN EXTEND SMS-CONTROL-FILE
    IF WS-CONTROL-FILE-STATUS = "35"
        OPEN OUTPUT SMS-CONTROL-FILE
    END-IF
    MOVE "SMSSWEEP" TO CTL-PROGRAM
    MOVE WS-RUN-STAMP TO CTL-RUN-STAMP
    MOVE "IN " TO CTL-DIRECTION
    MOVE "SMSFAIL" TO CTL-FILE
    MOVE WS-FAILED-IN-COUNT TO CTL-COUNT
    WRITE CTL-RECORD
    MOVE "SMSDEFER" TO CTL-FILE
    MOVE WS-DEFERRED-IN-COUNT TO CTL-COUNT
    WRITE CTL-RECORD
    MOVE "SMSSCHED" TO CTL-FILE
    MOVE WS-SCHEDULED-IN-COUNT TO CTL-COUNT
    WRITE CTL-RECORD
    MOVE "OUT" TO CTL-DIRECTION
    MOVE "SMSQUEUE" TO CTL-FILE
    MOVE WS-QUEUED-COUNT TO CTL-COUNT
    WRITE CTL-RECORD
    MOVE "SMSDEAD" TO CTL-FILE
    MOVE WS-DEAD-COUNT TO CTL-COUNT
    WRITE CTL-RECORD
    CLOSE SMS-CONTROL-FILE.

END PROGRAM SMSSWEEP.
