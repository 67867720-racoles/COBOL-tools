*>                - SMSQUOTA remaining under the floor,
*>                - SMSSUSP grown since the last watchdog run,
*>                - SMSHIST records still PENDING hours after their
*>                  send despite having been polled,
*>                - a group whose pager is held right now by a
*>                  number on SMSNUMSC's SMSBADNO suspect list.
*>              Every tripped check is appended to the SMSWALRT
*>              alert log, and one priority-1 SMSQUEUE record is
*>              queued to the ops desk's own number so the next
*>      logged, the page is skipped, and the log says so. Same rule
*>      as SMSSWEEP and SMSESCL.
*>   5) Returns 4 when any check tripped.
*>   6) The pager holder is found the way SMSQBLD resolves a page
*>      sent now - the first SMSROSTR entry of the group on shift
*>      at this hour, with the same midnight-crossing rule - so the
*>      alert names exactly the number tonight's pages will go to.
*>      A suspect number further down the group, not holding the
*>      pager, is left to the SMSNUMSC scorecard.
*>
*> Modification History:
*>   2026-09-02  RAC  Initial version.
*>   2026-10-15  RAC  Alert when a group's current pager holder is a
*>                     number on SMSNUMSC's SMSBADNO suspect list.

IDENTIFICATION DIVISION.
PROGRAM-ID. SMSWATCH.
    SELECT SMS-QUEUE-FILE ASSIGN TO "SMSQUEUE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-QUEUE-FILE-STATUS.
    SELECT SMS-ROSTER-FILE ASSIGN TO "SMSROSTR"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS ROS-PERSON-ID
        FILE STATUS IS WS-ROSTER-FILE-STATUS.
    SELECT SMS-SUSPECT-FILE ASSIGN TO "SMSBADNO"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUSPECT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SMS-QUEUE-FILE.
    COPY SMSQUE.

FD  SMS-ROSTER-FILE.
    COPY SMSROS.

FD  SMS-SUSPECT-FILE.
    COPY SMSBAD.

WORKING-STORAGE SECTION.
01  WS-SWITCHES.
    02 WS-CKPT-FILE-STATUS  PIC X(02) VALUE "00".
       88 WS-RESTART-PENDING         VALUE "Y".
    02 WS-TS-PARSE-OK-SW    PIC X(01) VALUE "N".
       88 WS-TS-PARSE-OK             VALUE "Y".
    02 WS-ROSTER-FILE-STATUS PIC X(02) VALUE "00".
    02 WS-ROSTER-EOF-SW     PIC X(01) VALUE "N".
       88 WS-ROSTER-EOF              VALUE "Y".
    02 WS-SUSPECT-FILE-STATUS PIC X(02) VALUE "00".
    02 WS-SUSPECT-EOF-SW    PIC X(01) VALUE "N".
       88 WS-SUSPECT-EOF             VALUE "Y".
    02 WS-ON-SHIFT-SW       PIC X(01) VALUE "N".
       88 WS-ON-SHIFT                VALUE "Y".
    02 WS-HOLDER-SW         PIC X(01) VALUE "N".
       88 WS-PAGER-HOLDER            VALUE "Y".

*> SMSBADNO, and the roster to find who holds each pager now.
01  WS-BAD-TABLE.
    02 WS-BAD-COUNT         PIC 9(03) COMP VALUE 0.
    02 WS-BAD-ENTRY OCCURS 500 TIMES.
       03 WS-BAD-PHONE      PIC X(10).
       03 WS-BAD-PCT        PIC 9(03).
01  WS-BAD-IX               PIC 9(03) COMP VALUE 0.
01  WS-BAD-FOUND-IX         PIC 9(03) COMP VALUE 0.

01  WS-ROSTER-TABLE.
    02 WS-ROS-COUNT         PIC 9(03) COMP VALUE 0.
    02 WS-ROS-ENTRY OCCURS 500 TIMES.
       03 WS-ROS-PHONE      PIC X(10).
       03 WS-ROS-GROUP      PIC X(08).
       03 WS-ROS-SHIFT-DAYS PIC X(07).
       03 WS-ROS-SHIFT-START
                            PIC 9(04).
       03 WS-ROS-SHIFT-END  PIC 9(04).
       03 WS-ROS-ON-SHIFT   PIC X(01).
01  WS-ROS-IX               PIC 9(03) COMP VALUE 0.
01  WS-ROS-EARLIER-IX       PIC 9(03) COMP VALUE 0.

*> Weekday bytes for ROS-SHIFT-DAYS as SMSQBLD computes them: 1 =
*> Monday through 7 = Sunday, and yesterday's byte for the after-
*> midnight leg of a shift that crosses midnight.
01  WS-DOW-IX               PIC 9(01) COMP VALUE 0.
01  WS-DOW-PREV-IX          PIC 9(01) COMP VALUE 0.
01  WS-DOW-REM              PIC 9(07) COMP VALUE 0.
01  WS-DATE-INT             PIC 9(07) COMP VALUE 0.
01  WS-NOW-HHMM             PIC 9(04) VALUE 0.
01  WS-PCT-ED               PIC ZZ9.

01  WS-CKPT-VALUES.
    02 WS-CKPT-COUNT        PIC 9(05) VALUE 0.
    PERFORM 4000-CHECK-QUOTA-FLOOR
    PERFORM 5000-CHECK-SUSPENSE-GROWTH
    PERFORM 6000-CHECK-STUCK-PENDING
    PERFORM 6500-CHECK-SUSPECT-HOLDERS
    PERFORM 7000-QUEUE-OPS-PAGE
    PERFORM 9000-TERMINATE
    STOP RUN.
    END-IF
    PERFORM 6100-READ-HISTORY-RECORD.

6500-CHECK-SUSPECT-HOLDERS.
*> Nothing to check until SMSNUMSC has scored the numbers.
    PERFORM 6510-LOAD-SUSPECT-LIST
    IF WS-BAD-COUNT > 0
        COMPUTE WS-NOW-HHMM = WS-CURR-HH * 100 + WS-CURR-MIN
        COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-CURR-DATE)
        COMPUTE WS-DOW-REM = FUNCTION REM(WS-DATE-INT, 7)
        IF WS-DOW-REM = 0
            MOVE 7 TO WS-DOW-IX
        ELSE
            MOVE WS-DOW-REM TO WS-DOW-IX
        END-IF
        IF WS-DOW-IX = 1
            MOVE 7 TO WS-DOW-PREV-IX
        ELSE
            COMPUTE WS-DOW-PREV-IX = WS-DOW-IX - 1
        END-IF
        PERFORM 6530-LOAD-ROSTER-TABLE
        PERFORM 6600-MARK-ON-SHIFT
            VARYING WS-ROS-IX FROM 1 BY 1
            UNTIL WS-ROS-IX > WS-ROS-COUNT
        PERFORM 6700-JUDGE-HOLDER
            VARYING WS-ROS-IX FROM 1 BY 1
            UNTIL WS-ROS-IX > WS-ROS-COUNT
    END-IF.

6510-LOAD-SUSPECT-LIST.
    MOVE 0 TO WS-BAD-COUNT
    OPEN INPUT SMS-SUSPECT-FILE
    IF WS-SUSPECT-FILE-STATUS = "00"
        PERFORM 6520-READ-SUSPECT-RECORD
            UNTIL WS-SUSPECT-EOF OR WS-BAD-COUNT >= 500
        CLOSE SMS-SUSPECT-FILE
    END-IF.

6520-READ-SUSPECT-RECORD.
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

6530-LOAD-ROSTER-TABLE.
    MOVE 0 TO WS-ROS-COUNT
    OPEN INPUT SMS-ROSTER-FILE
    IF WS-ROSTER-FILE-STATUS = "00"
        MOVE LOW-VALUES TO ROS-PERSON-ID
        START SMS-ROSTER-FILE KEY >= ROS-PERSON-ID
            INVALID KEY SET WS-ROSTER-EOF TO TRUE
        END-START
        PERFORM 6540-READ-ROSTER-RECORD
            UNTIL WS-ROSTER-EOF OR WS-ROS-COUNT >= 500
        CLOSE SMS-ROSTER-FILE
    END-IF.

6540-READ-ROSTER-RECORD.
    READ SMS-ROSTER-FILE NEXT RECORD
        AT END SET WS-ROSTER-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-ROS-COUNT
            MOVE ROS-PHONE TO WS-ROS-PHONE(WS-ROS-COUNT)
            MOVE ROS-GROUP TO WS-ROS-GROUP(WS-ROS-COUNT)
            MOVE ROS-SHIFT-DAYS
                TO WS-ROS-SHIFT-DAYS(WS-ROS-COUNT)
            IF ROS-SHIFT-START NUMERIC
                MOVE ROS-SHIFT-START
                    TO WS-ROS-SHIFT-START(WS-ROS-COUNT)
            ELSE
                MOVE ZEROS TO WS-ROS-SHIFT-START(WS-ROS-COUNT)
            END-IF
            IF ROS-SHIFT-END NUMERIC
                MOVE ROS-SHIFT-END
                    TO WS-ROS-SHIFT-END(WS-ROS-COUNT)
            ELSE
                MOVE ZEROS TO WS-ROS-SHIFT-END(WS-ROS-COUNT)
            END-IF
            MOVE "N" TO WS-ROS-ON-SHIFT(WS-ROS-COUNT)
    END-READ.

6600-MARK-ON-SHIFT.
*> SMSQBLD's 2220-CHECK-SHIFT-COVERAGE, judged at this minute.
    MOVE "N" TO WS-ON-SHIFT-SW
    IF WS-ROS-SHIFT-START(WS-ROS-IX) < WS-ROS-SHIFT-END(WS-ROS-IX)
        IF WS-ROS-SHIFT-DAYS(WS-ROS-IX)(WS-DOW-IX:1) = "Y"
           AND WS-NOW-HHMM >= WS-ROS-SHIFT-START(WS-ROS-IX)
           AND WS-NOW-HHMM < WS-ROS-SHIFT-END(WS-ROS-IX)
            SET WS-ON-SHIFT TO TRUE
        END-IF
    ELSE
        IF WS-ROS-SHIFT-START(WS-ROS-IX)
           = WS-ROS-SHIFT-END(WS-ROS-IX)
            IF WS-ROS-SHIFT-DAYS(WS-ROS-IX)(WS-DOW-IX:1) = "Y"
                SET WS-ON-SHIFT TO TRUE
            END-IF
        ELSE
            IF WS-ROS-SHIFT-DAYS(WS-ROS-IX)(WS-DOW-IX:1) = "Y"
               AND WS-NOW-HHMM >= WS-ROS-SHIFT-START(WS-ROS-IX)
                SET WS-ON-SHIFT TO TRUE
            END-IF
            IF WS-ROS-SHIFT-DAYS(WS-ROS-IX)(WS-DOW-PREV-IX:1) = "Y"
               AND WS-NOW-HHMM < WS-ROS-SHIFT-END(WS-ROS-IX)
                SET WS-ON-SHIFT TO TRUE
            END-IF
        END-IF
    END-IF
    IF WS-ON-SHIFT
        MOVE "Y" TO WS-ROS-ON-SHIFT(WS-ROS-IX)
    END-IF.

6700-JUDGE-HOLDER.
*> The holder is the first entry of the group on shift - any
*> earlier entry of the same group on shift takes the page instead.
    IF WS-ROS-ON-SHIFT(WS-ROS-IX) = "Y"
        SET WS-PAGER-HOLDER TO TRUE
        PERFORM 6710-CHECK-EARLIER-ENTRY
            VARYING WS-ROS-EARLIER-IX FROM 1 BY 1
            UNTIL WS-ROS-EARLIER-IX >= WS-ROS-IX
        IF WS-PAGER-HOLDER
            PERFORM 6720-FIND-SUSPECT-ENTRY
            IF WS-BAD-FOUND-IX > 0
                MOVE WS-BAD-PCT(WS-BAD-FOUND-IX) TO WS-PCT-ED
                MOVE SPACES TO WS-ALERT-TEXT
                STRING "SUSPECT HOLDER: GROUP " DELIMITED BY SIZE
                       WS-ROS-GROUP(WS-ROS-IX) DELIMITED BY SPACE
                       " PAGER HELD BY " WS-ROS-PHONE(WS-ROS-IX)
                       ", " WS-PCT-ED "% DELIVERED"
                       DELIMITED BY SIZE
                    INTO WS-ALERT-TEXT
                END-STRING
                PERFORM 8000-WRITE-ALERT
            END-IF
        END-IF
    END-IF.

6710-CHECK-EARLIER-ENTRY.
    IF WS-ROS-GROUP(WS-ROS-EARLIER-IX) = WS-ROS-GROUP(WS-ROS-IX)
       AND WS-ROS-ON-SHIFT(WS-ROS-EARLIER-IX) = "Y"
        MOVE "N" TO WS-HOLDER-SW
    END-IF.

6720-FIND-SUSPECT-ENTRY.
    MOVE 0 TO WS-BAD-FOUND-IX
    MOVE 1 TO WS-BAD-IX
    PERFORM 6730-MATCH-SUSPECT-ENTRY
        UNTIL WS-BAD-IX > WS-BAD-COUNT
           OR WS-BAD-FOUND-IX > 0.

6730-MATCH-SUSPECT-ENTRY.
    IF WS-BAD-PHONE(WS-BAD-IX) = WS-ROS-PHONE(WS-ROS-IX)
        MOVE WS-BAD-IX TO WS-BAD-FOUND-IX
    ELSE
        ADD 1 TO WS-BAD-IX
    END-IF.

7000-QUEUE-OPS-PAGE.
*> One page per run however many checks tripped - the alert log has
*> the detail. The ticket carries today's date so SENDSMS's
