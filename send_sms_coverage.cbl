*> Program: SMSCOVR
*> Description: on-call roster coverage forecast. Walks the SMSROSTR
*>              roster master forward over the next 14 days, group
*>              by group and hour by hour, with the same shift rules
*>              SMSQBLD resolves a page with, and prints to SMSCOVR
*>              every gap where nobody holds a group's pager and
*>              every overlap where two people hold it at once. It
*>              also lists roster entries that could never be paged
*>              - a ROS-PHONE that fails the NANP check or sits on
*>              SMSDNT - so the rota is fixed before the weekend
*>              rather than discovered from SMSSUSP at 0300.
*>              Run from cron on Friday morning for the team leads.
*> Author: Rebecca Ann Coles
*> Date: 10/15/2026
*> Tectonics: cobc (GnuCOBOL)
*>
*> Notes:
*>   1) Use the -free flag to compile with the
*>      free source format:
*>        cobc -free -x -o smscovr send_sms_coverage.cbl -I copybooks
*>   2) The forecast starts at 0000 today; set SENDSMS_COVR_DATE to a
*>      YYYYMMDD day to forecast from another day instead.
*>   3) Each hour is judged at its first minute, exactly as SMSQBLD
*>      would judge a page sent on the hour: a shift starting at
*>      0930 leaves the 0900 hour uncovered. A shift that crosses
*>      midnight is flagged only on the day it starts and covers the
*>      early hours of the next day from that byte, as in SMSQBLD.
*>   4) Consecutive hours with the same finding are reported as one
*>      span; an overlap span breaks when the pair holding the
*>      pager changes. A roster entry that cannot be paged still
*>      counts as cover here - SMSQBLD would still pick it - which
*>      is exactly why it is listed.
*>   5) Returns 4 when the forecast found any gap or any entry that
*>      cannot be paged, 0 when the rota is clean.
*>
*> Modification History:
*>   2026-10-15  RAC  Initial version.

IDENTIFICATION DIVISION.
PROGRAM-ID. SMSCOVR.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SMS-ROSTER-FILE ASSIGN TO "SMSROSTR"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS ROS-PERSON-ID
        FILE STATUS IS WS-ROSTER-FILE-STATUS.
    SELECT SMS-DONOTTEXT-FILE ASSIGN TO "SMSDNT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DONOTTEXT-FILE-STATUS.
    SELECT SMS-REPORT-FILE ASSIGN TO "SMSCOVR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SMS-ROSTER-FILE.
    COPY SMSROS.

FD  SMS-DONOTTEXT-FILE.
    COPY SMSDNT.

FD  SMS-REPORT-FILE.
01  WS-REPORT-LINE            PIC X(80).

WORKING-STORAGE SECTION.
01  WS-SWITCHES.
    02 WS-ROSTER-EOF-SW     PIC X(01) VALUE "N".
       88 WS-ROSTER-EOF              VALUE "Y".
    02 WS-DONOTTEXT-EOF-SW  PIC X(01) VALUE "N".
       88 WS-DONOTTEXT-EOF           VALUE "Y".
    02 WS-ROSTER-FILE-STATUS PIC X(02) VALUE "00".
    02 WS-DONOTTEXT-FILE-STATUS PIC X(02) VALUE "00".
    02 WS-REPORT-FILE-STATUS PIC X(02) VALUE "00".
    02 WS-ON-SHIFT-SW       PIC X(01) VALUE "N".
       88 WS-ON-SHIFT                VALUE "Y".
    02 WS-PHONE-VALID-SW    PIC X(01) VALUE "N".
       88 WS-PHONE-VALID             VALUE "Y".
    02 WS-ROSTER-FULL-SW    PIC X(01) VALUE "N".
       88 WS-ROSTER-FULL             VALUE "Y".

*> The whole roster, loaded once, as SMSQBLD loads it.
01  WS-ROSTER-TABLE.
    02 WS-ROS-COUNT         PIC 9(03) COMP VALUE 0.
    02 WS-ROS-ENTRY OCCURS 500 TIMES.
       03 WS-ROS-PERSON-ID  PIC X(08).
       03 WS-ROS-NAME       PIC X(30).
       03 WS-ROS-PHONE      PIC X(10).
       03 WS-ROS-GROUP      PIC X(08).
       03 WS-ROS-SHIFT-DAYS PIC X(07).
       03 WS-ROS-SHIFT-START
                            PIC 9(04).
       03 WS-ROS-SHIFT-END  PIC 9(04).
01  WS-ROS-IX               PIC 9(03) COMP VALUE 0.

*> Distinct groups on the roster, in the order first met.
01  WS-GROUP-TABLE.
    02 WS-GRP-COUNT         PIC 9(03) COMP VALUE 0.
    02 WS-GRP-ENTRY OCCURS 100 TIMES.
       03 WS-GRP-CODE       PIC X(08).
       03 WS-GRP-MEMBERS    PIC 9(03) COMP.
01  WS-GRP-IX               PIC 9(03) COMP VALUE 0.
01  WS-GRP-FOUND-IX         PIC 9(03) COMP VALUE 0.
01  WS-GRP-OVERFLOW         PIC 9(03) COMP VALUE 0.

*> SMSDNT - a roster phone on it can never be paged.
01  WS-DNT-TABLE.
    02 WS-DNT-COUNT         PIC 9(03) COMP VALUE 0.
    02 WS-DNT-ENTRY OCCURS 500 TIMES.
       03 WS-DNT-PHONE      PIC X(10).
       03 WS-DNT-EFF-DATE   PIC 9(08).
       03 WS-DNT-REASON     PIC X(04).
01  WS-DNT-IX               PIC 9(03) COMP VALUE 0.
01  WS-DNT-FOUND-IX         PIC 9(03) COMP VALUE 0.

*> The 14 forecast days: date, weekday byte (1 = Monday) and the
*> previous day's byte for the after-midnight leg of a shift.
01  WS-DAY-TABLE.
    02 WS-DAY-ENTRY OCCURS 14 TIMES.
       03 WS-DAY-DATE       PIC 9(08).
       03 WS-DAY-DOW-IX     PIC 9(01) COMP.
       03 WS-DAY-PREV-IX    PIC 9(01) COMP.
01  WS-DAY-IX               PIC 9(02) COMP VALUE 0.
01  WS-DAY-NAMES            PIC X(21)
        VALUE "MONTUEWEDTHUFRISATSUN".
01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
    02 WS-DAY-NAME          PIC X(03) OCCURS 7 TIMES.

01  WS-START-DATE           PIC 9(08) VALUE 0.
01  WS-START-DATE-RAW       PIC X(08).
01  WS-END-DATE             PIC 9(08) VALUE 0.
01  WS-DATE-INT             PIC 9(07) COMP VALUE 0.
01  WS-DOW-REM              PIC 9(07) COMP VALUE 0.

*> The hour being judged: slot 0 is 0000 on the first day, slot 335
*> is 2300 on the fourteenth.
01  WS-SLOT                 PIC 9(03) COMP VALUE 0.
01  WS-SLOT-DAY             PIC 9(02) COMP VALUE 0.
01  WS-SLOT-HOUR            PIC 9(02) COMP VALUE 0.
01  WS-SEND-HHMM            PIC 9(04) VALUE 0.
01  WS-DOW-IX               PIC 9(01) COMP VALUE 0.
01  WS-DOW-PREV-IX          PIC 9(01) COMP VALUE 0.

*> Who holds the pager in the hour being judged.
01  WS-HOLDER-COUNT         PIC 9(03) COMP VALUE 0.
01  WS-HOLDER-1             PIC 9(03) COMP VALUE 0.
01  WS-HOLDER-2             PIC 9(03) COMP VALUE 0.
01  WS-SLOT-KIND            PIC X(01) VALUE SPACE.

*> The span being built: kind G (gap) or O (overlap), blank for
*> none open, its first slot, its length and, for an overlap, the
*> pair holding the pager.
01  WS-SPAN.
    02 WS-SPAN-KIND         PIC X(01) VALUE SPACE.
    02 WS-SPAN-START        PIC 9(03) COMP VALUE 0.
    02 WS-SPAN-HOURS        PIC 9(03) COMP VALUE 0.
    02 WS-SPAN-HOLDER-1     PIC 9(03) COMP VALUE 0.
    02 WS-SPAN-HOLDER-2     PIC 9(03) COMP VALUE 0.
    02 WS-SPAN-MAX-HOLDERS  PIC 9(03) COMP VALUE 0.
01  WS-GROUP-FINDINGS       PIC 9(05) COMP VALUE 0.
01  WS-PRINT-SLOT           PIC 9(03) COMP VALUE 0.

01  WS-TALLIES.
    02 WS-TOT-GAP-HOURS     PIC 9(05) VALUE 0.
    02 WS-TOT-OVERLAP-HOURS PIC 9(05) VALUE 0.
    02 WS-TOT-FLAGGED       PIC 9(05) VALUE 0.

01  WS-DATE-WORK.
    02 WS-CURR-DATE         PIC 9(08).
    02 WS-CURR-DATE-R REDEFINES WS-CURR-DATE.
       03 WS-CURR-YYYY      PIC 9(04).
       03 WS-CURR-MM        PIC 9(02).
       03 WS-CURR-DD        PIC 9(02).
    02 WS-EDIT-DATE         PIC 9(08).
    02 WS-EDIT-DATE-R REDEFINES WS-EDIT-DATE.
       03 WS-EDIT-YYYY      PIC 9(04).
       03 WS-EDIT-MM        PIC 9(02).
       03 WS-EDIT-DD        PIC 9(02).
    02 WS-EDIT-HHMM         PIC 9(04).

*> Print-line layouts, 80 columns.
01  WS-HDR-LINE.
    02 FILLER               PIC X(16) VALUE "  FORECAST FROM ".
    02 WS-HDR-FROM          PIC X(14).
    02 FILLER               PIC X(04) VALUE " TO ".
    02 WS-HDR-TO            PIC X(14).
    02 FILLER               PIC X(32) VALUE
       " - 14 DAYS, HOUR BY HOUR".

01  WS-GROUP-LINE.
    02 FILLER               PIC X(06) VALUE "GROUP ".
    02 WS-GRL-CODE          PIC X(08).
    02 FILLER               PIC X(02) VALUE " (".
    02 WS-GRL-MEMBERS       PIC ZZ9.
    02 FILLER               PIC X(16) VALUE " ROSTER ENTRIES)".
    02 FILLER               PIC X(45) VALUE SPACES.

01  WS-SPAN-LINE.
    02 FILLER               PIC X(02) VALUE SPACES.
    02 WS-SPL-KIND          PIC X(08).
    02 WS-SPL-FROM          PIC X(19).
    02 FILLER               PIC X(04) VALUE " TO ".
    02 WS-SPL-TO            PIC X(19).
    02 FILLER               PIC X(02) VALUE SPACES.
    02 WS-SPL-HOURS         PIC ZZ9.
    02 FILLER               PIC X(04) VALUE " HRS".
    02 FILLER               PIC X(19) VALUE SPACES.

01  WS-HELD-LINE.
    02 FILLER               PIC X(18) VALUE
       "          HELD BY ".
    02 WS-HDL-NAME-1        PIC X(25).
    02 FILLER               PIC X(03) VALUE " / ".
    02 WS-HDL-NAME-2        PIC X(25).
    02 FILLER               PIC X(01) VALUE SPACES.
    02 WS-HDL-MORE          PIC X(08).

01  WS-FLAG-LINE.
    02 FILLER               PIC X(02) VALUE SPACES.
    02 WS-FLL-PERSON        PIC X(08).
    02 FILLER               PIC X(01) VALUE SPACES.
    02 WS-FLL-NAME          PIC X(20).
    02 FILLER               PIC X(01) VALUE SPACES.
    02 WS-FLL-GROUP         PIC X(08).
    02 FILLER               PIC X(01) VALUE SPACES.
    02 WS-FLL-PHONE         PIC X(10).
    02 FILLER               PIC X(01) VALUE SPACES.
    02 WS-FLL-REASON        PIC X(28).

01  WS-TOTAL-LINE.
    02 FILLER               PIC X(12) VALUE "  GAP HOURS ".
    02 WS-TTL-GAP           PIC ZZZZ9.
    02 FILLER               PIC X(16) VALUE "  OVERLAP HOURS ".
    02 WS-TTL-OVERLAP       PIC ZZZZ9.
    02 FILLER               PIC X(20) VALUE "  ENTRIES FLAGGED ".
    02 WS-TTL-FLAGGED       PIC ZZZZ9.
    02 FILLER               PIC X(17) VALUE SPACES.

01  WS-STAMP-WORK           PIC X(19).

PROCEDURE DIVISION.

0000-MAIN.
    PERFORM 1000-INITIALIZE
    PERFORM 2000-FORECAST-ONE-GROUP
        VARYING WS-GRP-IX FROM 1 BY 1
        UNTIL WS-GRP-IX > WS-GRP-COUNT
    PERFORM 3000-LIST-UNPAGEABLE-ENTRIES
    PERFORM 9000-TERMINATE
    STOP RUN.

1000-INITIALIZE.
    ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
    MOVE WS-CURR-DATE TO WS-START-DATE
    MOVE SPACES TO WS-START-DATE-RAW
    ACCEPT WS-START-DATE-RAW FROM ENVIRONMENT "SENDSMS_COVR_DATE"
    IF WS-START-DATE-RAW NUMERIC
        MOVE WS-START-DATE-RAW TO WS-START-DATE
    END-IF
    PERFORM 1100-BUILD-DAY-TABLE
        VARYING WS-DAY-IX FROM 1 BY 1
        UNTIL WS-DAY-IX > 14
    MOVE WS-DAY-DATE(14) TO WS-END-DATE
    PERFORM 1200-LOAD-ROSTER-TABLE
    PERFORM 1300-LOAD-DONOTTEXT-LIST
    OPEN OUTPUT SMS-REPORT-FILE
    MOVE "           ON-CALL ROSTER COVERAGE FORECAST"
        TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE 1 TO WS-DAY-IX
    MOVE 0 TO WS-EDIT-HHMM
    PERFORM 8000-EDIT-DAY-STAMP
    MOVE WS-STAMP-WORK(1:14) TO WS-HDR-FROM
    MOVE 14 TO WS-DAY-IX
    PERFORM 8000-EDIT-DAY-STAMP
    MOVE WS-STAMP-WORK(1:14) TO WS-HDR-TO
    MOVE WS-HDR-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    IF WS-ROS-COUNT = 0
        MOVE "  (NO ROSTER RECORDS ON SMSROSTR - NOTHING TO FORECAST)"
            TO WS-REPORT-LINE
        WRITE WS-REPORT-LINE
    END-IF
    IF WS-ROSTER-FULL
        MOVE "  (SMSROSTR HOLDS MORE THAN 500 ENTRIES - FORECAST IS "
            TO WS-REPORT-LINE
        WRITE WS-REPORT-LINE
        MOVE "   PARTIAL)" TO WS-REPORT-LINE
        WRITE WS-REPORT-LINE
    END-IF.

1100-BUILD-DAY-TABLE.
*> Weekday bytes from INTEGER-OF-DATE, as SMSQBLD works them out:
*> day 1 is a Monday, so the remainder modulo 7 maps 1-6 to
*> Monday-Saturday and 0 to Sunday.
    COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-START-DATE)
        + WS-DAY-IX - 1
    COMPUTE WS-DAY-DATE(WS-DAY-IX) =
        FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
    COMPUTE WS-DOW-REM = FUNCTION REM(WS-DATE-INT, 7)
    IF WS-DOW-REM = 0
        MOVE 7 TO WS-DAY-DOW-IX(WS-DAY-IX)
    ELSE
        MOVE WS-DOW-REM TO WS-DAY-DOW-IX(WS-DAY-IX)
    END-IF
    IF WS-DAY-DOW-IX(WS-DAY-IX) = 1
        MOVE 7 TO WS-DAY-PREV-IX(WS-DAY-IX)
    ELSE
        COMPUTE WS-DAY-PREV-IX(WS-DAY-IX) =
            WS-DAY-DOW-IX(WS-DAY-IX) - 1
    END-IF.

1200-LOAD-ROSTER-TABLE.
    MOVE 0 TO WS-ROS-COUNT
    OPEN INPUT SMS-ROSTER-FILE
    IF WS-ROSTER-FILE-STATUS = "00"
        MOVE LOW-VALUES TO ROS-PERSON-ID
        START SMS-ROSTER-FILE KEY >= ROS-PERSON-ID
            INVALID KEY SET WS-ROSTER-EOF TO TRUE
        END-START
        PERFORM 1210-READ-ROSTER-RECORD UNTIL WS-ROSTER-EOF
        CLOSE SMS-ROSTER-FILE
    END-IF.

1210-READ-ROSTER-RECORD.
    READ SMS-ROSTER-FILE NEXT RECORD
        AT END SET WS-ROSTER-EOF TO TRUE
        NOT AT END
            IF WS-ROS-COUNT >= 500
                SET WS-ROSTER-FULL TO TRUE
                SET WS-ROSTER-EOF TO TRUE
            ELSE
                ADD 1 TO WS-ROS-COUNT
                MOVE ROS-PERSON-ID TO WS-ROS-PERSON-ID(WS-ROS-COUNT)
                MOVE ROS-NAME TO WS-ROS-NAME(WS-ROS-COUNT)
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
                PERFORM 1220-NOTE-ROSTER-GROUP
            END-IF
    END-READ.

1220-NOTE-ROSTER-GROUP.
    MOVE 0 TO WS-GRP-FOUND-IX
    MOVE 1 TO WS-GRP-IX
    PERFORM 1221-MATCH-GROUP-ENTRY
        UNTIL WS-GRP-IX > WS-GRP-COUNT
           OR WS-GRP-FOUND-IX > 0
    IF WS-GRP-FOUND-IX = 0
        IF WS-GRP-COUNT < 100
            ADD 1 TO WS-GRP-COUNT
            MOVE WS-GRP-COUNT TO WS-GRP-FOUND-IX
            MOVE ROS-GROUP TO WS-GRP-CODE(WS-GRP-FOUND-IX)
            MOVE 0 TO WS-GRP-MEMBERS(WS-GRP-FOUND-IX)
        ELSE
            ADD 1 TO WS-GRP-OVERFLOW
        END-IF
    END-IF
    IF WS-GRP-FOUND-IX > 0
        ADD 1 TO WS-GRP-MEMBERS(WS-GRP-FOUND-IX)
    END-IF.

1221-MATCH-GROUP-ENTRY.
    IF WS-GRP-CODE(WS-GRP-IX) = ROS-GROUP
        MOVE WS-GRP-IX TO WS-GRP-FOUND-IX
    ELSE
        ADD 1 TO WS-GRP-IX
    END-IF.

1300-LOAD-DONOTTEXT-LIST.
    MOVE 0 TO WS-DNT-COUNT
    OPEN INPUT SMS-DONOTTEXT-FILE
    IF WS-DONOTTEXT-FILE-STATUS = "00"
        PERFORM 1310-READ-DONOTTEXT-RECORD UNTIL WS-DONOTTEXT-EOF
        CLOSE SMS-DONOTTEXT-FILE
    END-IF.

1310-READ-DONOTTEXT-RECORD.
    READ SMS-DONOTTEXT-FILE
        AT END SET WS-DONOTTEXT-EOF TO TRUE
        NOT AT END
            IF WS-DNT-COUNT >= 500
                DISPLAY "SMSCOVR: SMSDNT HOLDS MORE THAN 500 ENTRIES - "
                    "SOME SUPPRESSED ROSTER PHONES MAY NOT BE FLAGGED."
                SET WS-DONOTTEXT-EOF TO TRUE
            ELSE
                ADD 1 TO WS-DNT-COUNT
                MOVE DNT-PHONE TO WS-DNT-PHONE(WS-DNT-COUNT)
                IF DNT-EFF-DATE NUMERIC
                    MOVE DNT-EFF-DATE
                        TO WS-DNT-EFF-DATE(WS-DNT-COUNT)
                ELSE
                    MOVE ZEROS TO WS-DNT-EFF-DATE(WS-DNT-COUNT)
                END-IF
                MOVE DNT-REASON-CODE TO WS-DNT-REASON(WS-DNT-COUNT)
            END-IF
    END-READ.

2000-FORECAST-ONE-GROUP.
    MOVE WS-GRP-CODE(WS-GRP-IX) TO WS-GRL-CODE
    MOVE WS-GRP-MEMBERS(WS-GRP-IX) TO WS-GRL-MEMBERS
    MOVE WS-GROUP-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE SPACE TO WS-SPAN-KIND
    MOVE 0 TO WS-GROUP-FINDINGS
    PERFORM 2100-JUDGE-ONE-HOUR
        VARYING WS-SLOT FROM 0 BY 1
        UNTIL WS-SLOT > 335
    PERFORM 2400-CLOSE-SPAN
    IF WS-GROUP-FINDINGS = 0
        MOVE "  COVERED EVERY HOUR, NO OVERLAPS" TO WS-REPORT-LINE
        WRITE WS-REPORT-LINE
    END-IF
    MOVE SPACES TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE.

2100-JUDGE-ONE-HOUR.
    DIVIDE WS-SLOT BY 24 GIVING WS-SLOT-DAY
        REMAINDER WS-SLOT-HOUR
    ADD 1 TO WS-SLOT-DAY
    COMPUTE WS-SEND-HHMM = WS-SLOT-HOUR * 100
    MOVE WS-DAY-DOW-IX(WS-SLOT-DAY) TO WS-DOW-IX
    MOVE WS-DAY-PREV-IX(WS-SLOT-DAY) TO WS-DOW-PREV-IX
    MOVE 0 TO WS-HOLDER-COUNT
    MOVE 0 TO WS-HOLDER-1
    MOVE 0 TO WS-HOLDER-2
    PERFORM 2110-COUNT-HOLDER
        VARYING WS-ROS-IX FROM 1 BY 1
        UNTIL WS-ROS-IX > WS-ROS-COUNT
    EVALUATE TRUE
        WHEN WS-HOLDER-COUNT = 0
            MOVE "G" TO WS-SLOT-KIND
            ADD 1 TO WS-TOT-GAP-HOURS
        WHEN WS-HOLDER-COUNT > 1
            MOVE "O" TO WS-SLOT-KIND
            ADD 1 TO WS-TOT-OVERLAP-HOURS
        WHEN OTHER
            MOVE SPACE TO WS-SLOT-KIND
    END-EVALUATE
    IF WS-SLOT-KIND NOT = WS-SPAN-KIND
       OR (WS-SLOT-KIND = "O"
           AND (WS-HOLDER-1 NOT = WS-SPAN-HOLDER-1
                OR WS-HOLDER-2 NOT = WS-SPAN-HOLDER-2))
        PERFORM 2400-CLOSE-SPAN
        IF WS-SLOT-KIND NOT = SPACE
            MOVE WS-SLOT-KIND TO WS-SPAN-KIND
            MOVE WS-SLOT TO WS-SPAN-START
            MOVE 0 TO WS-SPAN-HOURS
            MOVE WS-HOLDER-1 TO WS-SPAN-HOLDER-1
            MOVE WS-HOLDER-2 TO WS-SPAN-HOLDER-2
            MOVE 0 TO WS-SPAN-MAX-HOLDERS
        END-IF
    END-IF
    IF WS-SPAN-KIND NOT = SPACE
        ADD 1 TO WS-SPAN-HOURS
        IF WS-HOLDER-COUNT > WS-SPAN-MAX-HOLDERS
            MOVE WS-HOLDER-COUNT TO WS-SPAN-MAX-HOLDERS
        END-IF
    END-IF.

2110-COUNT-HOLDER.
    MOVE "N" TO WS-ON-SHIFT-SW
    IF WS-ROS-GROUP(WS-ROS-IX) = WS-GRP-CODE(WS-GRP-IX)
        PERFORM 2120-CHECK-SHIFT-COVERAGE
    END-IF
    IF WS-ON-SHIFT
        ADD 1 TO WS-HOLDER-COUNT
        IF WS-HOLDER-1 = 0
            MOVE WS-ROS-IX TO WS-HOLDER-1
        ELSE
            IF WS-HOLDER-2 = 0
                MOVE WS-ROS-IX TO WS-HOLDER-2
            END-IF
        END-IF
    END-IF.

2120-CHECK-SHIFT-COVERAGE.
*> SMSQBLD's rule, unchanged: start before end is a same-day shift
*> on the day's byte; start at or after end crosses midnight, the
*> evening leg on the day's byte and the after-midnight leg on the
*> previous day's; equal start and end covers the whole day.
    IF WS-ROS-SHIFT-START(WS-ROS-IX) < WS-ROS-SHIFT-END(WS-ROS-IX)
        IF WS-ROS-SHIFT-DAYS(WS-ROS-IX)(WS-DOW-IX:1) = "Y"
           AND WS-SEND-HHMM >= WS-ROS-SHIFT-START(WS-ROS-IX)
           AND WS-SEND-HHMM < WS-ROS-SHIFT-END(WS-ROS-IX)
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
               AND WS-SEND-HHMM >= WS-ROS-SHIFT-START(WS-ROS-IX)
                SET WS-ON-SHIFT TO TRUE
            END-IF
            IF WS-ROS-SHIFT-DAYS(WS-ROS-IX)(WS-DOW-PREV-IX:1) = "Y"
               AND WS-SEND-HHMM < WS-ROS-SHIFT-END(WS-ROS-IX)
                SET WS-ON-SHIFT TO TRUE
            END-IF
        END-IF
    END-IF.

2400-CLOSE-SPAN.
*> Prints the open span, if any: from its first hour to the end of
*> its last (the hour after, at 0000 of the next day past 2300).
    IF WS-SPAN-KIND NOT = SPACE
        ADD 1 TO WS-GROUP-FINDINGS
        IF WS-SPAN-KIND = "G"
            MOVE "GAP     " TO WS-SPL-KIND
        ELSE
            MOVE "OVERLAP " TO WS-SPL-KIND
        END-IF
        MOVE WS-SPAN-START TO WS-PRINT-SLOT
        PERFORM 8100-EDIT-SLOT-STAMP
        MOVE WS-STAMP-WORK TO WS-SPL-FROM
        COMPUTE WS-PRINT-SLOT = WS-SPAN-START + WS-SPAN-HOURS
        PERFORM 8100-EDIT-SLOT-STAMP
        MOVE WS-STAMP-WORK TO WS-SPL-TO
        MOVE WS-SPAN-HOURS TO WS-SPL-HOURS
        MOVE WS-SPAN-LINE TO WS-REPORT-LINE
        WRITE WS-REPORT-LINE
        IF WS-SPAN-KIND = "O"
            MOVE WS-ROS-NAME(WS-SPAN-HOLDER-1) TO WS-HDL-NAME-1
            MOVE WS-ROS-NAME(WS-SPAN-HOLDER-2) TO WS-HDL-NAME-2
            IF WS-SPAN-MAX-HOLDERS > 2
                MOVE "AND MORE" TO WS-HDL-MORE
            ELSE
                MOVE SPACES TO WS-HDL-MORE
            END-IF
            MOVE WS-HELD-LINE TO WS-REPORT-LINE
            WRITE WS-REPORT-LINE
        END-IF
        MOVE SPACE TO WS-SPAN-KIND
    END-IF.

3000-LIST-UNPAGEABLE-ENTRIES.
    MOVE "ROSTER ENTRIES THAT CANNOT BE PAGED" TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    PERFORM 3100-CHECK-ONE-ENTRY
        VARYING WS-ROS-IX FROM 1 BY 1
        UNTIL WS-ROS-IX > WS-ROS-COUNT
    IF WS-TOT-FLAGGED = 0
        MOVE "  (NONE)" TO WS-REPORT-LINE
        WRITE WS-REPORT-LINE
    END-IF
    IF WS-GRP-OVERFLOW > 0
        MOVE "  (MORE THAN 100 GROUPS - THE REST WERE NOT FORECAST)"
            TO WS-REPORT-LINE
        WRITE WS-REPORT-LINE
    END-IF
    MOVE SPACES TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE WS-TOT-GAP-HOURS TO WS-TTL-GAP
    MOVE WS-TOT-OVERLAP-HOURS TO WS-TTL-OVERLAP
    MOVE WS-TOT-FLAGGED TO WS-TTL-FLAGGED
    MOVE WS-TOTAL-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE.

3100-CHECK-ONE-ENTRY.
*> The NANP rule SENDSMS validates every number with, and any
*> SMSDNT entry in force on or before the last forecast day.
    MOVE WS-ROS-PERSON-ID(WS-ROS-IX) TO WS-FLL-PERSON
    MOVE WS-ROS-NAME(WS-ROS-IX) TO WS-FLL-NAME
    MOVE WS-ROS-GROUP(WS-ROS-IX) TO WS-FLL-GROUP
    MOVE WS-ROS-PHONE(WS-ROS-IX) TO WS-FLL-PHONE
    PERFORM 3110-CHECK-ENTRY-PHONE
    IF NOT WS-PHONE-VALID
        MOVE "FAILS NANP CHECK" TO WS-FLL-REASON
        MOVE WS-FLAG-LINE TO WS-REPORT-LINE
        WRITE WS-REPORT-LINE
        ADD 1 TO WS-TOT-FLAGGED
    END-IF
    MOVE 0 TO WS-DNT-FOUND-IX
    MOVE 1 TO WS-DNT-IX
    PERFORM 3120-MATCH-DONOTTEXT-ENTRY
        UNTIL WS-DNT-IX > WS-DNT-COUNT
           OR WS-DNT-FOUND-IX > 0
    IF WS-DNT-FOUND-IX > 0
        MOVE SPACES TO WS-FLL-REASON
        STRING "ON SMSDNT FROM " DELIMITED BY SIZE
               WS-DNT-EFF-DATE(WS-DNT-FOUND-IX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DNT-REASON(WS-DNT-FOUND-IX) DELIMITED BY SIZE
            INTO WS-FLL-REASON
        END-STRING
        MOVE WS-FLAG-LINE TO WS-REPORT-LINE
        WRITE WS-REPORT-LINE
        ADD 1 TO WS-TOT-FLAGGED
    END-IF.

3110-CHECK-ENTRY-PHONE.
    MOVE "Y" TO WS-PHONE-VALID-SW
    IF WS-ROS-PHONE(WS-ROS-IX) NOT NUMERIC
        MOVE "N" TO WS-PHONE-VALID-SW
    END-IF
    IF WS-ROS-PHONE(WS-ROS-IX)(1:1) = "0"
       OR WS-ROS-PHONE(WS-ROS-IX)(1:1) = "1"
        MOVE "N" TO WS-PHONE-VALID-SW
    END-IF
    IF WS-ROS-PHONE(WS-ROS-IX)(4:1) = "0"
       OR WS-ROS-PHONE(WS-ROS-IX)(4:1) = "1"
        MOVE "N" TO WS-PHONE-VALID-SW
    END-IF.

3120-MATCH-DONOTTEXT-ENTRY.
    IF WS-DNT-PHONE(WS-DNT-IX) = WS-ROS-PHONE(WS-ROS-IX)
       AND WS-DNT-EFF-DATE(WS-DNT-IX) <= WS-END-DATE
        MOVE WS-DNT-IX TO WS-DNT-FOUND-IX
    ELSE
        ADD 1 TO WS-DNT-IX
    END-IF.

8000-EDIT-DAY-STAMP.
*> "DDD YYYY-MM-DD HHMM" for day WS-DAY-IX at WS-EDIT-HHMM.
    MOVE WS-DAY-DATE(WS-DAY-IX) TO WS-EDIT-DATE
    MOVE SPACES TO WS-STAMP-WORK
    STRING WS-DAY-NAME(WS-DAY-DOW-IX(WS-DAY-IX)) " "
           WS-EDIT-YYYY "-" WS-EDIT-MM "-" WS-EDIT-DD " "
           WS-EDIT-HHMM DELIMITED BY SIZE
        INTO WS-STAMP-WORK
    END-STRING.

8100-EDIT-SLOT-STAMP.
*> Slot 336 - the end of the last forecast hour - has no day entry
*> of its own; it is shown as 2400 on the fourteenth day.
    IF WS-PRINT-SLOT > 335
        MOVE 14 TO WS-DAY-IX
        MOVE 2400 TO WS-EDIT-HHMM
    ELSE
        DIVIDE WS-PRINT-SLOT BY 24 GIVING WS-DAY-IX
            REMAINDER WS-SLOT-HOUR
        ADD 1 TO WS-DAY-IX
        COMPUTE WS-EDIT-HHMM = WS-SLOT-HOUR * 100
    END-IF
    PERFORM 8000-EDIT-DAY-STAMP.

9000-TERMINATE.
    CLOSE SMS-REPORT-FILE
    DISPLAY "SMSCOVR: " WS-GRP-COUNT " GROUP(S) FORECAST, "
        WS-TOT-GAP-HOURS " GAP HOUR(S), " WS-TOT-OVERLAP-HOURS
        " OVERLAP HOUR(S), " WS-TOT-FLAGGED " ENTRY(S) FLAGGED."
    IF WS-TOT-GAP-HOURS > 0 OR WS-TOT-FLAGGED > 0
        MOVE 4 TO RETURN-CODE
    END-IF.

END PROGRAM SMSCOVR.
