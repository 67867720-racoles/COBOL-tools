*> Program: SMSNUMSC
*> Description: recipient number health scorecard. Scores every
*>              phone paged in the scoring window from the SMSHIST
*>              message-history master and the SMSHARCH.YYYY yearly
*>              archives - sends, DELIVERED, FAILED, PENDING never
*>              resolved, delivery rate and the last successful
*>              delivery - and shows against each number the
*>              SMSROSTR person and SMSCONTS contact entries it
*>              belongs to. A number whose sends mostly fail is
*>              written to the SMSBADNO suspect-numbers file, which
*>              SMSQBLD and SMSESCL warn on and SMSWATCH alerts on,
*>              so a ported or dead number is fixed before the
*>              night a P1 depends on it. The scorecard prints to
*>              SMSNUMR.
*>              Run from cron weekly, or before a rota change.
*> Author: Rebecca Ann Coles
*> Date: 10/15/2026
*> Tectonics: cobc (GnuCOBOL)
*>
*> Notes:
*>   1) Use the -free flag to compile with the
*>      free source format:
*>        cobc -free -x -o smsnumsc send_sms_numscore.cbl -I copybooks
*>   2) Settings, all overridable by environment variable:
*>      SENDSMS_NUMSC_DAYS     scoring window in days back from
*>                             today (default 90),
*>      SENDSMS_NUMSC_MIN      fewest scored sends before a number
*>                             can be judged (default 3),
*>      SENDSMS_NUMSC_FAIL_PCT share of scored sends FAILED or never
*>                             resolved that makes a number suspect
*>                             (default 50).
*>   3) A send still PENDING from before today has had every SMSSTAT
*>      cycle of its night and counts as never resolved; one sent
*>      today is still in flight and is not scored either way.
*>   4) SMSHPURG moves a record to the archive and deletes it from
*>      the master, so the two never hold the same send - each
*>      archive year the window touches is read as it stands.
*>   5) SMSBADNO is rewritten every run: a number that recovers
*>      drops off it at the next scoring.
*>   6) Returns 4 when any number was judged suspect.
*>
*> Modification History:
*>   2026-10-15  RAC  Initial version.

IDENTIFICATION DIVISION.
PROGRAM-ID. SMSNUMSC.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SMS-HISTORY-FILE ASSIGN TO "SMSHIST"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS HIS-TEXTID
        FILE STATUS IS WS-HISTORY-FILE-STATUS.
    SELECT SMS-ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
    SELECT SMS-ROSTER-FILE ASSIGN TO "SMSROSTR"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS ROS-PERSON-ID
        FILE STATUS IS WS-ROSTER-FILE-STATUS.
    SELECT SMS-CONTACT-FILE ASSIGN TO "SMSCONTS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTACT-FILE-STATUS.
    SELECT SMS-SUSPECT-FILE ASSIGN TO "SMSBADNO"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUSPECT-FILE-STATUS.
    SELECT SMS-REPORT-FILE ASSIGN TO "SMSNUMR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SMS-HISTORY-FILE.
    COPY SMSHIS.

*> SMSHPURG's yearly archive is a flat image of the SMSHIS record.
FD  SMS-ARCHIVE-FILE.
01  ARH-RECORD.
    02 ARH-TEXTID           PIC X(15).
    02 ARH-PHONE            PIC X(10).
    02 ARH-MSG-CODE         PIC X(06).
    02 ARH-TICKET-NO        PIC X(10).
    02 ARH-SENT-TIMESTAMP   PIC X(19).
    02 ARH-STATUS           PIC X(10).
    02 FILLER               PIC X(27).

FD  SMS-ROSTER-FILE.
    COPY SMSROS.

FD  SMS-CONTACT-FILE.
    COPY SMSCTC.

FD  SMS-SUSPECT-FILE.
    COPY SMSBAD.

FD  SMS-REPORT-FILE.
01  WS-REPORT-LINE            PIC X(80).

WORKING-STORAGE SECTION.
01  WS-SWITCHES.
    02 WS-HISTORY-EOF-SW    PIC X(01) VALUE "N".
       88 WS-HISTORY-EOF             VALUE "Y".
    02 WS-ARCHIVE-EOF-SW    PIC X(01) VALUE "N".
       88 WS-ARCHIVE-EOF             VALUE "Y".
    02 WS-ROSTER-EOF-SW     PIC X(01) VALUE "N".
       88 WS-ROSTER-EOF              VALUE "Y".
    02 WS-CONTACT-EOF-SW    PIC X(01) VALUE "N".
       88 WS-CONTACT-EOF             VALUE "Y".
    02 WS-HISTORY-FILE-STATUS PIC X(02) VALUE "00".
    02 WS-ARCHIVE-FILE-STATUS PIC X(02) VALUE "00".
    02 WS-ROSTER-FILE-STATUS PIC X(02) VALUE "00".
    02 WS-CONTACT-FILE-STATUS PIC X(02) VALUE "00".
    02 WS-SUSPECT-FILE-STATUS PIC X(02) VALUE "00".
    02 WS-REPORT-FILE-STATUS PIC X(02) VALUE "00".
    02 WS-TABLE-FULL-SW     PIC X(01) VALUE "N".
       88 WS-PHONE-TABLE-FULL        VALUE "Y".

01  WS-ARCHIVE-NAME         PIC X(13).
01  WS-ARCHIVE-YEAR         PIC 9(04) VALUE 0.

01  WS-THRESHOLDS.
    02 WS-WINDOW-DAYS       PIC 9(04) VALUE 90.
    02 WS-MIN-SENDS         PIC 9(04) VALUE 3.
    02 WS-FAIL-PCT          PIC 9(03) VALUE 50.
01  WS-ENV-RAW              PIC X(05).

01  WS-TRIM-SOURCE          PIC X(30).
01  WS-TRIM-LEN             PIC 9(03) COMP VALUE 0.

*> The window as "YYYY-MM-DD" text, compared straight against the
*> date part of the sent timestamps.
01  WS-WINDOW-FROM          PIC X(10).
01  WS-TODAY-TEXT           PIC X(10).
01  WS-FROM-DATE            PIC 9(08).
01  WS-FROM-DATE-R REDEFINES WS-FROM-DATE.
    02 WS-FROM-YYYY         PIC 9(04).
    02 WS-FROM-MM           PIC 9(02).
    02 WS-FROM-DD           PIC 9(02).
01  WS-DATE-INT             PIC 9(07) COMP VALUE 0.

*> One entry per phone paged in the window.
01  WS-PHONE-TABLE.
    02 WS-PHN-COUNT         PIC 9(04) COMP VALUE 0.
    02 WS-PHN-ENTRY OCCURS 1000 TIMES.
       03 WS-PHN-PHONE      PIC X(10).
       03 WS-PHN-SENDS      PIC 9(05) COMP.
       03 WS-PHN-DELIVERED  PIC 9(05) COMP.
       03 WS-PHN-FAILED     PIC 9(05) COMP.
       03 WS-PHN-STALE      PIC 9(05) COMP.
       03 WS-PHN-IN-FLIGHT  PIC 9(05) COMP.
       03 WS-PHN-LAST-OK    PIC X(10).
       03 WS-PHN-PCT        PIC 9(03) COMP.
       03 WS-PHN-SUSPECT    PIC X(01).
01  WS-PHN-IX               PIC 9(04) COMP VALUE 0.
01  WS-PHN-FOUND-IX         PIC 9(04) COMP VALUE 0.

01  WS-ROSTER-TABLE.
    02 WS-ROS-COUNT         PIC 9(03) COMP VALUE 0.
    02 WS-ROS-ENTRY OCCURS 500 TIMES.
       03 WS-ROS-PERSON-ID  PIC X(08).
       03 WS-ROS-NAME       PIC X(30).
       03 WS-ROS-PHONE      PIC X(10).
       03 WS-ROS-GROUP      PIC X(08).
01  WS-ROS-IX               PIC 9(03) COMP VALUE 0.

01  WS-CONTACT-TABLE.
    02 WS-CTC-COUNT         PIC 9(03) COMP VALUE 0.
    02 WS-CTC-ENTRY OCCURS 500 TIMES.
       03 WS-CTC-PHONE      PIC X(10).
       03 WS-CTC-BACKUP-PHONE
                            PIC X(10).
       03 WS-CTC-BACKUP-NAME
                            PIC X(30).
01  WS-CTC-IX               PIC 9(03) COMP VALUE 0.

*> The send being scored.
01  WS-WORK-PHONE           PIC X(10).
01  WS-WORK-SENT-DATE       PIC X(10).
01  WS-WORK-STATUS          PIC X(10).

01  WS-SCORED               PIC 9(05) COMP VALUE 0.
01  WS-BAD-SENDS            PIC 9(05) COMP VALUE 0.
01  WS-XREF-LINES           PIC 9(03) COMP VALUE 0.

01  WS-TALLIES.
    02 WS-HIST-READ         PIC 9(07) COMP VALUE 0.
    02 WS-ARCH-READ         PIC 9(07) COMP VALUE 0.
    02 WS-IN-WINDOW         PIC 9(07) COMP VALUE 0.
    02 WS-SUSPECT-COUNT     PIC 9(04) VALUE 0.
    02 WS-PHONES-ED         PIC 9(04) VALUE 0.

01  WS-DATE-WORK.
    02 WS-CURR-DATE         PIC 9(08).
    02 WS-CURR-DATE-R REDEFINES WS-CURR-DATE.
       03 WS-CURR-YYYY      PIC 9(04).
       03 WS-CURR-MM        PIC 9(02).
       03 WS-CURR-DD        PIC 9(02).

*> Print-line layouts, 80 columns.
01  WS-WINDOW-LINE.
    02 FILLER               PIC X(10) VALUE "  WINDOW: ".
    02 WS-WNL-FROM          PIC X(10).
    02 FILLER               PIC X(04) VALUE " TO ".
    02 WS-WNL-TO            PIC X(10).
    02 FILLER               PIC X(16) VALUE "   SUSPECT AT >=".
    02 WS-WNL-PCT           PIC ZZ9.
    02 FILLER               PIC X(17) VALUE "% FAILED, MIN OF ".
    02 WS-WNL-MIN           PIC ZZZ9.
    02 FILLER               PIC X(06) VALUE SPACES.

01  WS-COLUMN-LINE.
    02 FILLER               PIC X(40) VALUE
       "  PHONE        SENT  DELIV FAILED NEVER ".
    02 FILLER               PIC X(40) VALUE
       " DLV%  LAST DELIVERED                   ".

01  WS-SCORE-LINE.
    02 FILLER               PIC X(02) VALUE SPACES.
    02 WS-SCL-PHONE         PIC X(10).
    02 FILLER               PIC X(02) VALUE SPACES.
    02 WS-SCL-SENDS         PIC ZZZZ9.
    02 FILLER               PIC X(02) VALUE SPACES.
    02 WS-SCL-DELIVERED     PIC ZZZZ9.
    02 FILLER               PIC X(02) VALUE SPACES.
    02 WS-SCL-FAILED        PIC ZZZZ9.
    02 FILLER               PIC X(01) VALUE SPACES.
    02 WS-SCL-STALE         PIC ZZZZ9.
    02 FILLER               PIC X(02) VALUE SPACES.
    02 WS-SCL-PCT           PIC ZZ9.
    02 FILLER               PIC X(02) VALUE SPACES.
    02 WS-SCL-LAST-OK       PIC X(10).
    02 FILLER               PIC X(02) VALUE SPACES.
    02 WS-SCL-FLAG          PIC X(22).

01  WS-XREF-LINE.
    02 FILLER               PIC X(14) VALUE SPACES.
    02 WS-XRL-TEXT          PIC X(66).

01  WS-TOTAL-LINE.
    02 FILLER               PIC X(17) VALUE "  NUMBERS SCORED ".
    02 WS-TTL-PHONES        PIC ZZZ9.
    02 FILLER               PIC X(12) VALUE "   SUSPECT ".
    02 WS-TTL-SUSPECT       PIC ZZZ9.
    02 FILLER               PIC X(18) VALUE "   SENDS IN WINDOW".
    02 FILLER               PIC X(01) VALUE SPACES.
    02 WS-TTL-SENDS         PIC ZZZZZZ9.
    02 FILLER               PIC X(17) VALUE SPACES.

PROCEDURE DIVISION.

0000-MAIN.
    PERFORM 1000-INITIALIZE
    PERFORM 2000-SCORE-HISTORY-MASTER
    PERFORM 3000-SCORE-ARCHIVE-YEAR
        VARYING WS-ARCHIVE-YEAR FROM WS-FROM-YYYY BY 1
        UNTIL WS-ARCHIVE-YEAR > WS-CURR-YYYY
    PERFORM 4000-JUDGE-ONE-PHONE
        VARYING WS-PHN-IX FROM 1 BY 1
        UNTIL WS-PHN-IX > WS-PHN-COUNT
    PERFORM 5000-PRINT-SCORECARD
    PERFORM 9000-TERMINATE
    STOP RUN.

1000-INITIALIZE.
    ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
    PERFORM 1100-LOAD-THRESHOLDS
    MOVE SPACES TO WS-TODAY-TEXT
    STRING WS-CURR-YYYY "-" WS-CURR-MM "-" WS-CURR-DD
        DELIMITED BY SIZE INTO WS-TODAY-TEXT
    END-STRING
    COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-CURR-DATE)
        - WS-WINDOW-DAYS
    COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
    MOVE SPACES TO WS-WINDOW-FROM
    STRING WS-FROM-YYYY "-" WS-FROM-MM "-" WS-FROM-DD
        DELIMITED BY SIZE INTO WS-WINDOW-FROM
    END-STRING
    PERFORM 1200-LOAD-ROSTER-TABLE
    PERFORM 1300-LOAD-CONTACT-TABLE
    OPEN OUTPUT SMS-SUSPECT-FILE
    OPEN OUTPUT SMS-REPORT-FILE.

1100-LOAD-THRESHOLDS.
    MOVE SPACES TO WS-ENV-RAW
    ACCEPT WS-ENV-RAW FROM ENVIRONMENT "SENDSMS_NUMSC_DAYS"
    PERFORM 1110-TRIM-ENV-RAW
    IF WS-TRIM-LEN > 0
       AND WS-TRIM-SOURCE(1:WS-TRIM-LEN) NUMERIC
        MOVE WS-TRIM-SOURCE(1:WS-TRIM-LEN) TO WS-WINDOW-DAYS
    END-IF
    MOVE SPACES TO WS-ENV-RAW
    ACCEPT WS-ENV-RAW FROM ENVIRONMENT "SENDSMS_NUMSC_MIN"
    PERFORM 1110-TRIM-ENV-RAW
    IF WS-TRIM-LEN > 0
       AND WS-TRIM-SOURCE(1:WS-TRIM-LEN) NUMERIC
        MOVE WS-TRIM-SOURCE(1:WS-TRIM-LEN) TO WS-MIN-SENDS
    END-IF
    MOVE SPACES TO WS-ENV-RAW
    ACCEPT WS-ENV-RAW FROM ENVIRONMENT "SENDSMS_NUMSC_FAIL_PCT"
    PERFORM 1110-TRIM-ENV-RAW
    IF WS-TRIM-LEN > 0
       AND WS-TRIM-SOURCE(1:WS-TRIM-LEN) NUMERIC
        MOVE WS-TRIM-SOURCE(1:WS-TRIM-LEN) TO WS-FAIL-PCT
    END-IF
*> A zero floor would make every number with one failed send
*> suspect on the strength of nothing.
    IF WS-MIN-SENDS = 0
        MOVE 1 TO WS-MIN-SENDS
    END-IF.

1110-TRIM-ENV-RAW.
    MOVE SPACES TO WS-TRIM-SOURCE
    MOVE WS-ENV-RAW TO WS-TRIM-SOURCE(1:5)
    MOVE 5 TO WS-TRIM-LEN
    PERFORM 1120-COMPUTE-TRIM-LEN.

1120-COMPUTE-TRIM-LEN.
    PERFORM 1121-SHRINK-TRIM-LEN
        UNTIL WS-TRIM-LEN = 0
           OR WS-TRIM-SOURCE(WS-TRIM-LEN:1) NOT = SPACE.

1121-SHRINK-TRIM-LEN.
    SUBTRACT 1 FROM WS-TRIM-LEN.

1200-LOAD-ROSTER-TABLE.
    MOVE 0 TO WS-ROS-COUNT
    OPEN INPUT SMS-ROSTER-FILE
    IF WS-ROSTER-FILE-STATUS = "00"
        MOVE LOW-VALUES TO ROS-PERSON-ID
        START SMS-ROSTER-FILE KEY >= ROS-PERSON-ID
            INVALID KEY SET WS-ROSTER-EOF TO TRUE
        END-START
        PERFORM 1210-READ-ROSTER-RECORD
            UNTIL WS-ROSTER-EOF OR WS-ROS-COUNT >= 500
        CLOSE SMS-ROSTER-FILE
    END-IF.

1210-READ-ROSTER-RECORD.
    READ SMS-ROSTER-FILE NEXT RECORD
        AT END SET WS-ROSTER-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-ROS-COUNT
            MOVE ROS-PERSON-ID TO WS-ROS-PERSON-ID(WS-ROS-COUNT)
            MOVE ROS-NAME TO WS-ROS-NAME(WS-ROS-COUNT)
            MOVE ROS-PHONE TO WS-ROS-PHONE(WS-ROS-COUNT)
            MOVE ROS-GROUP TO WS-ROS-GROUP(WS-ROS-COUNT)
    END-READ.

1300-LOAD-CONTACT-TABLE.
    MOVE 0 TO WS-CTC-COUNT
    OPEN INPUT SMS-CONTACT-FILE
    IF WS-CONTACT-FILE-STATUS = "00"
        PERFORM 1310-READ-CONTACT-RECORD
            UNTIL WS-CONTACT-EOF OR WS-CTC-COUNT >= 500
        CLOSE SMS-CONTACT-FILE
    END-IF.

1310-READ-CONTACT-RECORD.
    READ SMS-CONTACT-FILE
        AT END SET WS-CONTACT-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-CTC-COUNT
            MOVE CTC-PHONE TO WS-CTC-PHONE(WS-CTC-COUNT)
            MOVE CTC-BACKUP-PHONE
                TO WS-CTC-BACKUP-PHONE(WS-CTC-COUNT)
            MOVE CTC-BACKUP-NAME
                TO WS-CTC-BACKUP-NAME(WS-CTC-COUNT)
    END-READ.

2000-SCORE-HISTORY-MASTER.
    OPEN INPUT SMS-HISTORY-FILE
    IF WS-HISTORY-FILE-STATUS = "00"
        MOVE LOW-VALUES TO HIS-TEXTID
        START SMS-HISTORY-FILE KEY >= HIS-TEXTID
            INVALID KEY SET WS-HISTORY-EOF TO TRUE
        END-START
        PERFORM 2100-READ-HISTORY-RECORD UNTIL WS-HISTORY-EOF
        CLOSE SMS-HISTORY-FILE
    END-IF.

2100-READ-HISTORY-RECORD.
    READ SMS-HISTORY-FILE NEXT RECORD
        AT END SET WS-HISTORY-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-HIST-READ
            MOVE HIS-PHONE TO WS-WORK-PHONE
            MOVE HIS-SENT-TIMESTAMP(1:10) TO WS-WORK-SENT-DATE
            MOVE HIS-STATUS TO WS-WORK-STATUS
            PERFORM 2500-SCORE-ONE-SEND
    END-READ.

2500-SCORE-ONE-SEND.
    IF WS-WORK-SENT-DATE >= WS-WINDOW-FROM
       AND WS-WORK-SENT-DATE <= WS-TODAY-TEXT
       AND WS-WORK-PHONE NOT = SPACES
        ADD 1 TO WS-IN-WINDOW
        PERFORM 2510-FIND-OR-ADD-PHONE
        IF WS-PHN-FOUND-IX > 0
            ADD 1 TO WS-PHN-SENDS(WS-PHN-FOUND-IX)
            EVALUATE TRUE
                WHEN WS-WORK-STATUS = "DELIVERED"
                    ADD 1 TO WS-PHN-DELIVERED(WS-PHN-FOUND-IX)
                    IF WS-WORK-SENT-DATE
                       > WS-PHN-LAST-OK(WS-PHN-FOUND-IX)
                       OR WS-PHN-LAST-OK(WS-PHN-FOUND-IX) = SPACES
                        MOVE WS-WORK-SENT-DATE
                            TO WS-PHN-LAST-OK(WS-PHN-FOUND-IX)
                    END-IF
                WHEN WS-WORK-STATUS = "FAILED"
                    ADD 1 TO WS-PHN-FAILED(WS-PHN-FOUND-IX)
                WHEN WS-WORK-SENT-DATE < WS-TODAY-TEXT
                    ADD 1 TO WS-PHN-STALE(WS-PHN-FOUND-IX)
                WHEN OTHER
                    ADD 1 TO WS-PHN-IN-FLIGHT(WS-PHN-FOUND-IX)
            END-EVALUATE
        END-IF
    END-IF.

2510-FIND-OR-ADD-PHONE.
    MOVE 0 TO WS-PHN-FOUND-IX
    MOVE 1 TO WS-PHN-IX
    PERFORM 2511-MATCH-PHONE-ENTRY
        UNTIL WS-PHN-IX > WS-PHN-COUNT
           OR WS-PHN-FOUND-IX > 0
    IF WS-PHN-FOUND-IX = 0
        IF WS-PHN-COUNT < 1000
            ADD 1 TO WS-PHN-COUNT
            MOVE WS-PHN-COUNT TO WS-PHN-FOUND-IX
            MOVE WS-WORK-PHONE TO WS-PHN-PHONE(WS-PHN-COUNT)
            MOVE 0 TO WS-PHN-SENDS(WS-PHN-COUNT)
            MOVE 0 TO WS-PHN-DELIVERED(WS-PHN-COUNT)
            MOVE 0 TO WS-PHN-FAILED(WS-PHN-COUNT)
            MOVE 0 TO WS-PHN-STALE(WS-PHN-COUNT)
            MOVE 0 TO WS-PHN-IN-FLIGHT(WS-PHN-COUNT)
            MOVE SPACES TO WS-PHN-LAST-OK(WS-PHN-COUNT)
            MOVE 0 TO WS-PHN-PCT(WS-PHN-COUNT)
            MOVE "N" TO WS-PHN-SUSPECT(WS-PHN-COUNT)
        ELSE
            SET WS-PHONE-TABLE-FULL TO TRUE
        END-IF
    END-IF.

2511-MATCH-PHONE-ENTRY.
    IF WS-PHN-PHONE(WS-PHN-IX) = WS-WORK-PHONE
        MOVE WS-PHN-IX TO WS-PHN-FOUND-IX
    ELSE
        ADD 1 TO WS-PHN-IX
    END-IF.

3000-SCORE-ARCHIVE-YEAR.
*> A missing archive just means nothing of that year has been
*> purged yet - the master still holds it.
    MOVE SPACES TO WS-ARCHIVE-NAME
    STRING "SMSHARCH." WS-ARCHIVE-YEAR DELIMITED BY SIZE
        INTO WS-ARCHIVE-NAME
    END-STRING
    MOVE "N" TO WS-ARCHIVE-EOF-SW
    OPEN INPUT SMS-ARCHIVE-FILE
    IF WS-ARCHIVE-FILE-STATUS = "00"
        PERFORM 3100-READ-ARCHIVE-RECORD UNTIL WS-ARCHIVE-EOF
        CLOSE SMS-ARCHIVE-FILE
    END-IF.

3100-READ-ARCHIVE-RECORD.
    READ SMS-ARCHIVE-FILE
        AT END SET WS-ARCHIVE-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-ARCH-READ
            MOVE ARH-PHONE TO WS-WORK-PHONE
            MOVE ARH-SENT-TIMESTAMP(1:10) TO WS-WORK-SENT-DATE
            MOVE ARH-STATUS TO WS-WORK-STATUS
            PERFORM 2500-SCORE-ONE-SEND
    END-READ.

4000-JUDGE-ONE-PHONE.
*> Scored sends are the ones with an answer: DELIVERED, FAILED, or
*> PENDING long enough to count as never resolved. A number needs
*> the minimum of those before it is judged at all.
    COMPUTE WS-SCORED = WS-PHN-DELIVERED(WS-PHN-IX)
        + WS-PHN-FAILED(WS-PHN-IX) + WS-PHN-STALE(WS-PHN-IX)
    COMPUTE WS-BAD-SENDS = WS-PHN-FAILED(WS-PHN-IX)
        + WS-PHN-STALE(WS-PHN-IX)
    IF WS-SCORED > 0
        COMPUTE WS-PHN-PCT(WS-PHN-IX) =
            WS-PHN-DELIVERED(WS-PHN-IX) * 100 / WS-SCORED
    END-IF
    IF WS-SCORED >= WS-MIN-SENDS
       AND WS-BAD-SENDS * 100 >= WS-FAIL-PCT * WS-SCORED
        MOVE "Y" TO WS-PHN-SUSPECT(WS-PHN-IX)
        ADD 1 TO WS-SUSPECT-COUNT
        MOVE WS-PHN-PHONE(WS-PHN-IX) TO BAD-PHONE
        MOVE WS-CURR-DATE TO BAD-SCORED-DATE
        MOVE WS-PHN-SENDS(WS-PHN-IX) TO BAD-SENDS
        MOVE WS-PHN-DELIVERED(WS-PHN-IX) TO BAD-DELIVERED
        MOVE WS-PHN-FAILED(WS-PHN-IX) TO BAD-FAILED
        MOVE WS-PHN-STALE(WS-PHN-IX) TO BAD-PENDING
        MOVE WS-PHN-PCT(WS-PHN-IX) TO BAD-DELIVERY-PCT
        MOVE WS-PHN-LAST-OK(WS-PHN-IX) TO BAD-LAST-SUCCESS
        WRITE BAD-RECORD
    END-IF.

5000-PRINT-SCORECARD.
    MOVE "           RECIPIENT NUMBER HEALTH SCORECARD"
        TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE WS-WINDOW-FROM TO WS-WNL-FROM
    MOVE WS-TODAY-TEXT TO WS-WNL-TO
    MOVE WS-FAIL-PCT TO WS-WNL-PCT
    MOVE WS-MIN-SENDS TO WS-WNL-MIN
    MOVE WS-WINDOW-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE WS-COLUMN-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "SUSPECT NUMBERS (WRITTEN TO SMSBADNO)" TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    IF WS-SUSPECT-COUNT = 0
        MOVE "  (NONE)" TO WS-REPORT-LINE
        WRITE WS-REPORT-LINE
    END-IF
    PERFORM 5100-PRINT-IF-SUSPECT
        VARYING WS-PHN-IX FROM 1 BY 1
        UNTIL WS-PHN-IX > WS-PHN-COUNT
    MOVE SPACES TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "ALL OTHER NUMBERS PAGED IN THE WINDOW" TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    IF WS-PHN-COUNT = WS-SUSPECT-COUNT
        MOVE "  (NONE)" TO WS-REPORT-LINE
        WRITE WS-REPORT-LINE
    END-IF
    PERFORM 5200-PRINT-IF-HEALTHY
        VARYING WS-PHN-IX FROM 1 BY 1
        UNTIL WS-PHN-IX > WS-PHN-COUNT
    MOVE SPACES TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    IF WS-PHONE-TABLE-FULL
        MOVE "  (MORE THAN 1000 NUMBERS IN THE WINDOW - THE REST WERE"
            TO WS-REPORT-LINE
        WRITE WS-REPORT-LINE
        MOVE "   NOT SCORED)" TO WS-REPORT-LINE
        WRITE WS-REPORT-LINE
    END-IF
    MOVE WS-PHN-COUNT TO WS-PHONES-ED
    MOVE WS-PHONES-ED TO WS-TTL-PHONES
    MOVE WS-SUSPECT-COUNT TO WS-TTL-SUSPECT
    MOVE WS-IN-WINDOW TO WS-TTL-SENDS
    MOVE WS-TOTAL-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE.

5100-PRINT-IF-SUSPECT.
    IF WS-PHN-SUSPECT(WS-PHN-IX) = "Y"
        PERFORM 5300-PRINT-ONE-PHONE
    END-IF.

5200-PRINT-IF-HEALTHY.
    IF WS-PHN-SUSPECT(WS-PHN-IX) NOT = "Y"
        PERFORM 5300-PRINT-ONE-PHONE
    END-IF.

5300-PRINT-ONE-PHONE.
    MOVE WS-PHN-PHONE(WS-PHN-IX) TO WS-SCL-PHONE
    MOVE WS-PHN-SENDS(WS-PHN-IX) TO WS-SCL-SENDS
    MOVE WS-PHN-DELIVERED(WS-PHN-IX) TO WS-SCL-DELIVERED
    MOVE WS-PHN-FAILED(WS-PHN-IX) TO WS-SCL-FAILED
    MOVE WS-PHN-STALE(WS-PHN-IX) TO WS-SCL-STALE
    MOVE WS-PHN-PCT(WS-PHN-IX) TO WS-SCL-PCT
    IF WS-PHN-LAST-OK(WS-PHN-IX) = SPACES
        MOVE "NEVER" TO WS-SCL-LAST-OK
    ELSE
        MOVE WS-PHN-LAST-OK(WS-PHN-IX) TO WS-SCL-LAST-OK
    END-IF
    COMPUTE WS-SCORED = WS-PHN-DELIVERED(WS-PHN-IX)
        + WS-PHN-FAILED(WS-PHN-IX) + WS-PHN-STALE(WS-PHN-IX)
    EVALUATE TRUE
        WHEN WS-PHN-SUSPECT(WS-PHN-IX) = "Y"
            MOVE "SUSPECT" TO WS-SCL-FLAG
        WHEN WS-SCORED < WS-MIN-SENDS
            MOVE "TOO FEW TO JUDGE" TO WS-SCL-FLAG
        WHEN OTHER
            MOVE SPACES TO WS-SCL-FLAG
    END-EVALUATE
    MOVE WS-SCORE-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE 0 TO WS-XREF-LINES
    PERFORM 5310-PRINT-ROSTER-XREF
        VARYING WS-ROS-IX FROM 1 BY 1
        UNTIL WS-ROS-IX > WS-ROS-COUNT
    PERFORM 5320-PRINT-CONTACT-XREF
        VARYING WS-CTC-IX FROM 1 BY 1
        UNTIL WS-CTC-IX > WS-CTC-COUNT
    IF WS-XREF-LINES = 0
        MOVE "NOT ON SMSROSTR OR SMSCONTS" TO WS-XRL-TEXT
        MOVE WS-XREF-LINE TO WS-REPORT-LINE
        WRITE WS-REPORT-LINE
    END-IF.

5310-PRINT-ROSTER-XREF.
    IF WS-ROS-PHONE(WS-ROS-IX) = WS-PHN-PHONE(WS-PHN-IX)
        ADD 1 TO WS-XREF-LINES
        MOVE SPACES TO WS-XRL-TEXT
        STRING "ROSTER  " WS-ROS-PERSON-ID(WS-ROS-IX) " "
               WS-ROS-NAME(WS-ROS-IX) " GROUP "
               WS-ROS-GROUP(WS-ROS-IX) DELIMITED BY SIZE
            INTO WS-XRL-TEXT
        END-STRING
        MOVE WS-XREF-LINE TO WS-REPORT-LINE
        WRITE WS-REPORT-LINE
    END-IF.

5320-PRINT-CONTACT-XREF.
*> A number can sit on SMSCONTS either side: as the primary whose
*> failed P1s escalate, or as the backup those escalations go to.
    IF WS-CTC-PHONE(WS-CTC-IX) = WS-PHN-PHONE(WS-PHN-IX)
        ADD 1 TO WS-XREF-LINES
        MOVE SPACES TO WS-XRL-TEXT
        STRING "CONTACT PRIMARY, ESCALATES TO "
               WS-CTC-BACKUP-PHONE(WS-CTC-IX) " "
               WS-CTC-BACKUP-NAME(WS-CTC-IX) DELIMITED BY SIZE
            INTO WS-XRL-TEXT
        END-STRING
        MOVE WS-XREF-LINE TO WS-REPORT-LINE
        WRITE WS-REPORT-LINE
    END-IF
    IF WS-CTC-BACKUP-PHONE(WS-CTC-IX) = WS-PHN-PHONE(WS-PHN-IX)
        ADD 1 TO WS-XREF-LINES
        MOVE SPACES TO WS-XRL-TEXT
        STRING "CONTACT BACKUP " WS-CTC-BACKUP-NAME(WS-CTC-IX)
               " FOR " WS-CTC-PHONE(WS-CTC-IX) DELIMITED BY SIZE
            INTO WS-XRL-TEXT
        END-STRING
        MOVE WS-XREF-LINE TO WS-REPORT-LINE
        WRITE WS-REPORT-LINE
    END-IF.

9000-TERMINATE.
    CLOSE SMS-SUSPECT-FILE
    CLOSE SMS-REPORT-FILE
    DISPLAY "SMSNUMSC: " WS-PHN-COUNT " NUMBER(S) SCORED, "
        WS-SUSPECT-COUNT " SUSPECT."
    IF WS-SUSPECT-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF.

END PROGRAM SMSNUMSC.
