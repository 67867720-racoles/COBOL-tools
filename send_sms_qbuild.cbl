*>              up the new holder instead of burning sends on stale
*>              numbers. A record whose group has nobody on shift
*>              goes to SMSSUSP for the operator (SMSMAINT), never
*>              out to a stale number. An extract record flagged
*>              as a major-incident broadcast goes instead to every
*>              roster member of its group, on shift or not, with a
*>              per-person summary on SMSBCRPT for the incident
*>              manager.
*>              Run from cron after the extract lands and ahead of
*>              SENDSMS. SMSEXTR is emptied once its records have
*>              been built, so a record can never be queued twice.
*>      shows an interrupted SENDSMS run still pending resume,
*>      because appending to SMSQUEUE would invalidate that
*>      checkpoint.
*>   5) Every completed build appends its control totals to SMSCTLT
*>      - extract records in, queue and suspense records out - for
*>      SMSBAL to prove. A broadcast adds its roster members in, and
*>      SMSBCRPT out for its heading and each member skipped.
*>   6) A broadcast (EXT-BROADCAST = "B") queues one record per
*>      roster member of the group, skipping a number that fails the
*>      NANP check and a person already queued for the same ticket
*>      by this build (a broadcast to several groups that share a
*>      member). A member on SMSDNT is still queued - SENDSMS diverts
*>      it to SMSSUPPR as always - and the summary shows it as
*>      suppressed with the list's reason code. A group with no
*>      roster members suspends like an uncovered page. Returns 4
*>      when any member was skipped for a bad number.
*>   7) A page queued to a number on SMSBADNO - SMSNUMSC's list of
*>      numbers whose recent sends mostly failed - is still queued,
*>      but the build warns with the number's delivery rate so the
*>      rota can be fixed, the broadcast summary shows the member
*>      as "QUEUED - SUSPECT NUMBER", and the build returns 4.
*>
*> Modification History:
*>   2026-09-02  RAC  Initial version.
*>                     crossing shift on yesterday's weekday byte -
*>                     a Mon 2200-0600 shift now covers a 0200
*>                     Tuesday page instead of suspending it.
*>   2026-10-15  RAC  Append the run's control totals (SMSEXTR in,
*>                     SMSQUEUE and SMSSUSP out) to SMSCTLT so the
*>                     SMSBAL balancing step can prove no extract
*>                     record went missing between files.
*>   2026-10-15  RAC  Major-incident broadcast: an extract record
*>                     flagged EXT-BROADCAST "B" fans out to every
*>                     roster member of its group, on shift or not,
*>                     and SMSBCRPT lists who was queued, suppressed
*>                     (SMSDNT) or skipped for a bad number.
*>   2026-10-15  RAC  Warn, and return 4, when a page is queued to a
*>                     number on SMSNUMSC's SMSBADNO suspect list.

IDENTIFICATION DIVISION.
PROGRAM-ID. SMSQBLD.
    SELECT SMS-CHECKPOINT-FILE ASSIGN TO "SMSCKPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CKPT-FILE-STATUS.
    SELECT SMS-CONTROL-FILE ASSIGN TO "SMSCTLT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-FILE-STATUS.
    SELECT SMS-DONOTTEXT-FILE ASSIGN TO "SMSDNT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DONOTTEXT-FILE-STATUS.
    SELECT SMS-BROADCAST-RPT-FILE ASSIGN TO "SMSBCRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BCRPT-FILE-STATUS.
    SELECT SMS-SUSPECT-FILE ASSIGN TO "SMSBADNO"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUSPECT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SMS-CHECKPOINT-FILE.
    COPY SMSCKPT.

FD  SMS-CONTROL-FILE.
    COPY SMSCTL.

FD  SMS-DONOTTEXT-FILE.
    COPY SMSDNT.

FD  SMS-BROADCAST-RPT-FILE.
01  WS-BCRPT-LINE             PIC X(80).

FD  SMS-SUSPECT-FILE.
    COPY SMSBAD.

WORKING-STORAGE SECTION.
01  WS-SWITCHES.
    02 WS-EXTRACT-EOF-SW    PIC X(01) VALUE "N".
    02 WS-QUEUE-FILE-STATUS PIC X(02) VALUE "00".
    02 WS-SUSPENSE-FILE-STATUS PIC X(02) VALUE "00".
    02 WS-CKPT-FILE-STATUS  PIC X(02) VALUE "00".
    02 WS-CONTROL-FILE-STATUS PIC X(02) VALUE "00".
    02 WS-RESTART-PENDING-SW PIC X(01) VALUE "N".
       88 WS-RESTART-PENDING         VALUE "Y".
    02 WS-UNCOVERED-SW      PIC X(01) VALUE "N".
       88 WS-GROUP-UNCOVERED         VALUE "Y".
    02 WS-ON-SHIFT-SW       PIC X(01) VALUE "N".
       88 WS-ON-SHIFT                VALUE "Y".
    02 WS-DONOTTEXT-FILE-STATUS PIC X(02) VALUE "00".
    02 WS-DONOTTEXT-EOF-SW  PIC X(01) VALUE "N".
       88 WS-DONOTTEXT-EOF           VALUE "Y".
    02 WS-BCRPT-FILE-STATUS PIC X(02) VALUE "00".
    02 WS-BCRPT-OPEN-SW     PIC X(01) VALUE "N".
       88 WS-BCRPT-OPEN              VALUE "Y".
    02 WS-PHONE-VALID-SW    PIC X(01) VALUE "N".
       88 WS-PHONE-VALID             VALUE "Y".
    02 WS-BADNUM-SW         PIC X(01) VALUE "N".
       88 WS-BROADCAST-BADNUM        VALUE "Y".
    02 WS-SUSPECT-FILE-STATUS PIC X(02) VALUE "00".
    02 WS-SUSPECT-EOF-SW    PIC X(01) VALUE "N".
       88 WS-SUSPECT-EOF             VALUE "Y".
    02 WS-SUSPECT-QUEUED-SW PIC X(01) VALUE "N".
       88 WS-SUSPECT-QUEUED          VALUE "Y".

*> The whole roster, loaded once - SMSROSTR is small (one record per
*> person per group assignment) and every extract record scans it.
01  WS-DOW-REM              PIC 9(07) COMP VALUE 0.
01  WS-DATE-INT             PIC 9(07) COMP VALUE 0.

*> SMSDNT, loaded only so the broadcast summary can say who SENDSMS
*> will suppress - SENDSMS itself does the suppressing.
01  WS-DNT-TABLE.
    02 WS-DNT-COUNT         PIC 9(03) COMP VALUE 0.
    02 WS-DNT-ENTRY OCCURS 500 TIMES.
       03 WS-DNT-PHONE      PIC X(10).
       03 WS-DNT-EFF-DATE   PIC 9(08).
       03 WS-DNT-REASON     PIC X(04).
01  WS-DNT-IX               PIC 9(03) COMP VALUE 0.
01  WS-DNT-FOUND-IX         PIC 9(03) COMP VALUE 0.

*> SMSBADNO, loaded to warn when a page goes to a number SMSNUMSC
*> has judged suspect - the page still goes, it may be the only
*> number the group has.
01  WS-BAD-TABLE.
    02 WS-BAD-COUNT         PIC 9(03) COMP VALUE 0.
    02 WS-BAD-ENTRY OCCURS 500 TIMES.
       03 WS-BAD-PHONE      PIC X(10).
       03 WS-BAD-PCT        PIC 9(03).
01  WS-BAD-IX               PIC 9(03) COMP VALUE 0.
01  WS-BAD-FOUND-IX         PIC 9(03) COMP VALUE 0.

*> Who this build has already queued a broadcast ticket to, so a
*> person on two of the groups told about one incident gets one text.
01  WS-TOLD-TABLE.
    02 WS-TOLD-COUNT        PIC 9(04) COMP VALUE 0.
    02 WS-TOLD-ENTRY OCCURS 1000 TIMES.
       03 WS-TOLD-TICKET    PIC X(10).
       03 WS-TOLD-PHONE     PIC X(10).
01  WS-TOLD-IX              PIC 9(04) COMP VALUE 0.
01  WS-TOLD-FOUND-IX        PIC 9(04) COMP VALUE 0.

01  WS-BC-MEMBERS           PIC 9(03) COMP VALUE 0.
01  WS-BC-STATUS            PIC X(30).

01  WS-NOW-HHMM             PIC 9(04) VALUE 0.
01  WS-SEND-HHMM            PIC 9(04) VALUE 0.

01  WS-TALLIES.
    02 WS-EXTRACT-COUNT     PIC 9(05) VALUE 0.
    02 WS-BUILT-COUNT       PIC 9(05) VALUE 0.
    02 WS-SUSP-COUNT        PIC 9(05) VALUE 0.
    02 WS-BC-EXTRACT-COUNT  PIC 9(05) VALUE 0.
    02 WS-BC-FANOUT-COUNT   PIC 9(05) VALUE 0.
    02 WS-BC-SKIP-COUNT     PIC 9(05) VALUE 0.

*> One broadcast's tallies, for its summary footing.
01  WS-BC-TALLIES.
    02 WS-BC-QUEUED         PIC 9(03) VALUE 0.
    02 WS-BC-SUPPRESSED     PIC 9(03) VALUE 0.
    02 WS-BC-BADNUM         PIC 9(03) VALUE 0.
    02 WS-BC-ALREADY        PIC 9(03) VALUE 0.

*> When this build started - stamped on every SMSCTLT line it writes
*> so SMSBAL can tell one run's totals from the next.
01  WS-RUN-STAMP            PIC X(19).

01  WS-DATE-WORK.
    02 WS-CURR-DATE         PIC 9(08).
       03 WS-CURR-SS        PIC 9(02).
       03 WS-CURR-HH100     PIC 9(02).

*> Broadcast summary print lines - 80 columns.
01  WS-BC-HEAD-LINE.
    02 FILLER               PIC X(17) VALUE "BROADCAST TICKET ".
    02 WS-BCH-TICKET        PIC X(10).
    02 FILLER               PIC X(08) VALUE "  GROUP ".
    02 WS-BCH-GROUP         PIC X(08).
    02 FILLER               PIC X(07) VALUE "  CODE ".
    02 WS-BCH-CODE          PIC X(06).
    02 FILLER               PIC X(06) VALUE "  PRI ".
    02 WS-BCH-PRIORITY      PIC X(01).
    02 FILLER               PIC X(01) VALUE SPACES.
    02 WS-BCH-STAMP         PIC X(16).

01  WS-BC-MEMBER-LINE.
    02 FILLER               PIC X(02) VALUE SPACES.
    02 WS-BCM-NAME          PIC X(30).
    02 FILLER               PIC X(01) VALUE SPACES.
    02 WS-BCM-PHONE         PIC X(10).
    02 FILLER               PIC X(02) VALUE SPACES.
    02 WS-BCM-STATUS        PIC X(30).
    02 FILLER               PIC X(05) VALUE SPACES.

01  WS-BC-FOOT-LINE.
    02 FILLER               PIC X(09) VALUE "  QUEUED ".
    02 WS-BCF-QUEUED        PIC ZZ9.
    02 FILLER               PIC X(13) VALUE "  SUPPRESSED ".
    02 WS-BCF-SUPPRESSED    PIC ZZ9.
    02 FILLER               PIC X(13) VALUE "  BAD NUMBER ".
    02 WS-BCF-BADNUM        PIC ZZ9.
    02 FILLER               PIC X(17) VALUE "  ALREADY QUEUED ".
    02 WS-BCF-ALREADY       PIC ZZ9.
    02 FILLER               PIC X(16) VALUE SPACES.

PROCEDURE DIVISION.

0000-MAIN.
    ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
    ACCEPT WS-CURR-TIME FROM TIME
    COMPUTE WS-NOW-HHMM = WS-CURR-HH * 100 + WS-CURR-MIN
    MOVE SPACES TO WS-RUN-STAMP
    STRING WS-CURR-YYYY "-" WS-CURR-MM "-" WS-CURR-DD " "
           WS-CURR-HH ":" WS-CURR-MIN ":" WS-CURR-SS
        DELIMITED BY SIZE INTO WS-RUN-STAMP
    END-STRING
    COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-CURR-DATE)
    COMPUTE WS-DOW-REM = FUNCTION REM(WS-DATE-INT, 7)
    IF WS-DOW-REM = 0
        COMPUTE WS-DOW-PREV-IX = WS-DOW-IX - 1
    END-IF
    PERFORM 1100-LOAD-ROSTER-TABLE
    PERFORM 1200-LOAD-DONOTTEXT-LIST
    PERFORM 1300-LOAD-SUSPECT-LIST
    OPEN INPUT SMS-EXTRACT-FILE
    IF WS-EXTRACT-FILE-STATUS NOT = "00"
        SET WS-EXTRACT-EOF TO TRUE
            END-IF
    END-READ.

1200-LOAD-DONOTTEXT-LIST.
*> Optional, and only feeds the broadcast summary - a list too long
*> for the table is reported, not fatal, because SENDSMS still
*> applies the whole list at send time.
    MOVE 0 TO WS-DNT-COUNT
    OPEN INPUT SMS-DONOTTEXT-FILE
    IF WS-DONOTTEXT-FILE-STATUS = "00"
        PERFORM 1210-READ-DONOTTEXT-RECORD UNTIL WS-DONOTTEXT-EOF
        CLOSE SMS-DONOTTEXT-FILE
    END-IF.

1210-READ-DONOTTEXT-RECORD.
    READ SMS-DONOTTEXT-FILE
        AT END SET WS-DONOTTEXT-EOF TO TRUE
        NOT AT END
            IF WS-DNT-COUNT >= 500
                DISPLAY "SMSQBLD: SMSDNT HOLDS MORE THAN 500 ENTRIES - "
                    "THE BROADCAST SUMMARY MAY MISS A SUPPRESSION."
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

1300-LOAD-SUSPECT-LIST.
*> Optional - no SMSBADNO just means the numbers have not been
*> scored yet.
    MOVE 0 TO WS-BAD-COUNT
    OPEN INPUT SMS-SUSPECT-FILE
    IF WS-SUSPECT-FILE-STATUS = "00"
        PERFORM 1310-READ-SUSPECT-RECORD UNTIL WS-SUSPECT-EOF
        CLOSE SMS-SUSPECT-FILE
    END-IF.

1310-READ-SUSPECT-RECORD.
    READ SMS-SUSPECT-FILE
        AT END SET WS-SUSPECT-EOF TO TRUE
        NOT AT END
            IF WS-BAD-COUNT >= 500
                DISPLAY "SMSQBLD: SMSBADNO HOLDS MORE THAN 500 "
                    "ENTRIES - A SUSPECT NUMBER MAY GO UNWARNED."
                SET WS-SUSPECT-EOF TO TRUE
            ELSE
                ADD 1 TO WS-BAD-COUNT
                MOVE BAD-PHONE TO WS-BAD-PHONE(WS-BAD-COUNT)
                IF BAD-DELIVERY-PCT NUMERIC
                    MOVE BAD-DELIVERY-PCT TO WS-BAD-PCT(WS-BAD-COUNT)
                ELSE
                    MOVE ZEROS TO WS-BAD-PCT(WS-BAD-COUNT)
                END-IF
            END-IF
    END-READ.

2000-BUILD-ONE-RECORD.
*> A broadcast goes to the whole group (2500-BUILD-BROADCAST).
*> Otherwise resolve at the time the text will actually go out: now, or the
*> record's earliest send time when that is still ahead - the person
*> rotating on at 1800 gets the 1800-windowed page, not whoever
*> happens to hold the pager at build time.
    IF EXT-BROADCAST = "B"
        PERFORM 2500-BUILD-BROADCAST
    ELSE
        IF EXT-EARLIEST-TIME NUMERIC
           AND EXT-EARLIEST-TIME > WS-NOW-HHMM
            MOVE EXT-EARLIEST-TIME TO WS-SEND-HHMM
        ELSE
            MOVE WS-NOW-HHMM TO WS-SEND-HHMM
        END-IF
        PERFORM 2200-FIND-ONCALL-CONTACT
        IF WS-ROS-FOUND-IX > 0
            PERFORM 2300-WRITE-QUEUE-RECORD
        ELSE
            PERFORM 2400-WRITE-SUSPENSE-RECORD
        END-IF
    END-IF
    PERFORM 2100-READ-EXTRACT-RECORD.

2100-READ-EXTRACT-RECORD.
    READ SMS-EXTRACT-FILE
        AT END SET WS-EXTRACT-EOF TO TRUE
        NOT AT END ADD 1 TO WS-EXTRACT-COUNT
    END-READ.

2200-FIND-ONCALL-CONTACT.
        MOVE ZEROS TO QUE-LATEST-TIME
    END-IF
    WRITE QUE-RECORD
    ADD 1 TO WS-BUILT-COUNT
    PERFORM 2310-CHECK-SUSPECT-NUMBER.

2310-CHECK-SUSPECT-NUMBER.
    MOVE 0 TO WS-BAD-FOUND-IX
    MOVE 1 TO WS-BAD-IX
    PERFORM 2311-MATCH-SUSPECT-ENTRY
        UNTIL WS-BAD-IX > WS-BAD-COUNT
           OR WS-BAD-FOUND-IX > 0
    IF WS-BAD-FOUND-IX > 0
        SET WS-SUSPECT-QUEUED TO TRUE
        DISPLAY "SMSQBLD: WARNING - TICKET " EXT-TICKET-NO
            " QUEUED TO SUSPECT NUMBER " QUE-PHONE " ("
            WS-BAD-PCT(WS-BAD-FOUND-IX) "% DELIVERED) FOR GROUP "
            EXT-GROUP "."
    END-IF.

2311-MATCH-SUSPECT-ENTRY.
    IF WS-BAD-PHONE(WS-BAD-IX) = QUE-PHONE
        MOVE WS-BAD-IX TO WS-BAD-FOUND-IX
    ELSE
        ADD 1 TO WS-BAD-IX
    END-IF.

2400-WRITE-SUSPENSE-RECORD.
*> No phone to put on the record - the blank number keeps it failing
    DISPLAY "SMSQBLD: NOBODY ON SHIFT FOR GROUP " EXT-GROUP
        " - TICKET " EXT-TICKET-NO " SUSPENDED.".

2500-BUILD-BROADCAST.
*> Major incident: the ticket goes to every roster member of the
*> group, whoever holds the pager tonight - the shift rules are not
*> consulted. The send window on the extract still applies at
*> SENDSMS, as do SMSDNT and the duplicate guard, per person.
    PERFORM 2510-WRITE-BROADCAST-HEADING
    MOVE 0 TO WS-BC-MEMBERS
    MOVE 0 TO WS-BC-QUEUED
    MOVE 0 TO WS-BC-SUPPRESSED
    MOVE 0 TO WS-BC-BADNUM
    MOVE 0 TO WS-BC-ALREADY
    PERFORM 2520-BROADCAST-TO-MEMBER
        VARYING WS-ROS-IX FROM 1 BY 1
        UNTIL WS-ROS-IX > WS-ROS-COUNT
    IF WS-BC-MEMBERS = 0
        MOVE "  NO ROSTER MEMBERS FOR THE GROUP - SUSPENDED"
            TO WS-BCRPT-LINE
        WRITE WS-BCRPT-LINE
        PERFORM 2400-WRITE-SUSPENSE-RECORD
    ELSE
        ADD 1 TO WS-BC-EXTRACT-COUNT
    END-IF
    MOVE WS-BC-QUEUED TO WS-BCF-QUEUED
    MOVE WS-BC-SUPPRESSED TO WS-BCF-SUPPRESSED
    MOVE WS-BC-BADNUM TO WS-BCF-BADNUM
    MOVE WS-BC-ALREADY TO WS-BCF-ALREADY
    MOVE WS-BC-FOOT-LINE TO WS-BCRPT-LINE
    WRITE WS-BCRPT-LINE
    MOVE SPACES TO WS-BCRPT-LINE
    WRITE WS-BCRPT-LINE
    DISPLAY "SMSQBLD: BROADCAST TICKET " EXT-TICKET-NO " TO GROUP "
        EXT-GROUP " - " WS-BC-QUEUED " QUEUED, " WS-BC-BADNUM
        " BAD NUMBER(S) SKIPPED.".

2510-WRITE-BROADCAST-HEADING.
*> SMSBCRPT accumulates every build's broadcasts, so it is opened
*> for append the first time a broadcast turns up in a run.
    IF NOT WS-BCRPT-OPEN
        OPEN EXTEND SMS-BROADCAST-RPT-FILE
        IF WS-BCRPT-FILE-STATUS = "35"
            OPEN OUTPUT SMS-BROADCAST-RPT-FILE
        END-IF
        SET WS-BCRPT-OPEN TO TRUE
    END-IF
    MOVE EXT-TICKET-NO TO WS-BCH-TICKET
    MOVE EXT-GROUP TO WS-BCH-GROUP
    MOVE EXT-MSG-CODE TO WS-BCH-CODE
    MOVE EXT-PRIORITY TO WS-BCH-PRIORITY
    MOVE WS-RUN-STAMP(1:16) TO WS-BCH-STAMP
    MOVE WS-BC-HEAD-LINE TO WS-BCRPT-LINE
    WRITE WS-BCRPT-LINE.

2520-BROADCAST-TO-MEMBER.
    IF WS-ROS-GROUP(WS-ROS-IX) = EXT-GROUP
        ADD 1 TO WS-BC-MEMBERS
        ADD 1 TO WS-BC-FANOUT-COUNT
        PERFORM 2530-CHECK-MEMBER-PHONE
        IF NOT WS-PHONE-VALID
            MOVE "SKIPPED - BAD NUMBER" TO WS-BC-STATUS
            ADD 1 TO WS-BC-BADNUM
            ADD 1 TO WS-BC-SKIP-COUNT
            SET WS-BROADCAST-BADNUM TO TRUE
        ELSE
            PERFORM 2540-FIND-ALREADY-TOLD
            IF WS-TOLD-FOUND-IX > 0
                MOVE "SKIPPED - ALREADY QUEUED" TO WS-BC-STATUS
                ADD 1 TO WS-BC-ALREADY
                ADD 1 TO WS-BC-SKIP-COUNT
            ELSE
                MOVE WS-ROS-IX TO WS-ROS-FOUND-IX
                PERFORM 2300-WRITE-QUEUE-RECORD
                PERFORM 2550-REMEMBER-TOLD
                PERFORM 2560-FIND-DONOTTEXT-ENTRY
                IF WS-DNT-FOUND-IX > 0
                    MOVE SPACES TO WS-BC-STATUS
                    STRING "SUPPRESSED - DO NOT TEXT "
                           DELIMITED BY SIZE
                           WS-DNT-REASON(WS-DNT-FOUND-IX)
                           DELIMITED BY SIZE
                        INTO WS-BC-STATUS
                    END-STRING
                    ADD 1 TO WS-BC-SUPPRESSED
                ELSE
                    IF WS-BAD-FOUND-IX > 0
                        MOVE "QUEUED - SUSPECT NUMBER"
                            TO WS-BC-STATUS
                    ELSE
                        MOVE "QUEUED" TO WS-BC-STATUS
                    END-IF
                    ADD 1 TO WS-BC-QUEUED
                END-IF
            END-IF
        END-IF
        MOVE WS-ROS-NAME(WS-ROS-IX) TO WS-BCM-NAME
        MOVE WS-ROS-PHONE(WS-ROS-IX) TO WS-BCM-PHONE
        MOVE WS-BC-STATUS TO WS-BCM-STATUS
        MOVE WS-BC-MEMBER-LINE TO WS-BCRPT-LINE
        WRITE WS-BCRPT-LINE
    END-IF.

2530-CHECK-MEMBER-PHONE.
*> The same NANP rule SENDSMS applies (NXX-NXX-XXXX, area code and
*> exchange not starting 0 or 1) - a number SENDSMS would only
*> suspend is better reported to the incident manager now.
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

2540-FIND-ALREADY-TOLD.
    MOVE 0 TO WS-TOLD-FOUND-IX
    MOVE 1 TO WS-TOLD-IX
    PERFORM 2541-MATCH-TOLD-ENTRY
        UNTIL WS-TOLD-IX > WS-TOLD-COUNT
           OR WS-TOLD-FOUND-IX > 0.

2541-MATCH-TOLD-ENTRY.
    IF WS-TOLD-TICKET(WS-TOLD-IX) = EXT-TICKET-NO
       AND WS-TOLD-PHONE(WS-TOLD-IX) = WS-ROS-PHONE(WS-ROS-IX)
        MOVE WS-TOLD-IX TO WS-TOLD-FOUND-IX
    ELSE
        ADD 1 TO WS-TOLD-IX
    END-IF.

2550-REMEMBER-TOLD.
*> A full table only loses this build's collapse - SENDSMS's
*> duplicate guard still stops the second text.
    IF WS-TOLD-COUNT < 1000
        ADD 1 TO WS-TOLD-COUNT
        MOVE EXT-TICKET-NO TO WS-TOLD-TICKET(WS-TOLD-COUNT)
        MOVE WS-ROS-PHONE(WS-ROS-IX) TO WS-TOLD-PHONE(WS-TOLD-COUNT)
    END-IF.

2560-FIND-DONOTTEXT-ENTRY.
    MOVE 0 TO WS-DNT-FOUND-IX
    MOVE 1 TO WS-DNT-IX
    PERFORM 2561-MATCH-DONOTTEXT-ENTRY
        UNTIL WS-DNT-IX > WS-DNT-COUNT
           OR WS-DNT-FOUND-IX > 0.

2561-MATCH-DONOTTEXT-ENTRY.
    IF WS-DNT-PHONE(WS-DNT-IX) = WS-ROS-PHONE(WS-ROS-IX)
       AND WS-DNT-EFF-DATE(WS-DNT-IX) <= WS-CURR-DATE
        MOVE WS-DNT-IX TO WS-DNT-FOUND-IX
    ELSE
        ADD 1 TO WS-DNT-IX
    END-IF.

9000-TERMINATE.
*> Empty the extract once its records are safely queued or suspended
*> - a record must never be built twice.
    END-IF
    CLOSE SMS-QUEUE-FILE
    CLOSE SMS-SUSPENSE-FILE
    IF WS-BCRPT-OPEN
        CLOSE SMS-BROADCAST-RPT-FILE
    END-IF
    PERFORM 9100-WRITE-CONTROL-TOTALS
    DISPLAY "SMSQBLD: " WS-BUILT-COUNT " RECORD(S) QUEUED, "
        WS-SUSP-COUNT " SUSPENDED."
    IF WS-GROUP-UNCOVERED OR WS-BROADCAST-BADNUM
       OR WS-SUSPECT-QUEUED
        MOVE 4 TO RETURN-CODE
    END-IF.

9100-WRITE-CONTROL-TOTALS.
*> Every extract record read must come out as exactly one queue or
*> suspense record - SMSBAL holds the build to that. A broadcast
*> fans out: its roster members come in from SMSROSTR, and its
*> extract record and any member skipped land only on SMSBCRPT.
    OPEN EXTEND SMS-CONTROL-FILE
    IF WS-CONTROL-FILE-STATUS = "35"
        OPEN OUTPUT SMS-CONTROL-FILE
    END-IF
    MOVE "SMSQBLD" TO CTL-PROGRAM
    MOVE WS-RUN-STAMP TO CTL-RUN-STAMP
    MOVE "IN " TO CTL-DIRECTION
    MOVE "SMSEXTR" TO CTL-FILE
    MOVE WS-EXTRACT-COUNT TO CTL-COUNT
    WRITE CTL-RECORD
    MOVE "SMSROSTR" TO CTL-FILE
    MOVE WS-BC-FANOUT-COUNT TO CTL-COUNT
    WRITE CTL-RECORD
    MOVE "OUT" TO CTL-DIRECTION
    MOVE "SMSQUEUE" TO CTL-FILE
    MOVE WS-BUILT-COUNT TO CTL-COUNT
    WRITE CTL-RECORD
    MOVE "SMSSUSP" TO CTL-FILE
    MOVE WS-SUSP-COUNT TO CTL-COUNT
    WRITE CTL-RECORD
    MOVE "SMSBCRPT" TO CTL-FILE
    COMPUTE CTL-COUNT = WS-BC-EXTRACT-COUNT + WS-BC-SKIP-COUNT
    WRITE CTL-RECORD
    CLOSE SMS-CONTROL-FILE.

END PROGRAM SMSQBLD.
