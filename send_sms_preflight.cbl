*> Program: SMSPREFL
*> Description: pre-flight reference-data validator for the nightly
*>              stream. Checks the reference files the send path
*>              trusts against the rules the production programs
*>              apply to them, before any of them is used:
*>                - SMSTMPL templates: merge placeholders SENDSMS
*>                  does not know, or would only half merge, and
*>                  characters 2065-VALIDATE-MESSAGE-CHARSET would
*>                  suspend every message for,
*>                - SMSPROV gateways: a blank send or status URL and
*>                  a PRV-RESP-FORMAT SENDSMS cannot read,
*>                - SMSROSTR: shift days not all Y/N, shift times
*>                  that are not times, and numbers that fail the
*>                  NANP check,
*>                - SMSCONTS: a backup that is the contact itself,
*>                  a backup chain that loops back, and a backup
*>                  number that is bad or on SMSDNT.
*>              Every exception prints to SMSPREFR. Run as the first
*>              step of the nightly stream (SMSSTRM), whose ceiling
*>              stops the stream on an error, so a bad reference
*>              file is caught by the operator at 10 PM rather than
*>              by an unpaged engineer at 2 AM.
*> Author: Rebecca Ann Coles
*> Date: 10/15/2026
*> Tectonics: cobc (GnuCOBOL)
*>
*> Notes:
*>   1) Use the -free flag to compile with the
*>      free source format:
*>        cobc -free -x -o smsprefl send_sms_preflight.cbl -I copybooks
*>   2) An ERROR is something that will lose or mangle a page
*>      tonight; a WARNING is something a program quietly works
*>      around (a table limit, a duplicate entry only the first of
*>      which is used). Returns 8 on any error, 4 on warnings only.
*>   3) The valid placeholders are ##NAME## and ##TICKET##, and
*>      ##COUNT## in the DIGEST template only - SENDSMS merges
*>      ##COUNT## nowhere else. SENDSMS merges each placeholder once:
*>      a second ##NAME## or ##TICKET## loses the text after it, so
*>      a repeat is an error too.
*>   4) The charset is SENDSMS's SMS-TEXT-CHAR class, repeated in
*>      SPECIAL-NAMES below (SMSTMNT carries it too) - change them
*>      together.
*>   5) A backup chain is followed the way SMSESCL escalates: the
*>      first SMSCONTS entry for a number is the one used, and an
*>      escalation that fails escalates again from the backup's own
*>      entry. A backup on SMSDNT counts from its effective date.
*>   6) SMSTMPL carries effective-dated versions of a code. Only
*>      the version in effect today and versions staged ahead of it
*>      get the text checks - superseded and retired versions are
*>      history SENDSMS will never send. A duplicate is two versions
*>      of a code on the same effective date.
*>   7) Missing files are not exceptions - SMSTMPL, SMSPROV and
*>      SMSCONTS are all optional to the programs that read them.
*>      A missing SMSROSTR is, since SMSQBLD would suspend every
*>      page.
*>
*> Modification History:
*>   2026-10-15  RAC  Initial version.
*>   2026-10-15  RAC  Template checks follow SMSTMPL's effective-dated
*>                     versions: bad effective dates and status bytes
*>                     are reported, a duplicate is a repeated code
*>                     and date, the 20-entry limit counts codes, and
*>                     superseded or retired wording is not checked.

IDENTIFICATION DIVISION.
PROGRAM-ID. SMSPREFL.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
*> Same class as SENDSMS's - the basic GSM character set's ASCII
*> subset.
    CLASS SMS-TEXT-CHAR IS
        "A" THRU "Z"
        "a" THRU "z"
        "0" THRU "9"
        " " "!" '"' "#" "$" "%" "&" "'" "(" ")" "*" "+" ","
        "-" "." "/" ":" ";" "<" "=" ">" "?" "@" "_".
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SMS-TEMPLATE-FILE ASSIGN TO "SMSTMPL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TEMPLATE-FILE-STATUS.
    SELECT SMS-PROVIDER-FILE ASSIGN TO "SMSPROV"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROVIDER-FILE-STATUS.
    SELECT SMS-ROSTER-FILE ASSIGN TO "SMSROSTR"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS ROS-PERSON-ID
        FILE STATUS IS WS-ROSTER-FILE-STATUS.
    SELECT SMS-CONTACT-FILE ASSIGN TO "SMSCONTS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTACT-FILE-STATUS.
    SELECT SMS-DONOTTEXT-FILE ASSIGN TO "SMSDNT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DONOTTEXT-FILE-STATUS.
    SELECT SMS-REPORT-FILE ASSIGN TO "SMSPREFR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SMS-TEMPLATE-FILE.
    COPY SMSTMP.

FD  SMS-PROVIDER-FILE.
    COPY SMSPRV.

FD  SMS-ROSTER-FILE.
    COPY SMSROS.

FD  SMS-CONTACT-FILE.
    COPY SMSCTC.

FD  SMS-DONOTTEXT-FILE.
    COPY SMSDNT.

FD  SMS-REPORT-FILE.
01  WS-REPORT-LINE            PIC X(80).

WORKING-STORAGE SECTION.
01  WS-SWITCHES.
    02 WS-TEMPLATE-FILE-STATUS PIC X(02) VALUE "00".
    02 WS-PROVIDER-FILE-STATUS PIC X(02) VALUE "00".
    02 WS-ROSTER-FILE-STATUS PIC X(02) VALUE "00".
    02 WS-CONTACT-FILE-STATUS PIC X(02) VALUE "00".
    02 WS-DONOTTEXT-FILE-STATUS PIC X(02) VALUE "00".
    02 WS-REPORT-FILE-STATUS PIC X(02) VALUE "00".
    02 WS-TEMPLATE-EOF-SW   PIC X(01) VALUE "N".
       88 WS-TEMPLATE-EOF            VALUE "Y".
    02 WS-PROVIDER-EOF-SW   PIC X(01) VALUE "N".
       88 WS-PROVIDER-EOF            VALUE "Y".
    02 WS-ROSTER-EOF-SW     PIC X(01) VALUE "N".
       88 WS-ROSTER-EOF              VALUE "Y".
    02 WS-CONTACT-EOF-SW    PIC X(01) VALUE "N".
       88 WS-CONTACT-EOF             VALUE "Y".
    02 WS-DONOTTEXT-EOF-SW  PIC X(01) VALUE "N".
       88 WS-DONOTTEXT-EOF           VALUE "Y".
    02 WS-PHONE-VALID-SW    PIC X(01) VALUE "N".
       88 WS-PHONE-VALID             VALUE "Y".
    02 WS-CLOSE-FOUND-SW    PIC X(01) VALUE "N".
       88 WS-CLOSE-FOUND             VALUE "Y".
    02 WS-CHAIN-END-SW      PIC X(01) VALUE "N".
       88 WS-CHAIN-END               VALUE "Y".
    02 WS-CHAIN-LOOP-SW     PIC X(01) VALUE "N".
       88 WS-CHAIN-LOOPS             VALUE "Y".
    02 WS-SECTION-CLEAN-SW  PIC X(01) VALUE "Y".
       88 WS-SECTION-CLEAN           VALUE "Y".

*> SMSTMPL as SENDSMS loads it: the first 20 codes with a version in
*> effect today, each with the effective date of the version it
*> sends (the latest not after today, first on file on a tie).
01  WS-TEMPLATE-TABLE.
    02 WS-TPL-COUNT         PIC 9(03) COMP VALUE 0.
    02 WS-TPL-ENTRY OCCURS 20 TIMES.
       03 WS-TPL-CODE       PIC X(06).
       03 WS-TPL-LIVE-DATE  PIC 9(08).
01  WS-TPL-IX               PIC 9(03) COMP VALUE 0.
01  WS-TPL-FOUND-IX         PIC 9(03) COMP VALUE 0.
01  WS-TPL-READ             PIC 9(05) COMP VALUE 0.
01  WS-TPL-DUPLICATE-SW     PIC X(01) VALUE "N".

*> Every code/effective-date pair seen so far - two versions of a
*> code on the same date is the duplicate SENDSMS quietly resolves.
01  WS-VERSION-TABLE.
    02 WS-VER-COUNT         PIC 9(03) COMP VALUE 0.
    02 WS-VER-ENTRY OCCURS 500 TIMES.
       03 WS-VER-CODE       PIC X(06).
       03 WS-VER-EFF-DATE   PIC 9(08).
01  WS-VER-IX               PIC 9(03) COMP VALUE 0.
01  WS-TMP-EFF-DATE         PIC 9(08) VALUE 0.
01  WS-TMP-EFF-DATE-R REDEFINES WS-TMP-EFF-DATE.
    02 WS-TMP-EFF-YYYY      PIC 9(04).
    02 WS-TMP-EFF-MM        PIC 9(02).
    02 WS-TMP-EFF-DD        PIC 9(02).

*> The template being checked.
01  WS-TXT-LEN              PIC 9(03) COMP VALUE 0.
01  WS-CHAR-IX              PIC 9(03) COMP VALUE 0.
01  WS-BAD-CHAR-COUNT       PIC 9(03) COMP VALUE 0.
01  WS-BAD-CHAR-POS         PIC 9(03) COMP VALUE 0.
01  WS-SCAN-POS             PIC 9(03) COMP VALUE 0.
01  WS-CLOSE-POS            PIC 9(03) COMP VALUE 0.
01  WS-CLOSE-LIMIT          PIC 9(03) COMP VALUE 0.
01  WS-TOKEN-LEN            PIC 9(03) COMP VALUE 0.
01  WS-TOKEN                PIC X(12).
01  WS-NAME-TALLY           PIC 9(03) COMP VALUE 0.
01  WS-TICKET-TALLY         PIC 9(03) COMP VALUE 0.
01  WS-COUNT-TALLY          PIC 9(03) COMP VALUE 0.

01  WS-PRV-READ             PIC 9(03) COMP VALUE 0.

01  WS-ROS-READ             PIC 9(05) COMP VALUE 0.
01  WS-DAY-IX               PIC 9(01) COMP VALUE 0.
01  WS-DAY-BAD              PIC 9(01) COMP VALUE 0.
01  WS-DAY-ON               PIC 9(01) COMP VALUE 0.
01  WS-CHECK-TIME           PIC 9(04).
01  WS-CHECK-TIME-R REDEFINES WS-CHECK-TIME.
    02 WS-CHECK-HH          PIC 9(02).
    02 WS-CHECK-MM          PIC 9(02).
01  WS-CHECK-PHONE          PIC X(10).

01  WS-DNT-TABLE.
    02 WS-DNT-COUNT         PIC 9(03) COMP VALUE 0.
    02 WS-DNT-ENTRY OCCURS 500 TIMES.
       03 WS-DNT-PHONE      PIC X(10).
       03 WS-DNT-EFF-DATE   PIC 9(08).
       03 WS-DNT-REASON     PIC X(04).
01  WS-DNT-IX               PIC 9(03) COMP VALUE 0.
01  WS-DNT-FOUND-IX         PIC 9(03) COMP VALUE 0.

*> SMSCONTS as SMSESCL loads it: the first 500 records.
01  WS-CONTACT-TABLE.
    02 WS-CTC-COUNT         PIC 9(03) COMP VALUE 0.
    02 WS-CTC-ENTRY OCCURS 500 TIMES.
       03 WS-CTC-PHONE      PIC X(10).
       03 WS-CTC-BACKUP-PHONE
                            PIC X(10).
01  WS-CTC-IX               PIC 9(03) COMP VALUE 0.
01  WS-CTC-FOUND-IX         PIC 9(03) COMP VALUE 0.
01  WS-CTC-SCAN-IX          PIC 9(03) COMP VALUE 0.
01  WS-CTC-READ             PIC 9(05) COMP VALUE 0.
01  WS-CHAIN-PHONE          PIC X(10).
01  WS-CHAIN-STEPS          PIC 9(03) COMP VALUE 0.

01  WS-TALLIES.
    02 WS-ERROR-COUNT       PIC 9(05) VALUE 0.
    02 WS-WARNING-COUNT     PIC 9(05) VALUE 0.

01  WS-NUM-ED2              PIC ZZ9.
01  WS-COLUMN-ED            PIC ZZ9.

01  WS-DATE-WORK.
    02 WS-CURR-DATE         PIC 9(08).
    02 WS-CURR-DATE-R REDEFINES WS-CURR-DATE.
       03 WS-CURR-YYYY      PIC 9(04).
       03 WS-CURR-MM        PIC 9(02).
       03 WS-CURR-DD        PIC 9(02).
    02 WS-CURR-TIME         PIC 9(08).
    02 WS-CURR-TIME-R REDEFINES WS-CURR-TIME.
       03 WS-CURR-HH        PIC 9(02).
       03 WS-CURR-MIN       PIC 9(02).
       03 WS-CURR-SS        PIC 9(02).
       03 WS-CURR-HH100     PIC 9(02).

*> Print-line layouts, 80 columns.
01  WS-RUN-LINE.
    02 FILLER               PIC X(11) VALUE "  RUN DATE ".
    02 WS-RNL-YYYY          PIC 9(04).
    02 FILLER               PIC X(01) VALUE "-".
    02 WS-RNL-MM            PIC 9(02).
    02 FILLER               PIC X(01) VALUE "-".
    02 WS-RNL-DD            PIC 9(02).
    02 FILLER               PIC X(01) VALUE SPACES.
    02 WS-RNL-HH            PIC 9(02).
    02 FILLER               PIC X(01) VALUE ":".
    02 WS-RNL-MIN           PIC 9(02).
    02 FILLER               PIC X(53) VALUE SPACES.

01  WS-SECTION-LINE.
    02 WS-SCN-FILE          PIC X(10).
    02 WS-SCN-TITLE         PIC X(70).

01  WS-COUNT-LINE.
    02 FILLER               PIC X(02) VALUE SPACES.
    02 WS-CNL-COUNT         PIC ZZZZ9.
    02 FILLER               PIC X(73) VALUE " RECORD(S) CHECKED".

01  WS-EXCEPTION-LINE.
    02 FILLER               PIC X(02) VALUE SPACES.
    02 WS-EXL-SEVERITY      PIC X(08).
    02 WS-EXL-KEY           PIC X(11).
    02 WS-EXL-TEXT          PIC X(59).

01  WS-TOTAL-LINE.
    02 FILLER               PIC X(10) VALUE "  ERRORS ".
    02 WS-TTL-ERRORS        PIC ZZZZ9.
    02 FILLER               PIC X(13) VALUE "   WARNINGS ".
    02 WS-TTL-WARNINGS      PIC ZZZZ9.
    02 FILLER               PIC X(03) VALUE " - ".
    02 WS-TTL-VERDICT       PIC X(44).

PROCEDURE DIVISION.

0000-MAIN.
    PERFORM 1000-INITIALIZE
    PERFORM 2000-CHECK-TEMPLATES
    PERFORM 3000-CHECK-PROVIDERS
    PERFORM 4000-CHECK-ROSTER
    PERFORM 5000-CHECK-CONTACTS
    PERFORM 9000-TERMINATE
    STOP RUN.

1000-INITIALIZE.
    ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
    ACCEPT WS-CURR-TIME FROM TIME
    OPEN OUTPUT SMS-REPORT-FILE
    MOVE "           PRE-FLIGHT REFERENCE DATA EXCEPTIONS"
        TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE WS-CURR-YYYY TO WS-RNL-YYYY
    MOVE WS-CURR-MM TO WS-RNL-MM
    MOVE WS-CURR-DD TO WS-RNL-DD
    MOVE WS-CURR-HH TO WS-RNL-HH
    MOVE WS-CURR-MIN TO WS-RNL-MIN
    MOVE WS-RUN-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    PERFORM 1100-LOAD-DONOTTEXT-LIST.

1100-LOAD-DONOTTEXT-LIST.
    MOVE 0 TO WS-DNT-COUNT
    OPEN INPUT SMS-DONOTTEXT-FILE
    IF WS-DONOTTEXT-FILE-STATUS = "00"
        PERFORM 1110-READ-DONOTTEXT-RECORD
            UNTIL WS-DONOTTEXT-EOF OR WS-DNT-COUNT >= 500
        CLOSE SMS-DONOTTEXT-FILE
    END-IF.

1110-READ-DONOTTEXT-RECORD.
    READ SMS-DONOTTEXT-FILE
        AT END SET WS-DONOTTEXT-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-DNT-COUNT
            MOVE DNT-PHONE TO WS-DNT-PHONE(WS-DNT-COUNT)
            IF DNT-EFF-DATE NUMERIC
                MOVE DNT-EFF-DATE TO WS-DNT-EFF-DATE(WS-DNT-COUNT)
            ELSE
                MOVE ZEROS TO WS-DNT-EFF-DATE(WS-DNT-COUNT)
            END-IF
            MOVE DNT-REASON-CODE TO WS-DNT-REASON(WS-DNT-COUNT)
    END-READ.

2000-CHECK-TEMPLATES.
    MOVE "SMSTMPL" TO WS-SCN-FILE
    MOVE "MESSAGE TEMPLATES" TO WS-SCN-TITLE
    PERFORM 8000-START-SECTION
    MOVE 0 TO WS-TPL-COUNT
    MOVE 0 TO WS-TPL-READ
    MOVE 0 TO WS-VER-COUNT
*> First pass: which version of each code SENDSMS would send today,
*> so the second can tell wording still to go out from history.
    MOVE "N" TO WS-TEMPLATE-EOF-SW
    OPEN INPUT SMS-TEMPLATE-FILE
    IF WS-TEMPLATE-FILE-STATUS = "00"
        PERFORM 2050-FIND-LIVE-VERSION UNTIL WS-TEMPLATE-EOF
        CLOSE SMS-TEMPLATE-FILE
    END-IF
    MOVE "N" TO WS-TEMPLATE-EOF-SW
    OPEN INPUT SMS-TEMPLATE-FILE
    IF WS-TEMPLATE-FILE-STATUS = "00"
        PERFORM 2100-READ-TEMPLATE-RECORD UNTIL WS-TEMPLATE-EOF
        CLOSE SMS-TEMPLATE-FILE
    END-IF
    MOVE WS-TPL-READ TO WS-CNL-COUNT
    PERFORM 8100-END-SECTION.

2050-FIND-LIVE-VERSION.
    READ SMS-TEMPLATE-FILE
        AT END SET WS-TEMPLATE-EOF TO TRUE
        NOT AT END
            PERFORM 2060-NORMALIZE-EFF-DATE
            IF WS-TMP-EFF-DATE <= WS-CURR-DATE
                PERFORM 2070-FIND-TEMPLATE-CODE
                IF WS-TPL-FOUND-IX = 0 AND WS-TPL-COUNT < 20
                    ADD 1 TO WS-TPL-COUNT
                    MOVE TMP-MSG-CODE TO WS-TPL-CODE(WS-TPL-COUNT)
                    MOVE WS-TMP-EFF-DATE
                        TO WS-TPL-LIVE-DATE(WS-TPL-COUNT)
                ELSE
                    IF WS-TPL-FOUND-IX > 0
                        IF WS-TMP-EFF-DATE
                           > WS-TPL-LIVE-DATE(WS-TPL-FOUND-IX)
                            MOVE WS-TMP-EFF-DATE
                                TO WS-TPL-LIVE-DATE(WS-TPL-FOUND-IX)
                        END-IF
                    END-IF
                END-IF
            END-IF
    END-READ.

2060-NORMALIZE-EFF-DATE.
*> Same reading as SENDSMS: no date is live since the start of time.
    IF TMP-EFF-DATE NUMERIC
        MOVE TMP-EFF-DATE TO WS-TMP-EFF-DATE
    ELSE
        MOVE ZEROS TO WS-TMP-EFF-DATE
    END-IF.

2070-FIND-TEMPLATE-CODE.
    MOVE 0 TO WS-TPL-FOUND-IX
    MOVE 1 TO WS-TPL-IX
    PERFORM 2071-MATCH-TEMPLATE-CODE
        UNTIL WS-TPL-IX > WS-TPL-COUNT
           OR WS-TPL-FOUND-IX > 0.

2071-MATCH-TEMPLATE-CODE.
    IF WS-TPL-CODE(WS-TPL-IX) = TMP-MSG-CODE
        MOVE WS-TPL-IX TO WS-TPL-FOUND-IX
    ELSE
        ADD 1 TO WS-TPL-IX
    END-IF.

2100-READ-TEMPLATE-RECORD.
    READ SMS-TEMPLATE-FILE
        AT END SET WS-TEMPLATE-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-TPL-READ
            PERFORM 2200-CHECK-ONE-TEMPLATE
    END-READ.

2200-CHECK-ONE-TEMPLATE.
    MOVE TMP-MSG-CODE TO WS-EXL-KEY
    IF TMP-MSG-CODE = SPACES
        MOVE "(BLANK)" TO WS-EXL-KEY
        MOVE "NO MESSAGE CODE - NO QUEUE RECORD CAN USE IT"
            TO WS-EXL-TEXT
        PERFORM 8200-WRITE-ERROR
    END-IF
    PERFORM 2060-NORMALIZE-EFF-DATE
    IF TMP-EFF-DATE NOT = SPACES
        IF TMP-EFF-DATE NOT NUMERIC
           OR WS-TMP-EFF-MM < 1 OR WS-TMP-EFF-MM > 12
           OR WS-TMP-EFF-DD < 1 OR WS-TMP-EFF-DD > 31
            MOVE "EFFECTIVE DATE NOT A YYYYMMDD DATE" TO WS-EXL-TEXT
            PERFORM 8200-WRITE-ERROR
        END-IF
    END-IF
    IF TMP-STATUS NOT = SPACE AND TMP-STATUS NOT = "R"
        MOVE "STATUS NEITHER BLANK NOR R - SENDSMS TREATS IT AS LIVE"
            TO WS-EXL-TEXT
        PERFORM 8300-WRITE-WARNING
    END-IF
*> Two versions of a code on one effective date: SENDSMS sends the
*> first and the other is dead wording.
    MOVE "N" TO WS-TPL-DUPLICATE-SW
    PERFORM 2210-MATCH-EARLIER-VERSION
        VARYING WS-VER-IX FROM 1 BY 1
        UNTIL WS-VER-IX > WS-VER-COUNT
    IF WS-TPL-DUPLICATE-SW = "Y"
        MOVE "DUPLICATE CODE AND DATE - SENDSMS USES THE FIRST ENTRY"
            TO WS-EXL-TEXT
        PERFORM 8300-WRITE-WARNING
    ELSE
        IF WS-VER-COUNT < 500
            ADD 1 TO WS-VER-COUNT
            MOVE TMP-MSG-CODE TO WS-VER-CODE(WS-VER-COUNT)
            MOVE WS-TMP-EFF-DATE TO WS-VER-EFF-DATE(WS-VER-COUNT)
        END-IF
    END-IF
    PERFORM 2070-FIND-TEMPLATE-CODE
    IF WS-TPL-FOUND-IX = 0 AND WS-TPL-COUNT >= 20
        MOVE "PAST SENDSMS'S 20-CODE TEMPLATE TABLE - NEVER USED"
            TO WS-EXL-TEXT
        PERFORM 8300-WRITE-WARNING
    END-IF
*> Wording that will never go out again - a version superseded by
*> the one in effect, or a retirement - is history, not a hazard.
    IF TMP-STATUS = "R"
        CONTINUE
    ELSE
    IF WS-TPL-FOUND-IX > 0
       AND WS-TMP-EFF-DATE < WS-TPL-LIVE-DATE(WS-TPL-FOUND-IX)
        CONTINUE
    ELSE
        PERFORM 2230-CHECK-TEMPLATE-TEXT
    END-IF
    END-IF.

2230-CHECK-TEMPLATE-TEXT.
    MOVE 300 TO WS-TXT-LEN
    PERFORM 2220-SHRINK-TXT-LEN
        UNTIL WS-TXT-LEN = 0
           OR TMP-TEXT(WS-TXT-LEN:1) NOT = SPACE
    IF WS-TXT-LEN = 0
        MOVE "BLANK TEXT - EVERY PAGE WOULD GO OUT EMPTY"
            TO WS-EXL-TEXT
        PERFORM 8200-WRITE-ERROR
    ELSE
        PERFORM 2300-CHECK-TEMPLATE-CHARSET
        PERFORM 2400-CHECK-PLACEHOLDERS
    END-IF.

2210-MATCH-EARLIER-VERSION.
    IF WS-VER-CODE(WS-VER-IX) = TMP-MSG-CODE
       AND WS-VER-EFF-DATE(WS-VER-IX) = WS-TMP-EFF-DATE
        MOVE "Y" TO WS-TPL-DUPLICATE-SW
    END-IF.

2220-SHRINK-TXT-LEN.
    SUBTRACT 1 FROM WS-TXT-LEN.

2300-CHECK-TEMPLATE-CHARSET.
*> SENDSMS's 2065-VALIDATE-MESSAGE-CHARSET test, applied to the
*> template text before any merge.
    MOVE 0 TO WS-BAD-CHAR-COUNT
    MOVE 0 TO WS-BAD-CHAR-POS
    PERFORM 2310-CHECK-ONE-CHARACTER
        VARYING WS-CHAR-IX FROM 1 BY 1
        UNTIL WS-CHAR-IX > WS-TXT-LEN
    IF WS-BAD-CHAR-COUNT > 0
        MOVE WS-BAD-CHAR-COUNT TO WS-NUM-ED2
        MOVE WS-BAD-CHAR-POS TO WS-COLUMN-ED
        MOVE SPACES TO WS-EXL-TEXT
        STRING WS-NUM-ED2 " CHARACTER(S) OUTSIDE THE SMS SET, FIRST "
               "AT COLUMN " WS-COLUMN-ED DELIMITED BY SIZE
            INTO WS-EXL-TEXT
        END-STRING
        PERFORM 8200-WRITE-ERROR
    END-IF.

2310-CHECK-ONE-CHARACTER.
    IF TMP-TEXT(WS-CHAR-IX:1) NOT SMS-TEXT-CHAR
        ADD 1 TO WS-BAD-CHAR-COUNT
        IF WS-BAD-CHAR-POS = 0
            MOVE WS-CHAR-IX TO WS-BAD-CHAR-POS
        END-IF
    END-IF.

2400-CHECK-PLACEHOLDERS.
*> Every "##" opens a placeholder that must close with "##" within
*> the length of the longest one SENDSMS knows.
    MOVE 0 TO WS-NAME-TALLY
    MOVE 0 TO WS-TICKET-TALLY
    MOVE 0 TO WS-COUNT-TALLY
    MOVE 1 TO WS-SCAN-POS
    PERFORM 2410-SCAN-ONE-POSITION
        UNTIL WS-SCAN-POS >= WS-TXT-LEN
    IF WS-NAME-TALLY > 1
        MOVE "##NAME## REPEATED - TEXT AFTER THE SECOND IS DROPPED"
            TO WS-EXL-TEXT
        PERFORM 8200-WRITE-ERROR
    END-IF
    IF WS-TICKET-TALLY > 1
        MOVE "##TICKET## REPEATED - TEXT AFTER THE SECOND IS DROPPED"
            TO WS-EXL-TEXT
        PERFORM 8200-WRITE-ERROR
    END-IF
    IF WS-COUNT-TALLY > 1
        MOVE "##COUNT## REPEATED - TEXT AFTER THE SECOND IS DROPPED"
            TO WS-EXL-TEXT
        PERFORM 8200-WRITE-ERROR
    END-IF.

2410-SCAN-ONE-POSITION.
    IF TMP-TEXT(WS-SCAN-POS:2) = "##"
        PERFORM 2420-READ-PLACEHOLDER
    ELSE
        ADD 1 TO WS-SCAN-POS
    END-IF.

2420-READ-PLACEHOLDER.
    MOVE "N" TO WS-CLOSE-FOUND-SW
    COMPUTE WS-CLOSE-POS = WS-SCAN-POS + 2
    COMPUTE WS-CLOSE-LIMIT = WS-SCAN-POS + 10
    IF WS-CLOSE-LIMIT > WS-TXT-LEN - 1
        COMPUTE WS-CLOSE-LIMIT = WS-TXT-LEN - 1
    END-IF
    PERFORM 2421-FIND-CLOSING-MARK
        UNTIL WS-CLOSE-FOUND OR WS-CLOSE-POS > WS-CLOSE-LIMIT
    IF WS-CLOSE-FOUND
        COMPUTE WS-TOKEN-LEN = WS-CLOSE-POS + 2 - WS-SCAN-POS
        MOVE SPACES TO WS-TOKEN
        MOVE TMP-TEXT(WS-SCAN-POS:WS-TOKEN-LEN) TO WS-TOKEN
        EVALUATE WS-TOKEN
            WHEN "##NAME##"
                ADD 1 TO WS-NAME-TALLY
            WHEN "##TICKET##"
                ADD 1 TO WS-TICKET-TALLY
            WHEN "##COUNT##"
                ADD 1 TO WS-COUNT-TALLY
                IF TMP-MSG-CODE NOT = "DIGEST"
                    MOVE "##COUNT## ONLY MERGES IN THE DIGEST TEMPLATE"
                        TO WS-EXL-TEXT
                    PERFORM 8200-WRITE-ERROR
                END-IF
            WHEN OTHER
                MOVE SPACES TO WS-EXL-TEXT
                STRING "UNKNOWN PLACEHOLDER " WS-TOKEN
                       DELIMITED BY SIZE
                    INTO WS-EXL-TEXT
                END-STRING
                PERFORM 8200-WRITE-ERROR
        END-EVALUATE
        COMPUTE WS-SCAN-POS = WS-CLOSE-POS + 2
    ELSE
        MOVE WS-SCAN-POS TO WS-COLUMN-ED
        MOVE SPACES TO WS-EXL-TEXT
        STRING "UNCLOSED PLACEHOLDER AT COLUMN " WS-COLUMN-ED
            DELIMITED BY SIZE
            INTO WS-EXL-TEXT
        END-STRING
        PERFORM 8200-WRITE-ERROR
        ADD 2 TO WS-SCAN-POS
    END-IF.

2421-FIND-CLOSING-MARK.
    IF TMP-TEXT(WS-CLOSE-POS:2) = "##"
        SET WS-CLOSE-FOUND TO TRUE
    ELSE
        ADD 1 TO WS-CLOSE-POS
    END-IF.

3000-CHECK-PROVIDERS.
*> SENDSMS uses the first two records (primary and alternate) and
*> SMSSTAT polls through the same two.
    MOVE "SMSPROV" TO WS-SCN-FILE
    MOVE "SMS GATEWAY PROVIDERS" TO WS-SCN-TITLE
    PERFORM 8000-START-SECTION
    MOVE 0 TO WS-PRV-READ
    OPEN INPUT SMS-PROVIDER-FILE
    IF WS-PROVIDER-FILE-STATUS = "00"
        PERFORM 3100-READ-PROVIDER-RECORD UNTIL WS-PROVIDER-EOF
        CLOSE SMS-PROVIDER-FILE
    END-IF
    MOVE WS-PRV-READ TO WS-CNL-COUNT
    PERFORM 8100-END-SECTION.

3100-READ-PROVIDER-RECORD.
    READ SMS-PROVIDER-FILE
        AT END SET WS-PROVIDER-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-PRV-READ
            PERFORM 3200-CHECK-ONE-PROVIDER
    END-READ.

3200-CHECK-ONE-PROVIDER.
    MOVE PRV-NAME TO WS-EXL-KEY
    IF PRV-NAME = SPACES
        MOVE WS-PRV-READ TO WS-NUM-ED2
        MOVE SPACES TO WS-EXL-KEY
        STRING "RECORD " WS-NUM-ED2 DELIMITED BY SIZE
            INTO WS-EXL-KEY
        END-STRING
    END-IF
    IF WS-PRV-READ > 2
        MOVE "PAST PRIMARY AND ALTERNATE - NEVER USED"
            TO WS-EXL-TEXT
        PERFORM 8300-WRITE-WARNING
    ELSE
        IF PRV-NAME = SPACES
            MOVE "NO PROVIDER NAME - AUDIT AND BILLING CANNOT TELL IT"
                TO WS-EXL-TEXT
            PERFORM 8300-WRITE-WARNING
        END-IF
        IF PRV-SEND-URL = SPACES
            MOVE "BLANK SEND URL" TO WS-EXL-TEXT
            PERFORM 8200-WRITE-ERROR
        END-IF
        IF PRV-STATUS-URL = SPACES
            MOVE "BLANK STATUS URL - SMSSTAT CANNOT POLL IT"
                TO WS-EXL-TEXT
            PERFORM 8200-WRITE-ERROR
        END-IF
        IF PRV-RESP-FORMAT NOT = "T"
            MOVE SPACES TO WS-EXL-TEXT
            STRING "RESPONSE FORMAT '" PRV-RESP-FORMAT
                   "' NOT SUPPORTED - ONLY 'T'" DELIMITED BY SIZE
                INTO WS-EXL-TEXT
            END-STRING
            PERFORM 8200-WRITE-ERROR
        END-IF
        IF PRV-MSG-RATE NOT NUMERIC
            MOVE "NO MESSAGE RATE - SMSCHGBK COSTS ITS SENDS AT ZERO"
                TO WS-EXL-TEXT
            PERFORM 8300-WRITE-WARNING
        END-IF
    END-IF.

4000-CHECK-ROSTER.
    MOVE "SMSROSTR" TO WS-SCN-FILE
    MOVE "ON-CALL ROSTER" TO WS-SCN-TITLE
    PERFORM 8000-START-SECTION
    MOVE 0 TO WS-ROS-READ
    OPEN INPUT SMS-ROSTER-FILE
    IF WS-ROSTER-FILE-STATUS = "00"
        MOVE LOW-VALUES TO ROS-PERSON-ID
        START SMS-ROSTER-FILE KEY >= ROS-PERSON-ID
            INVALID KEY SET WS-ROSTER-EOF TO TRUE
        END-START
        PERFORM 4100-READ-ROSTER-RECORD UNTIL WS-ROSTER-EOF
        CLOSE SMS-ROSTER-FILE
    ELSE
        MOVE "SMSROSTR" TO WS-EXL-KEY
        MOVE "ROSTER MASTER WILL NOT OPEN - EVERY PAGE WOULD SUSPEND"
            TO WS-EXL-TEXT
        PERFORM 8200-WRITE-ERROR
    END-IF
    MOVE WS-ROS-READ TO WS-CNL-COUNT
    PERFORM 8100-END-SECTION.

4100-READ-ROSTER-RECORD.
    READ SMS-ROSTER-FILE NEXT RECORD
        AT END SET WS-ROSTER-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-ROS-READ
            PERFORM 4200-CHECK-ONE-ROSTER-ENTRY
    END-READ.

4200-CHECK-ONE-ROSTER-ENTRY.
    MOVE ROS-PERSON-ID TO WS-EXL-KEY
    IF WS-ROS-READ > 500
        MOVE "PAST SMSQBLD'S 500-ENTRY TABLE - NEVER PAGED"
            TO WS-EXL-TEXT
        PERFORM 8300-WRITE-WARNING
    END-IF
    IF ROS-GROUP = SPACES
        MOVE "NO GROUP - NO PAGE CAN RESOLVE TO THIS ENTRY"
            TO WS-EXL-TEXT
        PERFORM 8200-WRITE-ERROR
    END-IF
    MOVE ROS-PHONE TO WS-CHECK-PHONE
    PERFORM 8500-CHECK-NANP-PHONE
    IF NOT WS-PHONE-VALID
        MOVE SPACES TO WS-EXL-TEXT
        STRING "PHONE " ROS-PHONE " FAILS THE NANP CHECK"
            DELIMITED BY SIZE
            INTO WS-EXL-TEXT
        END-STRING
        PERFORM 8200-WRITE-ERROR
    END-IF
    MOVE 0 TO WS-DAY-BAD
    MOVE 0 TO WS-DAY-ON
    PERFORM 4210-CHECK-ONE-SHIFT-DAY
        VARYING WS-DAY-IX FROM 1 BY 1
        UNTIL WS-DAY-IX > 7
    IF WS-DAY-BAD > 0
        MOVE SPACES TO WS-EXL-TEXT
        STRING "SHIFT DAYS '" ROS-SHIFT-DAYS "' NOT ALL Y OR N"
            DELIMITED BY SIZE
            INTO WS-EXL-TEXT
        END-STRING
        PERFORM 8200-WRITE-ERROR
    ELSE
        IF WS-DAY-ON = 0
            MOVE "NO SHIFT DAYS - ONLY EVER REACHED BY A BROADCAST"
                TO WS-EXL-TEXT
            PERFORM 8300-WRITE-WARNING
        END-IF
    END-IF
*> SMSQBLD reads a shift time that is not numeric as 0000, which
*> silently turns the shift into something nobody rostered.
    IF ROS-SHIFT-START NOT NUMERIC
        MOVE "SHIFT START IS NOT A TIME" TO WS-EXL-TEXT
        PERFORM 8200-WRITE-ERROR
    ELSE
        MOVE ROS-SHIFT-START TO WS-CHECK-TIME
        IF WS-CHECK-HH > 23 OR WS-CHECK-MM > 59
            MOVE SPACES TO WS-EXL-TEXT
            STRING "SHIFT START " ROS-SHIFT-START " IS NOT A TIME"
                DELIMITED BY SIZE
                INTO WS-EXL-TEXT
            END-STRING
            PERFORM 8200-WRITE-ERROR
        END-IF
    END-IF
    IF ROS-SHIFT-END NOT NUMERIC
        MOVE "SHIFT END IS NOT A TIME" TO WS-EXL-TEXT
        PERFORM 8200-WRITE-ERROR
    ELSE
        MOVE ROS-SHIFT-END TO WS-CHECK-TIME
        IF WS-CHECK-HH > 23 OR WS-CHECK-MM > 59
            MOVE SPACES TO WS-EXL-TEXT
            STRING "SHIFT END " ROS-SHIFT-END " IS NOT A TIME"
                DELIMITED BY SIZE
                INTO WS-EXL-TEXT
            END-STRING
            PERFORM 8200-WRITE-ERROR
        END-IF
    END-IF.

4210-CHECK-ONE-SHIFT-DAY.
    EVALUATE ROS-SHIFT-DAYS(WS-DAY-IX:1)
        WHEN "Y"
            ADD 1 TO WS-DAY-ON
        WHEN "N"
            CONTINUE
        WHEN OTHER
            ADD 1 TO WS-DAY-BAD
    END-EVALUATE.

5000-CHECK-CONTACTS.
*> Loaded whole first - a loop can only be seen across entries.
    MOVE "SMSCONTS" TO WS-SCN-FILE
    MOVE "ESCALATION CONTACTS" TO WS-SCN-TITLE
    PERFORM 8000-START-SECTION
    MOVE 0 TO WS-CTC-COUNT
    MOVE 0 TO WS-CTC-READ
    OPEN INPUT SMS-CONTACT-FILE
    IF WS-CONTACT-FILE-STATUS = "00"
        PERFORM 5100-READ-CONTACT-RECORD UNTIL WS-CONTACT-EOF
        CLOSE SMS-CONTACT-FILE
    END-IF
    IF WS-CTC-READ > 500
        MOVE "SMSCONTS" TO WS-EXL-KEY
        MOVE "PAST SMSESCL'S 500-ENTRY TABLE - THE REST NEVER USED"
            TO WS-EXL-TEXT
        PERFORM 8300-WRITE-WARNING
    END-IF
    PERFORM 5200-CHECK-ONE-CONTACT
        VARYING WS-CTC-IX FROM 1 BY 1
        UNTIL WS-CTC-IX > WS-CTC-COUNT
    MOVE WS-CTC-READ TO WS-CNL-COUNT
    PERFORM 8100-END-SECTION.

5100-READ-CONTACT-RECORD.
    READ SMS-CONTACT-FILE
        AT END SET WS-CONTACT-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-CTC-READ
            IF WS-CTC-COUNT < 500
                ADD 1 TO WS-CTC-COUNT
                MOVE CTC-PHONE TO WS-CTC-PHONE(WS-CTC-COUNT)
                MOVE CTC-BACKUP-PHONE
                    TO WS-CTC-BACKUP-PHONE(WS-CTC-COUNT)
            END-IF
    END-READ.

5200-CHECK-ONE-CONTACT.
    MOVE WS-CTC-PHONE(WS-CTC-IX) TO WS-EXL-KEY
    MOVE WS-CTC-PHONE(WS-CTC-IX) TO WS-CHAIN-PHONE
    PERFORM 5300-FIND-FIRST-ENTRY
    IF WS-CTC-FOUND-IX < WS-CTC-IX
        MOVE "DUPLICATE ENTRY - SMSESCL USES THE FIRST" TO WS-EXL-TEXT
        PERFORM 8300-WRITE-WARNING
    END-IF
    EVALUATE TRUE
        WHEN WS-CTC-BACKUP-PHONE(WS-CTC-IX) = SPACES
            MOVE "NO BACKUP NUMBER - ESCALATION HAS NOWHERE TO GO"
                TO WS-EXL-TEXT
            PERFORM 8200-WRITE-ERROR
        WHEN WS-CTC-BACKUP-PHONE(WS-CTC-IX) = WS-CTC-PHONE(WS-CTC-IX)
            MOVE "BACKUP IS THE CONTACT ITSELF" TO WS-EXL-TEXT
            PERFORM 8200-WRITE-ERROR
        WHEN OTHER
            PERFORM 5400-CHECK-BACKUP-NUMBER
            PERFORM 5500-CHECK-BACKUP-CHAIN
    END-EVALUATE.

5300-FIND-FIRST-ENTRY.
    MOVE 0 TO WS-CTC-FOUND-IX
    MOVE 1 TO WS-CTC-SCAN-IX
    PERFORM 5310-MATCH-CONTACT-ENTRY
        UNTIL WS-CTC-SCAN-IX > WS-CTC-COUNT
           OR WS-CTC-FOUND-IX > 0.

5310-MATCH-CONTACT-ENTRY.
    IF WS-CTC-PHONE(WS-CTC-SCAN-IX) = WS-CHAIN-PHONE
        MOVE WS-CTC-SCAN-IX TO WS-CTC-FOUND-IX
    ELSE
        ADD 1 TO WS-CTC-SCAN-IX
    END-IF.

5400-CHECK-BACKUP-NUMBER.
    MOVE WS-CTC-BACKUP-PHONE(WS-CTC-IX) TO WS-CHECK-PHONE
    PERFORM 8500-CHECK-NANP-PHONE
    IF NOT WS-PHONE-VALID
        MOVE SPACES TO WS-EXL-TEXT
        STRING "BACKUP " WS-CHECK-PHONE " FAILS THE NANP CHECK"
            DELIMITED BY SIZE
            INTO WS-EXL-TEXT
        END-STRING
        PERFORM 8200-WRITE-ERROR
    END-IF
    MOVE 0 TO WS-DNT-FOUND-IX
    MOVE 1 TO WS-DNT-IX
    PERFORM 5410-MATCH-DONOTTEXT-ENTRY
        UNTIL WS-DNT-IX > WS-DNT-COUNT
           OR WS-DNT-FOUND-IX > 0
    IF WS-DNT-FOUND-IX > 0
        MOVE SPACES TO WS-EXL-TEXT
        STRING "BACKUP " WS-CHECK-PHONE " ON SMSDNT ("
               WS-DNT-REASON(WS-DNT-FOUND-IX)
               ") - NEVER TEXTED" DELIMITED BY SIZE
            INTO WS-EXL-TEXT
        END-STRING
        PERFORM 8200-WRITE-ERROR
    END-IF.

5410-MATCH-DONOTTEXT-ENTRY.
    IF WS-DNT-PHONE(WS-DNT-IX) = WS-CHECK-PHONE
       AND WS-DNT-EFF-DATE(WS-DNT-IX) <= WS-CURR-DATE
        MOVE WS-DNT-IX TO WS-DNT-FOUND-IX
    ELSE
        ADD 1 TO WS-DNT-IX
    END-IF.

5500-CHECK-BACKUP-CHAIN.
*> Follow backup to backup's backup until the chain runs out or
*> comes back to this contact. A chain that loops without passing
*> through this contact is reported from the entries in the loop.
    MOVE "N" TO WS-CHAIN-END-SW
    MOVE "N" TO WS-CHAIN-LOOP-SW
    MOVE 0 TO WS-CHAIN-STEPS
    MOVE WS-CTC-BACKUP-PHONE(WS-CTC-IX) TO WS-CHAIN-PHONE
    PERFORM 5510-FOLLOW-ONE-LINK
        UNTIL WS-CHAIN-END OR WS-CHAIN-LOOPS
           OR WS-CHAIN-STEPS > WS-CTC-COUNT
    IF WS-CHAIN-LOOPS
        MOVE WS-CHAIN-STEPS TO WS-NUM-ED2
        MOVE SPACES TO WS-EXL-TEXT
        STRING "BACKUP CHAIN LOOPS BACK HERE THROUGH " WS-NUM-ED2
               " OTHER CONTACT(S)" DELIMITED BY SIZE
            INTO WS-EXL-TEXT
        END-STRING
        PERFORM 8200-WRITE-ERROR
    END-IF.

5510-FOLLOW-ONE-LINK.
    ADD 1 TO WS-CHAIN-STEPS
    PERFORM 5300-FIND-FIRST-ENTRY
    IF WS-CTC-FOUND-IX = 0
        SET WS-CHAIN-END TO TRUE
    ELSE
        MOVE WS-CTC-BACKUP-PHONE(WS-CTC-FOUND-IX) TO WS-CHAIN-PHONE
        IF WS-CHAIN-PHONE = WS-CTC-PHONE(WS-CTC-IX)
            SET WS-CHAIN-LOOPS TO TRUE
        END-IF
        IF WS-CHAIN-PHONE = SPACES
            SET WS-CHAIN-END TO TRUE
        END-IF
    END-IF.

8000-START-SECTION.
    MOVE "Y" TO WS-SECTION-CLEAN-SW
    MOVE SPACES TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE WS-SECTION-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE.

8100-END-SECTION.
    IF WS-SECTION-CLEAN
        MOVE "  (NONE)" TO WS-REPORT-LINE
        WRITE WS-REPORT-LINE
    END-IF
    MOVE WS-COUNT-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE.

8200-WRITE-ERROR.
    MOVE "ERROR" TO WS-EXL-SEVERITY
    ADD 1 TO WS-ERROR-COUNT
    PERFORM 8400-WRITE-EXCEPTION.

8300-WRITE-WARNING.
    MOVE "WARNING" TO WS-EXL-SEVERITY
    ADD 1 TO WS-WARNING-COUNT
    PERFORM 8400-WRITE-EXCEPTION.

8400-WRITE-EXCEPTION.
    MOVE "N" TO WS-SECTION-CLEAN-SW
    MOVE WS-EXCEPTION-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE.

8500-CHECK-NANP-PHONE.
*> SENDSMS's 2050-VALIDATE-PHONE rule.
    MOVE "Y" TO WS-PHONE-VALID-SW
    IF WS-CHECK-PHONE NOT NUMERIC
        MOVE "N" TO WS-PHONE-VALID-SW
    END-IF
    IF WS-CHECK-PHONE(1:1) = "0" OR WS-CHECK-PHONE(1:1) = "1"
        MOVE "N" TO WS-PHONE-VALID-SW
    END-IF
    IF WS-CHECK-PHONE(4:1) = "0" OR WS-CHECK-PHONE(4:1) = "1"
        MOVE "N" TO WS-PHONE-VALID-SW
    END-IF.

9000-TERMINATE.
    MOVE SPACES TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE WS-ERROR-COUNT TO WS-TTL-ERRORS
    MOVE WS-WARNING-COUNT TO WS-TTL-WARNINGS
    EVALUATE TRUE
        WHEN WS-ERROR-COUNT > 0
            MOVE "FIX BEFORE THE STREAM REACHES SENDSMS"
                TO WS-TTL-VERDICT
            MOVE 8 TO RETURN-CODE
        WHEN WS-WARNING-COUNT > 0
            MOVE "STREAM MAY PROCEED" TO WS-TTL-VERDICT
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            MOVE "STREAM MAY PROCEED" TO WS-TTL-VERDICT
    END-EVALUATE
    MOVE WS-TOTAL-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    CLOSE SMS-REPORT-FILE
    DISPLAY "SMSPREFL: " WS-ERROR-COUNT " ERROR(S), "
        WS-WARNING-COUNT " WARNING(S) - SEE SMSPREFR.".

END PROGRAM SMSPREFL.
