*> Program: SMSTMNT
*> Description: interactive message-template maintenance for
*>              operations, in the style of SMSMAINT. Adds, changes
*>              and retires SMSTMPL message codes at the console
*>              instead of in vi, with the same charset and
*>              placeholder edits the send path applies (SENDSMS's
*>              2065-VALIDATE-MESSAGE-CHARSET and the placeholder
*>              rules SMSPREFL checks) enforced at entry time, and a
*>              merge preview showing the wording with sample
*>              ##NAME## / ##TICKET## values and the segment count
*>              SENDSMS would charge for it. Every change is a new
*>              version with an effective date, so new wording can
*>              be staged ahead of a change and the wording a
*>              recipient was sent stays on file for SMSINQ. Every
*>              add, change and retirement is logged to SMSOPLOG
*>              with who did it and when.
*> Author: Rebecca Ann Coles
*> Date: 10/15/2026
*> Tectonics: cobc (GnuCOBOL)
*>
*> Notes:
*>   1) Use the -free flag to compile with the
*>      free source format:
*>        cobc -free -x -o smstmnt send_sms_tmaint.cbl -I copybooks
*>   2) Commands at the menu: L list every version on file, P preview
*>      a code as of a date, A add a new code (or bring back a retired
*>      one), C change a code's wording, R retire a code, Q quit.
*>   3) Changes and retirements never overwrite wording that has
*>      already been in effect: each is a new version with its own
*>      effective date (blank = today, never earlier). The one
*>      exception is a version still staged for a future date, which
*>      a change on that same date replaces. SMSTMPL is rewritten as
*>      soon as a version is saved.
*>   4) The operator id comes from the USER (then LOGNAME)
*>      environment variable and is prompted for when neither is
*>      set.
*>   5) The charset is SENDSMS's SMS-TEXT-CHAR class, repeated in
*>      SPECIAL-NAMES below (SMSPREFL carries it too) - change them
*>      together.
*>   6) The preview merges PAT SAMPLE / INC0012345 (a three-ticket
*>      list and a count of 3 for the DIGEST code) and also counts
*>      the segments with a full 30-character name, the worst case a
*>      queue record can bring.
*>   7) A new code is refused once SMSTMPL holds 20 codes - SENDSMS's
*>      template table would never load a 21st. Retired codes keep
*>      their place; bring one back with A rather than adding another.
*>
*> Modification History:
*>   2026-10-15  RAC  Initial version.

IDENTIFICATION DIVISION.
PROGRAM-ID. SMSTMNT.

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
    SELECT SMS-OPLOG-FILE ASSIGN TO "SMSOPLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OPLOG-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SMS-TEMPLATE-FILE.
    COPY SMSTMP.

FD  SMS-OPLOG-FILE.
    COPY SMSOPL.

WORKING-STORAGE SECTION.
01  WS-SWITCHES.
    02 WS-TEMPLATE-FILE-STATUS PIC X(02) VALUE "00".
    02 WS-OPLOG-FILE-STATUS PIC X(02) VALUE "00".
    02 WS-LOAD-EOF-SW       PIC X(01) VALUE "N".
       88 WS-LOAD-EOF                VALUE "Y".
    02 WS-QUIT-SW           PIC X(01) VALUE "N".
       88 WS-OPERATOR-QUIT           VALUE "Y".
    02 WS-LOAD-REFUSED-SW   PIC X(01) VALUE "N".
       88 WS-LOAD-REFUSED            VALUE "Y".
    02 WS-CODE-VALID-SW     PIC X(01) VALUE "N".
       88 WS-CODE-VALID              VALUE "Y".
    02 WS-DATE-VALID-SW     PIC X(01) VALUE "N".
       88 WS-DATE-VALID              VALUE "Y".
    02 WS-PAST-DATE-OK-SW   PIC X(01) VALUE "N".
       88 WS-PAST-DATE-OK            VALUE "Y".
    02 WS-TEXT-VALID-SW     PIC X(01) VALUE "N".
       88 WS-TEXT-VALID              VALUE "Y".
    02 WS-CLOSE-FOUND-SW    PIC X(01) VALUE "N".
       88 WS-CLOSE-FOUND             VALUE "Y".
    02 WS-CONFIRMED-SW      PIC X(01) VALUE "N".
       88 WS-CONFIRMED               VALUE "Y".

*> SMSTMPL, every version, in file order - rewritten whole when a
*> version is saved. WS-VER-DATED is N for records from before
*> effective dating, whose blank date is written back blank.
01  WS-VERSION-TABLE.
    02 WS-VER-COUNT         PIC 9(03) COMP VALUE 0.
    02 WS-VER-ENTRY OCCURS 200 TIMES.
       03 WS-VER-CODE       PIC X(06).
       03 WS-VER-EFF-DATE   PIC 9(08).
       03 WS-VER-DATED      PIC X(01).
       03 WS-VER-STATUS     PIC X(01).
       03 WS-VER-TEXT       PIC X(300).
01  WS-VER-IX               PIC 9(03) COMP VALUE 0.
01  WS-VER-SCAN-IX          PIC 9(03) COMP VALUE 0.
01  WS-LATEST-IX            PIC 9(03) COMP VALUE 0.
01  WS-ASOF-IX              PIC 9(03) COMP VALUE 0.
01  WS-SAME-DATE-IX         PIC 9(03) COMP VALUE 0.
01  WS-STORE-IX             PIC 9(03) COMP VALUE 0.
01  WS-CODE-COUNT           PIC 9(03) COMP VALUE 0.
01  WS-EARLIER-SW           PIC X(01) VALUE "N".
01  WS-LIST-NO              PIC ZZZ9.
01  WS-LIST-STATE           PIC X(10).

01  WS-OPERATOR             PIC X(08) VALUE SPACES.
01  WS-COMMAND-IN           PIC X(01).
01  WS-CODE-IN              PIC X(06).
01  WS-DATE-IN              PIC X(08).
01  WS-TEXT-IN              PIC X(300).
01  WS-CONFIRM-IN           PIC X(01).

*> The version being entered or previewed.
01  WS-ENTRY-CODE           PIC X(06).
01  WS-ENTRY-DATE           PIC 9(08).
01  WS-ENTRY-DATE-R REDEFINES WS-ENTRY-DATE.
    02 WS-ENTRY-YYYY        PIC 9(04).
    02 WS-ENTRY-MM          PIC 9(02).
    02 WS-ENTRY-DD          PIC 9(02).
01  WS-ENTRY-STATUS         PIC X(01).
01  WS-ENTRY-TEXT           PIC X(300).
01  WS-ASOF-DATE            PIC 9(08).
01  WS-OPL-ACTION           PIC X(08).

*> Placeholder scan of the entered text.
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
01  WS-NUM-ED               PIC ZZ9.

*> The merge, as SENDSMS's 2700-BUILD-MESSAGE does it: the first of
*> each placeholder replaced, the result clamped to 320 characters.
01  WS-SAMPLE-NAME          PIC X(30) VALUE "PAT SAMPLE".
01  WS-LONGEST-NAME         PIC X(30) VALUE ALL "W".
01  WS-SAMPLE-TICKET        PIC X(10) VALUE "INC0012345".
01  WS-SAMPLE-DIGEST-LIST   PIC X(200)
        VALUE "INC0012345 INC0012346 INC0012347".
01  WS-SAMPLE-DIGEST-COUNT  PIC X(05) VALUE "3".
01  WS-PREVIEW-NAME         PIC X(30).
01  WS-MESSAGE              PIC X(320).
01  WS-MERGE-WORK           PIC X(320).
01  WS-MERGE-BEFORE         PIC X(320).
01  WS-MERGE-AFTER          PIC X(320).
01  WS-MERGE-BEFORE-LEN     PIC 9(03) COMP.
01  WS-MERGE-AFTER-LEN      PIC 9(03) COMP.
01  WS-MERGE-TALLY          PIC 9(01) COMP.
01  WS-MERGE-PTR            PIC 9(03) COMP.
01  WS-MERGE-SEG-LEN        PIC 9(03) COMP.
01  WS-MERGE-ROOM           PIC S9(04) COMP.
01  WS-MERGE-TOKEN          PIC X(10).
01  WS-MERGE-TOKEN-LEN      PIC 9(02) COMP.
01  WS-MERGE-VALUE          PIC X(200).
01  WS-MERGE-VALUE-LEN      PIC 9(03) COMP.

*> Segment accounting, as SENDSMS's 2745-COUNT-SEGMENTS: one segment
*> up to 160 characters, 153 per segment beyond that.
01  WS-MSG-LEN              PIC 9(03) COMP VALUE 0.
01  WS-MSG-SEGMENTS         PIC 9(02) COMP VALUE 1.
01  WS-SAMPLE-SEGMENTS      PIC 9(02) COMP VALUE 1.
01  WS-LEN-ED               PIC ZZ9.
01  WS-SEG-ED               PIC Z9.
01  WS-SEG-LONG-ED          PIC Z9.

*> 60-column pieces of a long text for the console.
01  WS-SHOW-TEXT            PIC X(320).
01  WS-SHOW-LEN             PIC 9(03) COMP VALUE 0.
01  WS-SHOW-POS             PIC 9(03) COMP VALUE 0.
01  WS-SHOW-PIECE           PIC 9(03) COMP VALUE 0.

01  WS-DATE-OUT.
    02 WS-DO-YYYY           PIC 9(04).
    02 FILLER               PIC X VALUE "-".
    02 WS-DO-MM             PIC 9(02).
    02 FILLER               PIC X VALUE "-".
    02 WS-DO-DD             PIC 9(02).
01  WS-DATE-FMT-WORK        PIC 9(08).
01  WS-DATE-FMT-WORK-R REDEFINES WS-DATE-FMT-WORK.
    02 WS-DFW-YYYY          PIC 9(04).
    02 WS-DFW-MM            PIC 9(02).
    02 WS-DFW-DD            PIC 9(02).
01  WS-DATE-SHOWN           PIC X(10).

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

01  WS-TIMESTAMP-OUT.
    02 WS-TS-YYYY           PIC 9(04).
    02 FILLER               PIC X VALUE "-".
    02 WS-TS-MM             PIC 9(02).
    02 FILLER               PIC X VALUE "-".
    02 WS-TS-DD             PIC 9(02).
    02 FILLER               PIC X VALUE " ".
    02 WS-TS-HH             PIC 9(02).
    02 FILLER               PIC X VALUE ":".
    02 WS-TS-MIN            PIC 9(02).
    02 FILLER               PIC X VALUE ":".
    02 WS-TS-SS             PIC 9(02).

PROCEDURE DIVISION.

0000-MAIN.
    PERFORM 1000-INITIALIZE
    IF WS-LOAD-REFUSED
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM 2000-COMMAND-LOOP UNTIL WS-OPERATOR-QUIT
        PERFORM 9000-TERMINATE
    END-IF
    STOP RUN.

1000-INITIALIZE.
    ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
    PERFORM 1200-LOAD-TEMPLATE-FILE
    IF NOT WS-LOAD-REFUSED
        PERFORM 1100-IDENTIFY-OPERATOR
        OPEN EXTEND SMS-OPLOG-FILE
        IF WS-OPLOG-FILE-STATUS = "35"
            OPEN OUTPUT SMS-OPLOG-FILE
        END-IF
        DISPLAY "SMSTMNT - MESSAGE TEMPLATE MAINTENANCE  (OPERATOR "
            WS-OPERATOR ")"
        DISPLAY "SMSTMPL LOADED - " WS-VER-COUNT " VERSION(S)."
    END-IF.

1100-IDENTIFY-OPERATOR.
    ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER"
    IF WS-OPERATOR = SPACES
        ACCEPT WS-OPERATOR FROM ENVIRONMENT "LOGNAME"
    END-IF
    IF WS-OPERATOR = SPACES
        DISPLAY "OPERATOR ID: " WITH NO ADVANCING
        ACCEPT WS-OPERATOR
    END-IF
    IF WS-OPERATOR = SPACES
        MOVE "UNKNOWN" TO WS-OPERATOR
    END-IF.

1200-LOAD-TEMPLATE-FILE.
*> SMSTMPL is optional - no file simply starts an empty table.
    MOVE 0 TO WS-VER-COUNT
    MOVE "N" TO WS-LOAD-EOF-SW
    OPEN INPUT SMS-TEMPLATE-FILE
    IF WS-TEMPLATE-FILE-STATUS = "00"
        PERFORM 1210-LOAD-TEMPLATE-RECORD UNTIL WS-LOAD-EOF
        CLOSE SMS-TEMPLATE-FILE
    END-IF.

1210-LOAD-TEMPLATE-RECORD.
    READ SMS-TEMPLATE-FILE
        AT END SET WS-LOAD-EOF TO TRUE
        NOT AT END
            IF WS-VER-COUNT >= 200
                PERFORM 1220-REFUSE-OVERSIZE-FILE
                SET WS-LOAD-EOF TO TRUE
            ELSE
                ADD 1 TO WS-VER-COUNT
                MOVE TMP-MSG-CODE TO WS-VER-CODE(WS-VER-COUNT)
                IF TMP-EFF-DATE NUMERIC
                    MOVE TMP-EFF-DATE TO WS-VER-EFF-DATE(WS-VER-COUNT)
                    MOVE "Y" TO WS-VER-DATED(WS-VER-COUNT)
                ELSE
                    MOVE ZEROS TO WS-VER-EFF-DATE(WS-VER-COUNT)
                    MOVE "N" TO WS-VER-DATED(WS-VER-COUNT)
                END-IF
                MOVE TMP-STATUS TO WS-VER-STATUS(WS-VER-COUNT)
                MOVE TMP-TEXT TO WS-VER-TEXT(WS-VER-COUNT)
            END-IF
    END-READ.

1220-REFUSE-OVERSIZE-FILE.
*> Rewriting only the part of the file that fit in the table would
*> silently drop the rest - refuse instead.
    DISPLAY "SMSTMNT: SMSTMPL HOLDS MORE THAN 200 VERSIONS - TOO BIG "
        "TO MAINTAIN HERE."
    SET WS-LOAD-REFUSED TO TRUE.

2000-COMMAND-LOOP.
    DISPLAY " "
    DISPLAY "L=LIST P=PREVIEW A=ADD C=CHANGE R=RETIRE Q=QUIT"
    DISPLAY "COMMAND: " WITH NO ADVANCING
    MOVE SPACE TO WS-COMMAND-IN
    ACCEPT WS-COMMAND-IN
    EVALUATE WS-COMMAND-IN
        WHEN "L"
        WHEN "l"
            PERFORM 3000-LIST-VERSIONS
        WHEN "P"
        WHEN "p"
            PERFORM 4000-PREVIEW-CODE
        WHEN "A"
        WHEN "a"
            PERFORM 5000-ADD-CODE
        WHEN "C"
        WHEN "c"
            PERFORM 5100-CHANGE-CODE
        WHEN "R"
        WHEN "r"
            PERFORM 5200-RETIRE-CODE
        WHEN "Q"
        WHEN "q"
            SET WS-OPERATOR-QUIT TO TRUE
        WHEN OTHER
            DISPLAY "UNRECOGNIZED COMMAND."
    END-EVALUATE.

3000-LIST-VERSIONS.
    DISPLAY "  NO  CODE    EFFECTIVE   STATE       TEXT"
    PERFORM 3100-LIST-ONE-VERSION
        VARYING WS-VER-IX FROM 1 BY 1
        UNTIL WS-VER-IX > WS-VER-COUNT
    IF WS-VER-COUNT = 0
        DISPLAY "  (NO TEMPLATES)"
    END-IF.

3100-LIST-ONE-VERSION.
*> A version is staged until its date, in effect while it is the one
*> SENDSMS would pick today, and superseded once a later one is.
    MOVE WS-VER-IX TO WS-LIST-NO
    MOVE WS-VER-CODE(WS-VER-IX) TO WS-ENTRY-CODE
    MOVE WS-CURR-DATE TO WS-ASOF-DATE
    PERFORM 6100-FIND-VERSION-AS-OF
    IF WS-VER-EFF-DATE(WS-VER-IX) > WS-CURR-DATE
        IF WS-VER-STATUS(WS-VER-IX) = "R"
            MOVE "RETIRING" TO WS-LIST-STATE
        ELSE
            MOVE "STAGED" TO WS-LIST-STATE
        END-IF
    ELSE
        IF WS-VER-IX = WS-ASOF-IX
            IF WS-VER-STATUS(WS-VER-IX) = "R"
                MOVE "RETIRED" TO WS-LIST-STATE
            ELSE
                MOVE "IN EFFECT" TO WS-LIST-STATE
            END-IF
        ELSE
            MOVE "SUPERSEDED" TO WS-LIST-STATE
        END-IF
    END-IF
    IF WS-VER-DATED(WS-VER-IX) = "Y"
        MOVE WS-VER-EFF-DATE(WS-VER-IX) TO WS-DATE-FMT-WORK
        PERFORM 7800-FORMAT-DATE
    ELSE
        MOVE "(UNDATED)" TO WS-DATE-SHOWN
    END-IF
    DISPLAY WS-LIST-NO "  " WS-VER-CODE(WS-VER-IX) "  " WS-DATE-SHOWN
        "  " WS-LIST-STATE "  " WS-VER-TEXT(WS-VER-IX)(1:40).

4000-PREVIEW-CODE.
*> Any date may be previewed: a past one shows what went out then, a
*> future one what a staged version will send.
    PERFORM 5500-PROMPT-CODE
    IF WS-CODE-VALID
        DISPLAY "AS OF DATE YYYYMMDD (BLANK = TODAY): "
            WITH NO ADVANCING
        SET WS-PAST-DATE-OK TO TRUE
        PERFORM 5600-PROMPT-DATE
        IF WS-DATE-VALID
            MOVE WS-ENTRY-DATE TO WS-ASOF-DATE
            PERFORM 6100-FIND-VERSION-AS-OF
            MOVE WS-ENTRY-DATE TO WS-DATE-FMT-WORK
            PERFORM 7800-FORMAT-DATE
            IF WS-ASOF-IX = 0
                DISPLAY "NO " WS-ENTRY-CODE " TEMPLATE IN EFFECT ON "
                    WS-DATE-SHOWN " - SENDSMS SENDS THE STOCK TEXT."
            ELSE
            IF WS-VER-STATUS(WS-ASOF-IX) = "R"
                DISPLAY WS-ENTRY-CODE " IS RETIRED ON " WS-DATE-SHOWN
                    " - SENDSMS SENDS THE STOCK TEXT."
            ELSE
                MOVE WS-VER-EFF-DATE(WS-ASOF-IX) TO WS-DATE-FMT-WORK
                PERFORM 7800-FORMAT-DATE
                IF WS-VER-DATED(WS-ASOF-IX) = "N"
                    MOVE "(UNDATED)" TO WS-DATE-SHOWN
                END-IF
                DISPLAY "VERSION EFFECTIVE " WS-DATE-SHOWN
                MOVE WS-VER-TEXT(WS-ASOF-IX) TO WS-ENTRY-TEXT
                PERFORM 7000-SHOW-PREVIEW
            END-IF
            END-IF
        END-IF
    END-IF.

5000-ADD-CODE.
*> A code with no versions, or one whose latest version retires it.
    PERFORM 5500-PROMPT-CODE
    IF WS-CODE-VALID
        PERFORM 6000-FIND-LATEST-VERSION
        IF WS-LATEST-IX > 0
            IF WS-VER-STATUS(WS-LATEST-IX) NOT = "R"
                DISPLAY "CODE " WS-ENTRY-CODE " ALREADY EXISTS - USE C "
                    "TO CHANGE IT."
                MOVE "N" TO WS-CODE-VALID-SW
            END-IF
        ELSE
            PERFORM 6200-COUNT-CODES
            IF WS-CODE-COUNT >= 20
                DISPLAY "SMSTMPL ALREADY HOLDS 20 CODES - SENDSMS "
                    "WOULD NEVER LOAD ANOTHER."
                MOVE "N" TO WS-CODE-VALID-SW
            END-IF
        END-IF
    END-IF
    IF WS-CODE-VALID
        MOVE "ADD" TO WS-OPL-ACTION
        MOVE SPACE TO WS-ENTRY-STATUS
        PERFORM 5400-ENTER-NEW-VERSION
    END-IF.

5100-CHANGE-CODE.
    PERFORM 5500-PROMPT-CODE
    IF WS-CODE-VALID
        PERFORM 5300-REQUIRE-LIVE-CODE
    END-IF
    IF WS-CODE-VALID
        MOVE WS-CURR-DATE TO WS-ASOF-DATE
        PERFORM 6100-FIND-VERSION-AS-OF
        IF WS-ASOF-IX > 0
            IF WS-VER-STATUS(WS-ASOF-IX) NOT = "R"
                DISPLAY "WORDING IN EFFECT TODAY:"
                MOVE WS-VER-TEXT(WS-ASOF-IX) TO WS-SHOW-TEXT
                PERFORM 7900-SHOW-TEXT
            END-IF
        END-IF
        MOVE "CHANGE" TO WS-OPL-ACTION
        MOVE SPACE TO WS-ENTRY-STATUS
        PERFORM 5400-ENTER-NEW-VERSION
    END-IF.

5200-RETIRE-CODE.
*> A retirement is a version of its own: SENDSMS drops the code back
*> to the stock text from its date, and the wording before it stays.
    PERFORM 5500-PROMPT-CODE
    IF WS-CODE-VALID
        PERFORM 5300-REQUIRE-LIVE-CODE
    END-IF
    IF WS-CODE-VALID
        PERFORM 5700-PROMPT-EFF-DATE
    END-IF
    IF WS-CODE-VALID AND WS-DATE-VALID
        MOVE WS-ENTRY-DATE TO WS-DATE-FMT-WORK
        PERFORM 7800-FORMAT-DATE
        DISPLAY "RETIRE " WS-ENTRY-CODE " FROM " WS-DATE-SHOWN
            "? (Y/N): " WITH NO ADVANCING
        PERFORM 7500-CONFIRM
        IF WS-CONFIRMED
            MOVE "RETIRE" TO WS-OPL-ACTION
            MOVE "R" TO WS-ENTRY-STATUS
            MOVE SPACES TO WS-ENTRY-TEXT
            PERFORM 8000-STORE-VERSION
            DISPLAY WS-ENTRY-CODE " RETIRED FROM " WS-DATE-SHOWN "."
        ELSE
            DISPLAY "NOTHING SAVED."
        END-IF
    END-IF.

5300-REQUIRE-LIVE-CODE.
    PERFORM 6000-FIND-LATEST-VERSION
    IF WS-LATEST-IX = 0
        DISPLAY "NO TEMPLATE " WS-ENTRY-CODE " - USE A TO ADD IT."
        MOVE "N" TO WS-CODE-VALID-SW
    ELSE
        IF WS-VER-STATUS(WS-LATEST-IX) = "R"
            MOVE WS-VER-EFF-DATE(WS-LATEST-IX) TO WS-DATE-FMT-WORK
            PERFORM 7800-FORMAT-DATE
            DISPLAY WS-ENTRY-CODE " RETIRES " WS-DATE-SHOWN
                " - USE A TO BRING IT BACK."
            MOVE "N" TO WS-CODE-VALID-SW
        END-IF
    END-IF.

5400-ENTER-NEW-VERSION.
*> Shared by add and change: date, wording, the send path's edits,
*> the preview, and the operator's go-ahead before anything is saved.
    PERFORM 5700-PROMPT-EFF-DATE
    IF WS-DATE-VALID
        DISPLAY "TEXT (UP TO 300 CHARACTERS):"
        MOVE SPACES TO WS-TEXT-IN
        ACCEPT WS-TEXT-IN
        MOVE WS-TEXT-IN TO WS-ENTRY-TEXT
        PERFORM 6500-VALIDATE-TEXT
        IF WS-TEXT-VALID
            PERFORM 7000-SHOW-PREVIEW
            DISPLAY "SAVE THIS VERSION? (Y/N): " WITH NO ADVANCING
            PERFORM 7500-CONFIRM
            IF WS-CONFIRMED
                PERFORM 8000-STORE-VERSION
                MOVE WS-ENTRY-DATE TO WS-DATE-FMT-WORK
                PERFORM 7800-FORMAT-DATE
                DISPLAY WS-ENTRY-CODE " SAVED, EFFECTIVE "
                    WS-DATE-SHOWN "."
                IF WS-LATEST-IX > 0
                    IF WS-VER-EFF-DATE(WS-LATEST-IX) > WS-ENTRY-DATE
                        MOVE WS-VER-EFF-DATE(WS-LATEST-IX)
                            TO WS-DATE-FMT-WORK
                        PERFORM 7800-FORMAT-DATE
                        DISPLAY "NOTE: THE VERSION STAGED FOR "
                            WS-DATE-SHOWN " STILL TAKES OVER ON THAT "
                            "DATE."
                    END-IF
                END-IF
            ELSE
                DISPLAY "NOTHING SAVED."
            END-IF
        ELSE
            DISPLAY "NOTHING SAVED."
        END-IF
    END-IF.

5500-PROMPT-CODE.
    MOVE "N" TO WS-CODE-VALID-SW
    DISPLAY "MESSAGE CODE: " WITH NO ADVANCING
    MOVE SPACES TO WS-CODE-IN
    ACCEPT WS-CODE-IN
    IF WS-CODE-IN = SPACES
        DISPLAY "NOTHING ENTERED."
    ELSE
        MOVE WS-CODE-IN TO WS-ENTRY-CODE
        SET WS-CODE-VALID TO TRUE
    END-IF.

5600-PROMPT-DATE.
*> Blank is today. Dates before today are refused unless the caller
*> set WS-PAST-DATE-OK (a preview) - a new version never rewrites
*> what has already gone out.
    MOVE "N" TO WS-DATE-VALID-SW
    MOVE SPACES TO WS-DATE-IN
    ACCEPT WS-DATE-IN
    IF WS-DATE-IN = SPACES
        MOVE WS-CURR-DATE TO WS-ENTRY-DATE
        SET WS-DATE-VALID TO TRUE
    ELSE
        IF WS-DATE-IN NUMERIC
            MOVE WS-DATE-IN TO WS-ENTRY-DATE
            IF WS-ENTRY-MM >= 1 AND WS-ENTRY-MM <= 12
               AND WS-ENTRY-DD >= 1 AND WS-ENTRY-DD <= 31
                SET WS-DATE-VALID TO TRUE
            END-IF
        END-IF
        IF NOT WS-DATE-VALID
            DISPLAY "REJECTED: DATE MUST BE YYYYMMDD."
        ELSE
            IF WS-ENTRY-DATE < WS-CURR-DATE AND NOT WS-PAST-DATE-OK
                DISPLAY "REJECTED: A NEW VERSION CANNOT TAKE EFFECT "
                    "BEFORE TODAY."
                MOVE "N" TO WS-DATE-VALID-SW
            END-IF
        END-IF
    END-IF
    MOVE "N" TO WS-PAST-DATE-OK-SW.

5700-PROMPT-EFF-DATE.
*> One version per code per date. A version already dated today or
*> earlier may have gone out and is kept as it is; one still staged
*> ahead is replaced by the new entry.
    DISPLAY "EFFECTIVE DATE YYYYMMDD (BLANK = TODAY): "
        WITH NO ADVANCING
    PERFORM 5600-PROMPT-DATE
    MOVE 0 TO WS-SAME-DATE-IX
    IF WS-DATE-VALID
        PERFORM 6300-FIND-SAME-DATE-VERSION
        IF WS-SAME-DATE-IX > 0
            MOVE WS-ENTRY-DATE TO WS-DATE-FMT-WORK
            PERFORM 7800-FORMAT-DATE
            IF WS-ENTRY-DATE <= WS-CURR-DATE
                DISPLAY "REJECTED: A VERSION OF " WS-ENTRY-CODE
                    " ALREADY TAKES EFFECT " WS-DATE-SHOWN
                    " - PICK A LATER DATE."
                MOVE "N" TO WS-DATE-VALID-SW
            ELSE
                DISPLAY "REPLACES THE VERSION STAGED FOR "
                    WS-DATE-SHOWN "."
            END-IF
        END-IF
    END-IF.

6000-FIND-LATEST-VERSION.
*> The version of WS-ENTRY-CODE with the latest date on file - the
*> code's state once everything staged has taken effect.
    MOVE 0 TO WS-LATEST-IX
    PERFORM 6010-CHECK-LATEST-VERSION
        VARYING WS-VER-SCAN-IX FROM 1 BY 1
        UNTIL WS-VER-SCAN-IX > WS-VER-COUNT.

6010-CHECK-LATEST-VERSION.
    IF WS-VER-CODE(WS-VER-SCAN-IX) = WS-ENTRY-CODE
        IF WS-LATEST-IX = 0
            MOVE WS-VER-SCAN-IX TO WS-LATEST-IX
        ELSE
            IF WS-VER-EFF-DATE(WS-VER-SCAN-IX)
               > WS-VER-EFF-DATE(WS-LATEST-IX)
                MOVE WS-VER-SCAN-IX TO WS-LATEST-IX
            END-IF
        END-IF
    END-IF.

6100-FIND-VERSION-AS-OF.
*> The version SENDSMS picks on WS-ASOF-DATE: latest effective date
*> on or before it, first on file on a tie.
    MOVE 0 TO WS-ASOF-IX
    PERFORM 6110-CHECK-VERSION-AS-OF
        VARYING WS-VER-SCAN-IX FROM 1 BY 1
        UNTIL WS-VER-SCAN-IX > WS-VER-COUNT.

6110-CHECK-VERSION-AS-OF.
    IF WS-VER-CODE(WS-VER-SCAN-IX) = WS-ENTRY-CODE
       AND WS-VER-EFF-DATE(WS-VER-SCAN-IX) <= WS-ASOF-DATE
        IF WS-ASOF-IX = 0
            MOVE WS-VER-SCAN-IX TO WS-ASOF-IX
        ELSE
            IF WS-VER-EFF-DATE(WS-VER-SCAN-IX)
               > WS-VER-EFF-DATE(WS-ASOF-IX)
                MOVE WS-VER-SCAN-IX TO WS-ASOF-IX
            END-IF
        END-IF
    END-IF.

6200-COUNT-CODES.
    MOVE 0 TO WS-CODE-COUNT
    PERFORM 6210-COUNT-ONE-CODE
        VARYING WS-VER-IX FROM 1 BY 1
        UNTIL WS-VER-IX > WS-VER-COUNT.

6210-COUNT-ONE-CODE.
*> Counted at its first version on file only.
    MOVE "N" TO WS-EARLIER-SW
    PERFORM 6220-MATCH-EARLIER-CODE
        VARYING WS-VER-SCAN-IX FROM 1 BY 1
        UNTIL WS-VER-SCAN-IX >= WS-VER-IX
    IF WS-EARLIER-SW = "N"
        ADD 1 TO WS-CODE-COUNT
    END-IF.

6220-MATCH-EARLIER-CODE.
    IF WS-VER-CODE(WS-VER-SCAN-IX) = WS-VER-CODE(WS-VER-IX)
        MOVE "Y" TO WS-EARLIER-SW
    END-IF.

6300-FIND-SAME-DATE-VERSION.
    MOVE 0 TO WS-SAME-DATE-IX
    PERFORM 6310-MATCH-SAME-DATE
        VARYING WS-VER-SCAN-IX FROM 1 BY 1
        UNTIL WS-VER-SCAN-IX > WS-VER-COUNT
           OR WS-SAME-DATE-IX > 0.

6310-MATCH-SAME-DATE.
    IF WS-VER-CODE(WS-VER-SCAN-IX) = WS-ENTRY-CODE
       AND WS-VER-EFF-DATE(WS-VER-SCAN-IX) = WS-ENTRY-DATE
        MOVE WS-VER-SCAN-IX TO WS-SAME-DATE-IX
    END-IF.

6500-VALIDATE-TEXT.
*> The send path's edits on WS-ENTRY-TEXT: not blank, nothing outside
*> SENDSMS's SMS set, and only placeholders SENDSMS merges in full.
    MOVE "Y" TO WS-TEXT-VALID-SW
    MOVE 300 TO WS-TXT-LEN
    PERFORM 6510-SHRINK-TXT-LEN
        UNTIL WS-TXT-LEN = 0
           OR WS-ENTRY-TEXT(WS-TXT-LEN:1) NOT = SPACE
    IF WS-TXT-LEN = 0
        DISPLAY "REJECTED: BLANK TEXT - EVERY PAGE WOULD GO OUT EMPTY."
        MOVE "N" TO WS-TEXT-VALID-SW
    ELSE
        PERFORM 6600-CHECK-TEXT-CHARSET
        PERFORM 6700-CHECK-PLACEHOLDERS
    END-IF.

6510-SHRINK-TXT-LEN.
    SUBTRACT 1 FROM WS-TXT-LEN.

6600-CHECK-TEXT-CHARSET.
*> SENDSMS's 2065-VALIDATE-MESSAGE-CHARSET test - a character it
*> would suspend every message for never gets on file.
    MOVE 0 TO WS-BAD-CHAR-COUNT
    MOVE 0 TO WS-BAD-CHAR-POS
    PERFORM 6610-CHECK-ONE-CHARACTER
        VARYING WS-CHAR-IX FROM 1 BY 1
        UNTIL WS-CHAR-IX > WS-TXT-LEN
    IF WS-BAD-CHAR-COUNT > 0
        MOVE WS-BAD-CHAR-POS TO WS-NUM-ED
        DISPLAY "REJECTED: CHARACTER OUTSIDE THE SMS SET AT COLUMN "
            WS-NUM-ED " (NO [ ] { } \ ^ ~ ` | OR NATIONAL CHARACTERS)."
        MOVE "N" TO WS-TEXT-VALID-SW
    END-IF.

6610-CHECK-ONE-CHARACTER.
    IF WS-ENTRY-TEXT(WS-CHAR-IX:1) NOT SMS-TEXT-CHAR
        ADD 1 TO WS-BAD-CHAR-COUNT
        IF WS-BAD-CHAR-POS = 0
            MOVE WS-CHAR-IX TO WS-BAD-CHAR-POS
        END-IF
    END-IF.

6700-CHECK-PLACEHOLDERS.
*> Every "##" opens a placeholder that must close with "##" within
*> the length of the longest one SENDSMS knows; SENDSMS merges each
*> one once, so a repeat loses the text after it.
    MOVE 0 TO WS-NAME-TALLY
    MOVE 0 TO WS-TICKET-TALLY
    MOVE 0 TO WS-COUNT-TALLY
    MOVE 1 TO WS-SCAN-POS
    PERFORM 6710-SCAN-ONE-POSITION
        UNTIL WS-SCAN-POS >= WS-TXT-LEN
    IF WS-NAME-TALLY > 1
        DISPLAY "REJECTED: ##NAME## REPEATED - TEXT AFTER THE SECOND "
            "IS DROPPED."
        MOVE "N" TO WS-TEXT-VALID-SW
    END-IF
    IF WS-TICKET-TALLY > 1
        DISPLAY "REJECTED: ##TICKET## REPEATED - TEXT AFTER THE SECOND "
            "IS DROPPED."
        MOVE "N" TO WS-TEXT-VALID-SW
    END-IF
    IF WS-COUNT-TALLY > 1
        DISPLAY "REJECTED: ##COUNT## REPEATED - TEXT AFTER THE SECOND "
            "IS DROPPED."
        MOVE "N" TO WS-TEXT-VALID-SW
    END-IF.

6710-SCAN-ONE-POSITION.
    IF WS-ENTRY-TEXT(WS-SCAN-POS:2) = "##"
        PERFORM 6720-READ-PLACEHOLDER
    ELSE
        ADD 1 TO WS-SCAN-POS
    END-IF.

6720-READ-PLACEHOLDER.
    MOVE "N" TO WS-CLOSE-FOUND-SW
    COMPUTE WS-CLOSE-POS = WS-SCAN-POS + 2
    COMPUTE WS-CLOSE-LIMIT = WS-SCAN-POS + 10
    IF WS-CLOSE-LIMIT > WS-TXT-LEN - 1
        COMPUTE WS-CLOSE-LIMIT = WS-TXT-LEN - 1
    END-IF
    PERFORM 6721-FIND-CLOSING-MARK
        UNTIL WS-CLOSE-FOUND OR WS-CLOSE-POS > WS-CLOSE-LIMIT
    IF WS-CLOSE-FOUND
        COMPUTE WS-TOKEN-LEN = WS-CLOSE-POS + 2 - WS-SCAN-POS
        MOVE SPACES TO WS-TOKEN
        MOVE WS-ENTRY-TEXT(WS-SCAN-POS:WS-TOKEN-LEN) TO WS-TOKEN
        EVALUATE WS-TOKEN
            WHEN "##NAME##"
                ADD 1 TO WS-NAME-TALLY
            WHEN "##TICKET##"
                ADD 1 TO WS-TICKET-TALLY
            WHEN "##COUNT##"
                ADD 1 TO WS-COUNT-TALLY
                IF WS-ENTRY-CODE NOT = "DIGEST"
                    DISPLAY "REJECTED: ##COUNT## ONLY MERGES IN THE "
                        "DIGEST TEMPLATE."
                    MOVE "N" TO WS-TEXT-VALID-SW
                END-IF
            WHEN OTHER
                DISPLAY "REJECTED: UNKNOWN PLACEHOLDER " WS-TOKEN
                    " - USE ##NAME## OR ##TICKET##."
                MOVE "N" TO WS-TEXT-VALID-SW
        END-EVALUATE
        COMPUTE WS-SCAN-POS = WS-CLOSE-POS + 2
    ELSE
        MOVE WS-SCAN-POS TO WS-NUM-ED
        DISPLAY "REJECTED: UNCLOSED PLACEHOLDER AT COLUMN " WS-NUM-ED
            "."
        MOVE "N" TO WS-TEXT-VALID-SW
        ADD 2 TO WS-SCAN-POS
    END-IF.

6721-FIND-CLOSING-MARK.
    IF WS-ENTRY-TEXT(WS-CLOSE-POS:2) = "##"
        SET WS-CLOSE-FOUND TO TRUE
    ELSE
        ADD 1 TO WS-CLOSE-POS
    END-IF.

7000-SHOW-PREVIEW.
*> WS-ENTRY-TEXT merged with the sample values, then again with the
*> longest name a queue record can carry for the worst-case charge.
    MOVE WS-SAMPLE-NAME TO WS-PREVIEW-NAME
    PERFORM 7100-MERGE-TEMPLATE
    PERFORM 7200-COUNT-SEGMENTS
    MOVE WS-MSG-SEGMENTS TO WS-SAMPLE-SEGMENTS
    DISPLAY "PREVIEW:"
    MOVE WS-MESSAGE TO WS-SHOW-TEXT
    PERFORM 7900-SHOW-TEXT
    MOVE WS-MSG-LEN TO WS-LEN-ED
    MOVE WS-SAMPLE-SEGMENTS TO WS-SEG-ED
    MOVE WS-LONGEST-NAME TO WS-PREVIEW-NAME
    PERFORM 7100-MERGE-TEMPLATE
    PERFORM 7200-COUNT-SEGMENTS
    MOVE WS-MSG-SEGMENTS TO WS-SEG-LONG-ED
    DISPLAY WS-LEN-ED " CHARACTERS, " WS-SEG-ED
        " SEGMENT(S) AS SHOWN; " WS-SEG-LONG-ED
        " WITH A 30-CHARACTER NAME."
    IF WS-MSG-SEGMENTS > 1
        DISPLAY "NOTE: SENDSMS CHARGES QUOTA PER SEGMENT."
    END-IF.

7100-MERGE-TEMPLATE.
    MOVE WS-ENTRY-TEXT TO WS-MERGE-WORK
    MOVE "##NAME##" TO WS-MERGE-TOKEN
    MOVE 8 TO WS-MERGE-TOKEN-LEN
    MOVE SPACES TO WS-MERGE-VALUE
    MOVE WS-PREVIEW-NAME TO WS-MERGE-VALUE(1:30)
    PERFORM 7150-SUBST-MERGE-VALUE
*> In the digest the ticket placeholder carries the roll-up list.
    MOVE "##TICKET##" TO WS-MERGE-TOKEN
    MOVE 10 TO WS-MERGE-TOKEN-LEN
    IF WS-ENTRY-CODE = "DIGEST"
        MOVE WS-SAMPLE-DIGEST-LIST TO WS-MERGE-VALUE
    ELSE
        MOVE SPACES TO WS-MERGE-VALUE
        MOVE WS-SAMPLE-TICKET TO WS-MERGE-VALUE(1:10)
    END-IF
    PERFORM 7150-SUBST-MERGE-VALUE
    IF WS-ENTRY-CODE = "DIGEST"
        MOVE "##COUNT##" TO WS-MERGE-TOKEN
        MOVE 9 TO WS-MERGE-TOKEN-LEN
        MOVE SPACES TO WS-MERGE-VALUE
        MOVE WS-SAMPLE-DIGEST-COUNT TO WS-MERGE-VALUE(1:5)
        PERFORM 7150-SUBST-MERGE-VALUE
    END-IF
    MOVE WS-MERGE-WORK TO WS-MESSAGE.

7150-SUBST-MERGE-VALUE.
*> Replaces the first WS-MERGE-TOKEN in WS-MERGE-WORK with the
*> trimmed WS-MERGE-VALUE, clamped to the room left.
    MOVE SPACES TO WS-MERGE-BEFORE
    MOVE SPACES TO WS-MERGE-AFTER
    MOVE 0 TO WS-MERGE-TALLY
    MOVE 0 TO WS-MERGE-BEFORE-LEN
    MOVE 0 TO WS-MERGE-AFTER-LEN
    UNSTRING WS-MERGE-WORK
        DELIMITED BY WS-MERGE-TOKEN(1:WS-MERGE-TOKEN-LEN)
        INTO WS-MERGE-BEFORE COUNT IN WS-MERGE-BEFORE-LEN
             WS-MERGE-AFTER COUNT IN WS-MERGE-AFTER-LEN
        TALLYING IN WS-MERGE-TALLY
    END-UNSTRING
    IF WS-MERGE-TALLY > 1
        MOVE SPACES TO WS-MERGE-WORK
        MOVE 1 TO WS-MERGE-PTR
        IF WS-MERGE-BEFORE-LEN > 0
            MOVE WS-MERGE-BEFORE-LEN TO WS-MERGE-SEG-LEN
            PERFORM 7170-CLAMP-MERGE-LEN
            IF WS-MERGE-SEG-LEN > 0
                STRING WS-MERGE-BEFORE(1:WS-MERGE-SEG-LEN) DELIMITED BY SIZE
                    INTO WS-MERGE-WORK WITH POINTER WS-MERGE-PTR
                END-STRING
            END-IF
        END-IF
        MOVE 200 TO WS-MERGE-VALUE-LEN
        PERFORM 7160-SHRINK-MERGE-VALUE-LEN
            UNTIL WS-MERGE-VALUE-LEN = 0
               OR WS-MERGE-VALUE(WS-MERGE-VALUE-LEN:1) NOT = SPACE
        MOVE WS-MERGE-VALUE-LEN TO WS-MERGE-SEG-LEN
        PERFORM 7170-CLAMP-MERGE-LEN
        IF WS-MERGE-SEG-LEN > 0
            STRING WS-MERGE-VALUE(1:WS-MERGE-SEG-LEN) DELIMITED BY SIZE
                INTO WS-MERGE-WORK WITH POINTER WS-MERGE-PTR
            END-STRING
        END-IF
        IF WS-MERGE-AFTER-LEN > 0
            MOVE WS-MERGE-AFTER-LEN TO WS-MERGE-SEG-LEN
            PERFORM 7170-CLAMP-MERGE-LEN
            IF WS-MERGE-SEG-LEN > 0
                STRING WS-MERGE-AFTER(1:WS-MERGE-SEG-LEN) DELIMITED BY SIZE
                    INTO WS-MERGE-WORK WITH POINTER WS-MERGE-PTR
                END-STRING
            END-IF
        END-IF
    END-IF.

7160-SHRINK-MERGE-VALUE-LEN.
    SUBTRACT 1 FROM WS-MERGE-VALUE-LEN.

7170-CLAMP-MERGE-LEN.
    COMPUTE WS-MERGE-ROOM = 321 - WS-MERGE-PTR
    IF WS-MERGE-ROOM < 0
        MOVE 0 TO WS-MERGE-ROOM
    END-IF
    IF WS-MERGE-SEG-LEN > WS-MERGE-ROOM
        MOVE WS-MERGE-ROOM TO WS-MERGE-SEG-LEN
    END-IF.

7200-COUNT-SEGMENTS.
    MOVE 320 TO WS-MSG-LEN
    PERFORM 7210-SHRINK-MSG-LEN
        UNTIL WS-MSG-LEN = 0
           OR WS-MESSAGE(WS-MSG-LEN:1) NOT = SPACE
    IF WS-MSG-LEN <= 160
        MOVE 1 TO WS-MSG-SEGMENTS
    ELSE
        COMPUTE WS-MSG-SEGMENTS = (WS-MSG-LEN + 152) / 153
    END-IF.

7210-SHRINK-MSG-LEN.
    SUBTRACT 1 FROM WS-MSG-LEN.

7500-CONFIRM.
    MOVE "N" TO WS-CONFIRMED-SW
    MOVE SPACE TO WS-CONFIRM-IN
    ACCEPT WS-CONFIRM-IN
    IF WS-CONFIRM-IN = "Y" OR WS-CONFIRM-IN = "y"
        SET WS-CONFIRMED TO TRUE
    END-IF.

7800-FORMAT-DATE.
    MOVE WS-DFW-YYYY TO WS-DO-YYYY
    MOVE WS-DFW-MM TO WS-DO-MM
    MOVE WS-DFW-DD TO WS-DO-DD
    MOVE WS-DATE-OUT TO WS-DATE-SHOWN.

7900-SHOW-TEXT.
    MOVE 320 TO WS-SHOW-LEN
    PERFORM 7910-SHRINK-SHOW-LEN
        UNTIL WS-SHOW-LEN = 0
           OR WS-SHOW-TEXT(WS-SHOW-LEN:1) NOT = SPACE
    PERFORM 7920-SHOW-ONE-PIECE
        VARYING WS-SHOW-POS FROM 1 BY 60
        UNTIL WS-SHOW-POS > WS-SHOW-LEN.

7910-SHRINK-SHOW-LEN.
    SUBTRACT 1 FROM WS-SHOW-LEN.

7920-SHOW-ONE-PIECE.
    COMPUTE WS-SHOW-PIECE = WS-SHOW-LEN - WS-SHOW-POS + 1
    IF WS-SHOW-PIECE > 60
        MOVE 60 TO WS-SHOW-PIECE
    END-IF
    DISPLAY "  " WS-SHOW-TEXT(WS-SHOW-POS:WS-SHOW-PIECE).

8000-STORE-VERSION.
*> Into the staged version's slot on the same date, or onto the end
*> of the file; SMSTMPL is rewritten at once and the change logged.
    IF WS-SAME-DATE-IX > 0
        MOVE WS-SAME-DATE-IX TO WS-STORE-IX
    ELSE
        IF WS-VER-COUNT >= 200
            MOVE 0 TO WS-STORE-IX
        ELSE
            ADD 1 TO WS-VER-COUNT
            MOVE WS-VER-COUNT TO WS-STORE-IX
        END-IF
    END-IF
    IF WS-STORE-IX = 0
        DISPLAY "SMSTMPL IS FULL AT 200 VERSIONS - NOTHING SAVED."
    ELSE
        MOVE WS-ENTRY-CODE TO WS-VER-CODE(WS-STORE-IX)
        MOVE WS-ENTRY-DATE TO WS-VER-EFF-DATE(WS-STORE-IX)
        MOVE "Y" TO WS-VER-DATED(WS-STORE-IX)
        MOVE WS-ENTRY-STATUS TO WS-VER-STATUS(WS-STORE-IX)
        MOVE WS-ENTRY-TEXT TO WS-VER-TEXT(WS-STORE-IX)
        PERFORM 9100-SAVE-TEMPLATE-FILE
        PERFORM 8300-WRITE-OPLOG-RECORD
    END-IF.

8300-WRITE-OPLOG-RECORD.
    ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
    ACCEPT WS-CURR-TIME FROM TIME
    MOVE WS-CURR-YYYY TO WS-TS-YYYY
    MOVE WS-CURR-MM TO WS-TS-MM
    MOVE WS-CURR-DD TO WS-TS-DD
    MOVE WS-CURR-HH TO WS-TS-HH
    MOVE WS-CURR-MIN TO WS-TS-MIN
    MOVE WS-CURR-SS TO WS-TS-SS
    MOVE WS-TIMESTAMP-OUT TO OPL-TIMESTAMP
    MOVE WS-OPERATOR TO OPL-OPERATOR
    MOVE WS-OPL-ACTION TO OPL-ACTION
    MOVE "SMSTMPL" TO OPL-SOURCE
    MOVE SPACES TO OPL-PHONE
    MOVE WS-ENTRY-CODE TO OPL-MSG-CODE
    MOVE SPACES TO OPL-TICKET-NO
    MOVE WS-ENTRY-DATE TO OPL-EFF-DATE
    WRITE OPL-RECORD.

9000-TERMINATE.
    CLOSE SMS-OPLOG-FILE
    DISPLAY "SMSTMNT ENDED.".

9100-SAVE-TEMPLATE-FILE.
    OPEN OUTPUT SMS-TEMPLATE-FILE
    PERFORM 9110-SAVE-TEMPLATE-RECORD
        VARYING WS-VER-IX FROM 1 BY 1
        UNTIL WS-VER-IX > WS-VER-COUNT
    CLOSE SMS-TEMPLATE-FILE.

9110-SAVE-TEMPLATE-RECORD.
    MOVE SPACES TO TMP-RECORD
    MOVE WS-VER-CODE(WS-VER-IX) TO TMP-MSG-CODE
    MOVE WS-VER-TEXT(WS-VER-IX) TO TMP-TEXT
    IF WS-VER-DATED(WS-VER-IX) = "Y"
        MOVE WS-VER-EFF-DATE(WS-VER-IX) TO TMP-EFF-DATE
    END-IF
    MOVE WS-VER-STATUS(WS-VER-IX) TO TMP-STATUS
    WRITE TMP-RECORD.

END PROGRAM SMSTMNT.
