*>              been purged, and the duplicate-skip and dead-letter
*>              diversions with their reasons (do-not-text
*>              suppressions already appear as audit lines with the
*>              suppression reason). Every accepted send is followed
*>              by the SMSTMPL wording that was in effect for its
*>              code on the day it went out.
*> Author: Rebecca Ann Coles
*> Date: 09/02/2026
*> Tectonics: cobc (GnuCOBOL)
*>      archive are skipped silently.
*>   4) Events without a time of day (dead letters carry only their
*>      first-fail date) sort at the start of their day.
*>   5) The wording shown is the template as it stood - placeholders
*>      unmerged - from the version of the code whose effective date
*>      is the latest on or before the send date, as SENDSMS chose it
*>      that day. A digest send shows the DIGEST wording. No version
*>      in effect, or a retired one, means the stock text went out.
*>      Dating is by day: a version made effective today is shown
*>      for all of today's sends.
*>
*> Modification History:
*>   2026-09-02  RAC  Initial version.
*>   2026-10-15  RAC  Show a ticket rolled into a SENDSMS digest text
*>                     as a DIGEST event carrying the digest's textId.
*>   2026-10-15  RAC  Show the effective-dated SMSTMPL wording under
*>                     each accepted send, so the trail says what the
*>                     recipient actually received.

IDENTIFICATION DIVISION.
PROGRAM-ID. SMSINQ.
    SELECT SMS-DEADLETTER-FILE ASSIGN TO "SMSDEAD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DEADLETTER-FILE-STATUS.
    SELECT SMS-TEMPLATE-FILE ASSIGN TO "SMSTMPL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TEMPLATE-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SMS-DEADLETTER-FILE.
    COPY SMSDED.

FD  SMS-TEMPLATE-FILE.
    COPY SMSTMP.

WORKING-STORAGE SECTION.
01  WS-SWITCHES.
    02 WS-AUDIT-FILE-STATUS PIC X(02) VALUE "00".
    02 WS-ARCHIVE-FILE-STATUS PIC X(02) VALUE "00".
    02 WS-DUPLICATE-FILE-STATUS PIC X(02) VALUE "00".
    02 WS-DEADLETTER-FILE-STATUS PIC X(02) VALUE "00".
    02 WS-TEMPLATE-FILE-STATUS PIC X(02) VALUE "00".
    02 WS-AUDIT-EOF-SW      PIC X(01) VALUE "N".
       88 WS-AUDIT-EOF               VALUE "Y".
    02 WS-HISTORY-EOF-SW    PIC X(01) VALUE "N".
       88 WS-DUPLICATE-EOF           VALUE "Y".
    02 WS-DEADLETTER-EOF-SW PIC X(01) VALUE "N".
       88 WS-DEADLETTER-EOF          VALUE "Y".
    02 WS-TEMPLATE-EOF-SW   PIC X(01) VALUE "N".
       88 WS-TEMPLATE-EOF            VALUE "Y".
    02 WS-QUIT-SW           PIC X(01) VALUE "N".
       88 WS-OPERATOR-QUIT           VALUE "Y".

       03 WS-EVT-SOURCE     PIC X(08).
       03 WS-EVT-DETAIL     PIC X(48).
       03 WS-EVT-PRINTED    PIC X(01).
       03 WS-EVT-MSG-CODE   PIC X(06).
01  WS-EVT-IX               PIC 9(03) COMP VALUE 0.
01  WS-EVT-BEST-IX          PIC 9(03) COMP VALUE 0.
01  WS-EVT-BEST-TS          PIC X(19).
01  WS-EVT-OVERFLOW         PIC 9(05) COMP VALUE 0.
01  WS-EVT-LEFT             PIC 9(03) COMP VALUE 0.

*> Every SMSTMPL version, for the wording in effect on a send date.
01  WS-VERSION-TABLE.
    02 WS-VER-COUNT         PIC 9(03) COMP VALUE 0.
    02 WS-VER-ENTRY OCCURS 200 TIMES.
       03 WS-VER-CODE       PIC X(06).
       03 WS-VER-EFF-DATE   PIC 9(08).
       03 WS-VER-STATUS     PIC X(01).
       03 WS-VER-TEXT       PIC X(300).
01  WS-VER-IX               PIC 9(03) COMP VALUE 0.
01  WS-VER-BEST-IX          PIC 9(03) COMP VALUE 0.
01  WS-VER-OVERFLOW         PIC 9(05) COMP VALUE 0.
01  WS-SEND-DATE-X          PIC X(08).
01  WS-SEND-DATE REDEFINES WS-SEND-DATE-X
                            PIC 9(08).
01  WS-WORDING-CODE         PIC X(06).
01  WS-WORDING-LEN          PIC 9(03) COMP VALUE 0.
01  WS-WORDING-POS          PIC 9(03) COMP VALUE 0.
01  WS-WORDING-PIECE        PIC 9(03) COMP VALUE 0.
01  WS-EFF-DATE-OUT.
    02 WS-EDO-YYYY          PIC 9(04).
    02 FILLER               PIC X VALUE "-".
    02 WS-EDO-MM            PIC 9(02).
    02 FILLER               PIC X VALUE "-".
    02 WS-EDO-DD            PIC 9(02).
01  WS-EFF-DATE-WORK        PIC 9(08).
01  WS-EFF-DATE-WORK-R REDEFINES WS-EFF-DATE-WORK.
    02 WS-EDW-YYYY          PIC 9(04).
    02 WS-EDW-MM            PIC 9(02).
    02 WS-EDW-DD            PIC 9(02).

01  WS-YEAR-NO              PIC 9(04) VALUE 0.
01  WS-YEAR-X               PIC X(04).

        END-IF
        MOVE 0 TO WS-EVT-COUNT
        MOVE 0 TO WS-EVT-OVERFLOW
        PERFORM 3100-LOAD-TEMPLATE-VERSIONS
        PERFORM 4000-GATHER-AUDIT-TRAIL
        PERFORM 4200-GATHER-HISTORY-TRAIL
        PERFORM 4400-GATHER-ARCHIVE-TRAIL
        PERFORM 5000-PRINT-TRAIL
    END-IF.

3100-LOAD-TEMPLATE-VERSIONS.
*> Loaded afresh for each inquiry so a version added in SMSTMNT
*> meanwhile shows up.
    MOVE 0 TO WS-VER-COUNT
    MOVE 0 TO WS-VER-OVERFLOW
    MOVE "N" TO WS-TEMPLATE-EOF-SW
    OPEN INPUT SMS-TEMPLATE-FILE
    IF WS-TEMPLATE-FILE-STATUS = "00"
        PERFORM 3110-LOAD-TEMPLATE-VERSION UNTIL WS-TEMPLATE-EOF
        CLOSE SMS-TEMPLATE-FILE
    END-IF.

3110-LOAD-TEMPLATE-VERSION.
    READ SMS-TEMPLATE-FILE
        AT END SET WS-TEMPLATE-EOF TO TRUE
        NOT AT END
            IF WS-VER-COUNT < 200
                ADD 1 TO WS-VER-COUNT
                MOVE TMP-MSG-CODE TO WS-VER-CODE(WS-VER-COUNT)
                IF TMP-EFF-DATE NUMERIC
                    MOVE TMP-EFF-DATE TO WS-VER-EFF-DATE(WS-VER-COUNT)
                ELSE
                    MOVE ZEROS TO WS-VER-EFF-DATE(WS-VER-COUNT)
                END-IF
                MOVE TMP-STATUS TO WS-VER-STATUS(WS-VER-COUNT)
                MOVE TMP-TEXT TO WS-VER-TEXT(WS-VER-COUNT)
            ELSE
                ADD 1 TO WS-VER-OVERFLOW
            END-IF
    END-READ.

4000-GATHER-AUDIT-TRAIL.
    MOVE "N" TO WS-AUDIT-EOF-SW
    OPEN INPUT SMS-AUDIT-FILE
        IF AUD-MSG-CODE = "ESCAL1"
            MOVE "ESCALATE" TO WS-EVT-SOURCE(WS-EVT-IX)
        ELSE
            IF AUD-ERROR-TEXT(1:9) = "DIGEST - "
                MOVE "DIGEST" TO WS-EVT-SOURCE(WS-EVT-IX)
            ELSE
                MOVE "AUDIT" TO WS-EVT-SOURCE(WS-EVT-IX)
            END-IF
        END-IF
        MOVE SPACES TO WS-EVT-DETAIL(WS-EVT-IX)
        IF AUD-SUCCESS = "Y" AND AUD-ERROR-TEXT(1:9) = "DIGEST - "
            STRING AUD-MSG-CODE " IN DIGEST " AUD-PROVIDER
                   " ID " AUD-TEXTID DELIMITED BY SIZE
                INTO WS-EVT-DETAIL(WS-EVT-IX)
            END-STRING
            MOVE "DIGEST" TO WS-EVT-MSG-CODE(WS-EVT-IX)
        ELSE
        IF AUD-SUCCESS = "Y"
            STRING AUD-MSG-CODE " ACCEPTED " AUD-PROVIDER
                   " ID " AUD-TEXTID DELIMITED BY SIZE
                INTO WS-EVT-DETAIL(WS-EVT-IX)
            END-STRING
            MOVE AUD-MSG-CODE TO WS-EVT-MSG-CODE(WS-EVT-IX)
        ELSE
            STRING AUD-MSG-CODE " " AUD-ERROR-TEXT(1:40)
                DELIMITED BY SIZE
                INTO WS-EVT-DETAIL(WS-EVT-IX)
            END-STRING
        END-IF
        END-IF
    END-IF.

4200-GATHER-HISTORY-TRAIL.
        ADD 1 TO WS-EVT-COUNT
        MOVE WS-EVT-COUNT TO WS-EVT-IX
        MOVE "N" TO WS-EVT-PRINTED(WS-EVT-IX)
        MOVE SPACES TO WS-EVT-MSG-CODE(WS-EVT-IX)
    ELSE
        ADD 1 TO WS-EVT-OVERFLOW
        MOVE 0 TO WS-EVT-IX
    IF WS-EVT-OVERFLOW > 0
        DISPLAY "  (TRAIL TABLE FULL - " WS-EVT-OVERFLOW
            " EVENT(S) NOT SHOWN)"
    END-IF
    IF WS-VER-OVERFLOW > 0
        DISPLAY "  (SMSTMPL TOO BIG - " WS-VER-OVERFLOW
            " LATER VERSION(S) NOT CONSULTED FOR WORDING)"
    END-IF.

5100-PRINT-EARLIEST-EVENT.
            WS-EVT-DETAIL(WS-EVT-BEST-IX)
        MOVE "Y" TO WS-EVT-PRINTED(WS-EVT-BEST-IX)
        SUBTRACT 1 FROM WS-EVT-LEFT
        IF WS-EVT-MSG-CODE(WS-EVT-BEST-IX) NOT = SPACES
            PERFORM 5200-SHOW-WORDING
        END-IF
    END-IF.

5110-SCAN-FOR-EARLIEST.
        MOVE WS-EVT-TIMESTAMP(WS-EVT-IX) TO WS-EVT-BEST-TS
    END-IF.

5200-SHOW-WORDING.
*> The version SENDSMS would have picked on the send date: latest
*> effective date on or before it, first on file on a tie.
    MOVE WS-EVT-MSG-CODE(WS-EVT-BEST-IX) TO WS-WORDING-CODE
    MOVE SPACES TO WS-SEND-DATE-X
    STRING WS-EVT-TIMESTAMP(WS-EVT-BEST-IX)(1:4)
           WS-EVT-TIMESTAMP(WS-EVT-BEST-IX)(6:2)
           WS-EVT-TIMESTAMP(WS-EVT-BEST-IX)(9:2) DELIMITED BY SIZE
        INTO WS-SEND-DATE-X
    END-STRING
    IF WS-SEND-DATE-X NOT NUMERIC
        MOVE ZEROS TO WS-SEND-DATE
    END-IF
    MOVE 0 TO WS-VER-BEST-IX
    PERFORM 5210-CHECK-ONE-VERSION
        VARYING WS-VER-IX FROM 1 BY 1
        UNTIL WS-VER-IX > WS-VER-COUNT
    IF WS-VER-BEST-IX = 0
        DISPLAY "        WORDING: STOCK TEXT - NO " WS-WORDING-CODE
            " TEMPLATE IN EFFECT"
    ELSE
    IF WS-VER-STATUS(WS-VER-BEST-IX) = "R"
        MOVE WS-VER-EFF-DATE(WS-VER-BEST-IX) TO WS-EFF-DATE-WORK
        PERFORM 5230-FORMAT-EFF-DATE
        DISPLAY "        WORDING: STOCK TEXT - " WS-WORDING-CODE
            " RETIRED " WS-EFF-DATE-OUT
    ELSE
        IF WS-VER-EFF-DATE(WS-VER-BEST-IX) = 0
            DISPLAY "        WORDING: " WS-WORDING-CODE " (UNDATED)"
        ELSE
            MOVE WS-VER-EFF-DATE(WS-VER-BEST-IX) TO WS-EFF-DATE-WORK
            PERFORM 5230-FORMAT-EFF-DATE
            DISPLAY "        WORDING: " WS-WORDING-CODE
                " EFFECTIVE " WS-EFF-DATE-OUT
        END-IF
        MOVE 300 TO WS-WORDING-LEN
        PERFORM 5240-SHRINK-WORDING-LEN
            UNTIL WS-WORDING-LEN = 0
               OR WS-VER-TEXT(WS-VER-BEST-IX)(WS-WORDING-LEN:1)
                  NOT = SPACE
        PERFORM 5250-SHOW-WORDING-PIECE
            VARYING WS-WORDING-POS FROM 1 BY 60
            UNTIL WS-WORDING-POS > WS-WORDING-LEN
    END-IF
    END-IF.

5210-CHECK-ONE-VERSION.
    IF WS-VER-CODE(WS-VER-IX) = WS-WORDING-CODE
       AND WS-VER-EFF-DATE(WS-VER-IX) <= WS-SEND-DATE
        IF WS-VER-BEST-IX = 0
            MOVE WS-VER-IX TO WS-VER-BEST-IX
        ELSE
            IF WS-VER-EFF-DATE(WS-VER-IX)
               > WS-VER-EFF-DATE(WS-VER-BEST-IX)
                MOVE WS-VER-IX TO WS-VER-BEST-IX
            END-IF
        END-IF
    END-IF.

5230-FORMAT-EFF-DATE.
    MOVE WS-EDW-YYYY TO WS-EDO-YYYY
    MOVE WS-EDW-MM TO WS-EDO-MM
    MOVE WS-EDW-DD TO WS-EDO-DD.

5240-SHRINK-WORDING-LEN.
    SUBTRACT 1 FROM WS-WORDING-LEN.

5250-SHOW-WORDING-PIECE.
    COMPUTE WS-WORDING-PIECE = WS-WORDING-LEN - WS-WORDING-POS + 1
    IF WS-WORDING-PIECE > 60
        MOVE 60 TO WS-WORDING-PIECE
    END-IF
    DISPLAY "          "
        WS-VER-TEXT(WS-VER-BEST-IX)(WS-WORDING-POS:WS-WORDING-PIECE).

END PROGRAM SMSINQ.
