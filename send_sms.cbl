*>                     provider at the bottom, so a planned-
*>                     maintenance blast can be eyeballed before a
*>                     single send is spent.
*>   2026-10-15  RAC  Count every queue record worked and every record
*>                     written to each routing file, and append the
*>                     run's control totals to SMSCTLT at the end of
*>                     a real run for the SMSBAL balancing step. A
*>                     resumed run counts only what it worked itself;
*>                     a dry run or an abended run writes none.
*>   2026-10-15  RAC  Cap individual non-priority-1 texts per phone per
*>                     run (SENDSMS_PHONE_CAP, default 5, zero turns it
*>                     off). A storm's overflow for a phone is held on
*>                     SMSROLL and goes out at the end of the run as
*>                     one digest text built from the DIGEST template
*>                     ("##COUNT## MORE ALERTS: ##TICKET## SEE QUEUE",
*>                     the ticket placeholder carrying the roll-up
*>                     list). Each rolled ticket still gets its own
*>                     SMSAUDIT line and SMSSENT record under the
*>                     digest's textId; SMSROLL is counted in and out
*>                     in the control totals.
*>   2026-10-15  RAC  SMSTMPL templates are effective-dated: each code
*>                     sends the latest version whose TMP-EFF-DATE has
*>                     arrived, versions dated ahead are staged and
*>                     skipped, and a retired version (TMP-STATUS R)
*>                     drops the code back to the stock wording. The
*>                     20-entry table now counts codes, not records.

IDENTIFICATION DIVISION.
PROGRAM-ID. SENDSMS.
    SELECT SMS-DRYRUN-FILE ASSIGN TO "SMSDRYRN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DRYRUN-FILE-STATUS.
    SELECT SMS-CONTROL-FILE ASSIGN TO "SMSCTLT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-FILE-STATUS.
    SELECT SMS-ROLLUP-FILE ASSIGN TO "SMSROLL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ROLLUP-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SMS-DRYRUN-FILE.
01  WS-DRYRUN-LINE            PIC X(420).

FD  SMS-CONTROL-FILE.
    COPY SMSCTL.

FD  SMS-ROLLUP-FILE.
    COPY SMSROL.

WORKING-STORAGE SECTION.
*> curl -s -X POST <provider send url> \
*>    --data-urlencode phone='5555555555' \
    02 WS-DRYRUN-FILE-STATUS PIC X(02) VALUE "00".
    02 WS-DRYRUN-SW         PIC X(01) VALUE "N".
       88 WS-DRYRUN-MODE             VALUE "Y".
    02 WS-CONTROL-FILE-STATUS PIC X(02) VALUE "00".
    02 WS-ROLLUP-FILE-STATUS PIC X(02) VALUE "00".
    02 WS-ROLLUP-EOF-SW     PIC X(01) VALUE "N".
       88 WS-ROLLUP-EOF              VALUE "Y".
    02 WS-ROLLED-SW         PIC X(01) VALUE "N".
       88 WS-RECORD-ROLLED           VALUE "Y".
    02 WS-DIGEST-BUILD-SW   PIC X(01) VALUE "N".
       88 WS-DIGEST-BUILD            VALUE "Y".
    02 WS-QUOTA-DEFER-SW    PIC X(01) VALUE "N".
       88 WS-QUOTA-DEFER             VALUE "Y".

01  WS-CKPT-WORK.
    02 WS-CKPT-COUNT        PIC 9(05) VALUE 0.
    02 WS-RECORDS-DONE      PIC 9(05) VALUE 0.
    02 WS-QUEUE-TOTAL-COUNT PIC 9(05) VALUE 0.

*> Control totals for SMSCTLT: queue records worked by this run, and
*> where each one landed - see 9200-WRITE-CONTROL-TOTALS. Every
*> record worked is written to exactly one routing file, so SMSBAL
*> expects the outs to add back up to the in.
01  WS-CTL-TALLIES.
    02 WS-CTL-QUEUE-IN      PIC 9(07) VALUE 0.
    02 WS-CTL-SENT-OUT      PIC 9(07) VALUE 0.
    02 WS-CTL-FAILED-OUT    PIC 9(07) VALUE 0.
    02 WS-CTL-SUSP-OUT      PIC 9(07) VALUE 0.
    02 WS-CTL-DEFER-OUT     PIC 9(07) VALUE 0.
    02 WS-CTL-SUPPR-OUT     PIC 9(07) VALUE 0.
    02 WS-CTL-DUPS-OUT      PIC 9(07) VALUE 0.
    02 WS-CTL-SCHED-OUT     PIC 9(07) VALUE 0.
    02 WS-CTL-ROLL-IN       PIC 9(07) VALUE 0.
    02 WS-CTL-ROLL-OUT      PIC 9(07) VALUE 0.
01  WS-CTL-RUN-STAMP        PIC X(19).

*> The queue is worked in three passes over the file itself: pass 1
*> takes every priority-1 record, pass 2 every priority-2, pass 3
*> everything else, each pass in file order. That is the same
01  WS-P1-FLOOR             PIC 9(05) VALUE 10.
01  WS-P1-FLOOR-RAW         PIC X(05).

*> Per-phone storm cap - see 2040-CHECK-PHONE-CAP. One entry per
*> phone that has had a non-priority-1 text this run: how many went
*> out individually, and what has been rolled up for its digest (the
*> count, the ticket list the digest quotes, and how the digest send
*> itself came out, which every rolled record then follows).
*> WS-CAP-OUTCOME is S sent, F failed, D deferred, U suspended.
01  WS-PHONE-CAP            PIC 9(03) VALUE 5.
01  WS-PHONE-CAP-RAW        PIC X(03).
01  WS-CAP-TABLE.
    02 WS-CAP-COUNT         PIC 9(03) COMP VALUE 0.
    02 WS-CAP-ENTRY OCCURS 500 TIMES.
       03 WS-CAP-PHONE      PIC X(10).
       03 WS-CAP-NAME       PIC X(30).
       03 WS-CAP-SENT       PIC 9(05) COMP.
       03 WS-CAP-ROLLED     PIC 9(05) COMP.
       03 WS-CAP-LIST       PIC X(200).
       03 WS-CAP-LIST-PTR   PIC 9(03) COMP.
       03 WS-CAP-LIST-FULL  PIC X(01).
       03 WS-CAP-OUTCOME    PIC X(01).
       03 WS-CAP-SUCCESS    PIC X(01).
       03 WS-CAP-TEXTID     PIC X(15).
       03 WS-CAP-ERROR      PIC X(60).
       03 WS-CAP-PROVIDER-IX
                            PIC 9(01) COMP.
01  WS-CAP-IX               PIC 9(03) COMP VALUE 0.
01  WS-CAP-FOUND-IX         PIC 9(03) COMP VALUE 0.
01  WS-DIG-IX               PIC 9(03) COMP VALUE 0.
01  WS-DIGEST-SENT-COUNT    PIC 9(05) COMP VALUE 0.
01  WS-DIGEST-COUNT-ED      PIC ZZZZ9.
01  WS-DIGEST-LEAD          PIC 9(01) COMP VALUE 0.
01  WS-DIGEST-COUNT-TEXT    PIC X(05).
01  WS-DIGEST-LIST          PIC X(200).
01  WS-DIGEST-DEFAULT-TEXT  PIC X(60)
        VALUE "##COUNT## MORE ALERTS: ##TICKET## SEE QUEUE".

*> In-storage copy of the SMSDNT do-not-text list - loaded once at
*> initialization and consulted for every queue record before a
*> send is built. See 1260-LOAD-DONOTTEXT-LIST.
    02 WS-TEMPLATE-ENTRY OCCURS 20 TIMES.
       03 WS-TEMPLATE-CODE  PIC X(06).
       03 WS-TEMPLATE-TEXT  PIC X(300).
       03 WS-TEMPLATE-EFF-DATE
                            PIC 9(08).
       03 WS-TEMPLATE-STATUS
                            PIC X(01).
01  WS-TEMPLATE-IX          PIC 9(02) COMP.
01  WS-TEMPLATE-FOUND-IX    PIC 9(02) COMP VALUE 0.
01  WS-TMP-EFF-DATE         PIC 9(08) VALUE 0.

01  WS-MERGE-WORK           PIC X(320).
01  WS-MERGE-BEFORE         PIC X(320).
01  WS-MERGE-PTR            PIC 9(03) COMP.
01  WS-MERGE-SEG-LEN        PIC 9(03) COMP.
01  WS-MERGE-ROOM           PIC S9(04) COMP.
01  WS-MERGE-TOKEN          PIC X(10).
01  WS-MERGE-TOKEN-LEN      PIC 9(02) COMP.
01  WS-MERGE-VALUE          PIC X(200).
01  WS-MERGE-VALUE-LEN      PIC 9(03) COMP.

*> Segment accounting for the merged message: one segment up to 160
*> characters, 153 per segment beyond that (the 7-char difference is
        PERFORM 2000-PROCESS-QUEUE-PASS
            VARYING WS-PASS-NO FROM 1 BY 1
            UNTIL WS-PASS-NO > 3
        PERFORM 3000-SEND-DIGESTS
        PERFORM 9000-TERMINATE
    END-IF
    STOP RUN.

1000-INITIALIZE.
    ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
    ACCEPT WS-CURR-TIME FROM TIME
    MOVE WS-CURR-YYYY TO WS-TS-YYYY
    MOVE WS-CURR-MM TO WS-TS-MM
    MOVE WS-CURR-DD TO WS-TS-DD
    MOVE WS-CURR-HH TO WS-TS-HH
    MOVE WS-CURR-MIN TO WS-TS-MIN
    MOVE WS-CURR-SS TO WS-TS-SS
    MOVE WS-TIMESTAMP-OUT TO WS-CTL-RUN-STAMP
    PERFORM 4070-LOAD-DRYRUN-FLAG
    PERFORM 4000-LOAD-APIKEY
    PERFORM 4080-LOAD-PROVIDERS
    PERFORM 4050-LOAD-P1-FLOOR
    PERFORM 4090-LOAD-PHONE-CAP
    PERFORM 1200-LOAD-TEMPLATES
    PERFORM 1260-LOAD-DONOTTEXT-LIST
    PERFORM 4060-LOAD-DUP-HOURS
                IF WS-SCHEDULED-FILE-STATUS = "35"
                    OPEN OUTPUT SMS-SCHEDULED-FILE
                END-IF
                OPEN EXTEND SMS-ROLLUP-FILE
                IF WS-ROLLUP-FILE-STATUS = "35"
                    OPEN OUTPUT SMS-ROLLUP-FILE
                END-IF
            END-IF
        ELSE
            OPEN OUTPUT SMS-SENT-FILE
            OPEN OUTPUT SMS-SUPPRESSED-FILE
            OPEN OUTPUT SMS-DUPLICATE-FILE
            OPEN OUTPUT SMS-SCHEDULED-FILE
            OPEN OUTPUT SMS-ROLLUP-FILE
        END-IF
        END-IF
    END-IF
1200-LOAD-TEMPLATES.
*> SMSTMPL is optional - a run with no template file simply leaves
*> WS-TEMPLATE-COUNT at zero, so every record falls back to the
*> "HELLO FROM COBOL" literal in 2700-BUILD-MESSAGE. The table holds
*> one entry per code: the version whose effective date is the latest
*> one not after today. Staged versions dated ahead are passed over,
*> and a retired version stays in the table only to shadow the older
*> wording it replaced.
    MOVE 0 TO WS-TEMPLATE-COUNT
    MOVE "N" TO WS-TEMPLATE-EOF-SW
    OPEN INPUT SMS-TEMPLATE-FILE
    IF WS-TEMPLATE-FILE-STATUS = "00"
        PERFORM 1210-READ-TEMPLATE-RECORD UNTIL WS-TEMPLATE-EOF
        CLOSE SMS-TEMPLATE-FILE
    END-IF.

    READ SMS-TEMPLATE-FILE
        AT END SET WS-TEMPLATE-EOF TO TRUE
        NOT AT END
            IF TMP-EFF-DATE NUMERIC
                MOVE TMP-EFF-DATE TO WS-TMP-EFF-DATE
            ELSE
                MOVE ZEROS TO WS-TMP-EFF-DATE
            END-IF
            IF WS-TMP-EFF-DATE <= WS-CURR-DATE
                PERFORM 1211-KEEP-EFFECTIVE-VERSION
            END-IF
    END-READ.

1211-KEEP-EFFECTIVE-VERSION.
*> Equal dates keep the first version on file, as before dating;
*> codes past the 20th are ignored, as before dating.
    MOVE 0 TO WS-TEMPLATE-FOUND-IX
    MOVE 1 TO WS-TEMPLATE-IX
    PERFORM 1212-MATCH-TEMPLATE-CODE
        UNTIL WS-TEMPLATE-IX > WS-TEMPLATE-COUNT
           OR WS-TEMPLATE-FOUND-IX > 0
    IF WS-TEMPLATE-FOUND-IX = 0 AND WS-TEMPLATE-COUNT < 20
        ADD 1 TO WS-TEMPLATE-COUNT
        MOVE WS-TEMPLATE-COUNT TO WS-TEMPLATE-FOUND-IX
        MOVE ZEROS TO WS-TEMPLATE-EFF-DATE(WS-TEMPLATE-FOUND-IX)
        MOVE SPACES TO WS-TEMPLATE-CODE(WS-TEMPLATE-FOUND-IX)
    END-IF
    IF WS-TEMPLATE-FOUND-IX > 0
        IF WS-TEMPLATE-CODE(WS-TEMPLATE-FOUND-IX) = SPACES
           OR WS-TMP-EFF-DATE
              > WS-TEMPLATE-EFF-DATE(WS-TEMPLATE-FOUND-IX)
            MOVE TMP-MSG-CODE TO WS-TEMPLATE-CODE(WS-TEMPLATE-FOUND-IX)
            MOVE TMP-TEXT TO WS-TEMPLATE-TEXT(WS-TEMPLATE-FOUND-IX)
            MOVE WS-TMP-EFF-DATE
                TO WS-TEMPLATE-EFF-DATE(WS-TEMPLATE-FOUND-IX)
            MOVE TMP-STATUS TO WS-TEMPLATE-STATUS(WS-TEMPLATE-FOUND-IX)
        END-IF
    END-IF.

1212-MATCH-TEMPLATE-CODE.
    IF WS-TEMPLATE-CODE(WS-TEMPLATE-IX) = TMP-MSG-CODE
        MOVE WS-TEMPLATE-IX TO WS-TEMPLATE-FOUND-IX
    ELSE
        ADD 1 TO WS-TEMPLATE-IX
    END-IF.

1260-LOAD-DONOTTEXT-LIST.
*> SMSDNT is optional - a run with no suppression file simply leaves
*> WS-DNT-COUNT at zero. A list too big for the table is a hard stop:
            IF WS-RECORD-DUPLICATE
                PERFORM 2380-WRITE-DUPLICATE-RECORD
            ELSE
                PERFORM 2040-CHECK-PHONE-CAP
                IF WS-RECORD-ROLLED
                    PERFORM 2395-WRITE-ROLLUP-RECORD
                ELSE
                    PERFORM 2700-BUILD-MESSAGE
                    PERFORM 2745-COUNT-SEGMENTS
                    PERFORM 2065-VALIDATE-MESSAGE-CHARSET
                    IF NOT WS-CHARSET-OK
                        PERFORM 2350-WRITE-SUSPENSE-RECORD
                    ELSE
                        PERFORM 2030-ROUTE-BY-QUOTA
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF
    END-IF
    ADD 1 TO WS-RECORDS-DONE
    ADD 1 TO WS-CTL-QUEUE-IN
    PERFORM 4210-UPDATE-CHECKPOINT.

2030-ROUTE-BY-QUOTA.
*> for P1s) everything else goes out on the alternate gateway when
*> SMSPROV defines one, and defers only when there is nowhere else
*> to send it.
    PERFORM 2031-JUDGE-QUOTA-ROUTE
    IF WS-QUOTA-DEFER
        PERFORM 2360-WRITE-DEFERRED-RECORD
    ELSE
        PERFORM 2150-SEND-WITH-RETRY
    END-IF.

2031-JUDGE-QUOTA-ROUTE.
*> Picks the gateway and says whether the message must defer instead
*> - shared with the digest send (3200-SEND-ONE-DIGEST), which
*> defers its rolled records rather than one queue record.
    MOVE "N" TO WS-QUOTA-DEFER-SW
    MOVE WS-ACTIVE-PROVIDER-IX TO WS-SEND-PROVIDER-IX
    IF WS-SEND-PROVIDER-IX = 1
       AND (WS-QUOTA-EXHAUSTED
    IF WS-SEND-PROVIDER-IX = 1
       AND (WS-QUOTA-EXHAUSTED
            OR WS-QUOTA-REMAINING < WS-MSG-SEGMENTS)
        SET WS-QUOTA-DEFER TO TRUE
    ELSE
        IF WS-SEND-PROVIDER-IX = 1
           AND QUE-PRIORITY NOT = "1"
           AND WS-QUOTA-REMAINING < WS-P1-FLOOR + WS-MSG-SEGMENTS
            SET WS-QUOTA-DEFER TO TRUE
        END-IF
    END-IF.

2040-CHECK-PHONE-CAP.
*> A monitoring storm drops a run of P2/P3 tickets that all resolve
*> to the same on-call phone, each with its own ticket number, so the
*> duplicate guard lets every one through. Once a phone has had
*> SENDSMS_PHONE_CAP individual texts this run, its further non-
*> priority-1 records are rolled up into one digest text sent at the
*> end of the run (3000-SEND-DIGESTS). Priority-1 pages are never
*> held back, and a phone the table has no room for is not capped.
    MOVE "N" TO WS-ROLLED-SW
    IF QUE-PRIORITY NOT = "1" AND WS-PHONE-CAP > 0
        PERFORM 2041-FIND-CAP-ENTRY
        IF WS-CAP-FOUND-IX > 0
            IF WS-CAP-SENT(WS-CAP-FOUND-IX) >= WS-PHONE-CAP
                SET WS-RECORD-ROLLED TO TRUE
            END-IF
        END-IF
    END-IF.

2041-FIND-CAP-ENTRY.
    MOVE 0 TO WS-CAP-FOUND-IX
    MOVE 1 TO WS-CAP-IX
    PERFORM 2042-MATCH-CAP-ENTRY
        UNTIL WS-CAP-IX > WS-CAP-COUNT
           OR WS-CAP-FOUND-IX > 0
    IF WS-CAP-FOUND-IX = 0 AND WS-CAP-COUNT < 500
        ADD 1 TO WS-CAP-COUNT
        MOVE WS-CAP-COUNT TO WS-CAP-FOUND-IX
        MOVE QUE-PHONE TO WS-CAP-PHONE(WS-CAP-FOUND-IX)
        MOVE QUE-NAME TO WS-CAP-NAME(WS-CAP-FOUND-IX)
        MOVE 0 TO WS-CAP-SENT(WS-CAP-FOUND-IX)
        MOVE 0 TO WS-CAP-ROLLED(WS-CAP-FOUND-IX)
        MOVE SPACES TO WS-CAP-LIST(WS-CAP-FOUND-IX)
        MOVE 1 TO WS-CAP-LIST-PTR(WS-CAP-FOUND-IX)
        MOVE "N" TO WS-CAP-LIST-FULL(WS-CAP-FOUND-IX)
        MOVE SPACE TO WS-CAP-OUTCOME(WS-CAP-FOUND-IX)
        MOVE "N" TO WS-CAP-SUCCESS(WS-CAP-FOUND-IX)
        MOVE SPACES TO WS-CAP-TEXTID(WS-CAP-FOUND-IX)
        MOVE SPACES TO WS-CAP-ERROR(WS-CAP-FOUND-IX)
        MOVE 0 TO WS-CAP-PROVIDER-IX(WS-CAP-FOUND-IX)
    END-IF.

2042-MATCH-CAP-ENTRY.
    IF WS-CAP-PHONE(WS-CAP-IX) = QUE-PHONE
        MOVE WS-CAP-IX TO WS-CAP-FOUND-IX
    ELSE
        ADD 1 TO WS-CAP-IX
    END-IF.

2065-VALIDATE-MESSAGE-CHARSET.
*> Characters outside the basic SMS set (see SMS-TEXT-CHAR in
*> SPECIAL-NAMES) either shrink every segment to 67 characters or

2150-SEND-WITH-RETRY.
*> The message itself was already built and segment-counted by
*> 2020-WORK-QUEUE-RECORD ahead of the quota gate. Every individual
*> non-priority-1 text counts against its phone's storm cap.
    IF QUE-PRIORITY NOT = "1" AND WS-PHONE-CAP > 0
        PERFORM 2041-FIND-CAP-ENTRY
        IF WS-CAP-FOUND-IX > 0
            ADD 1 TO WS-CAP-SENT(WS-CAP-FOUND-IX)
        END-IF
    END-IF
    IF WS-DRYRUN-MODE
        PERFORM 3800-SIMULATE-SEND
    ELSE
    END-IF.

2151-SEND-FOR-REAL.
    PERFORM 2152-CALL-GATEWAY
    PERFORM 2600-WRITE-AUDIT-RECORD
    IF RETURN-CODE = 0 AND WS-PARSED-SUCCESS = "Y"
        PERFORM 2200-WRITE-SENT-RECORD
    ELSE
        PERFORM 2300-WRITE-FAILED-RECORD
    END-IF.

2152-CALL-GATEWAY.
*> Shared with the digest send (3220-SEND-DIGEST), which routes its
*> rolled records itself instead of writing one sent/failed record.
    MOVE QUE-PHONE TO WS-TO-NUMBER
*> WS-MESSAGE can carry a template's static text (see 1200-LOAD-
*> TEMPLATES), which isn't covered by 2060-VALIDATE-MESSAGE-FIELDS'
            MOVE 2 TO WS-SEND-PROVIDER-IX
            PERFORM 2155-ATTEMPT-VIA-PROVIDER
        END-IF
    END-IF.

2155-ATTEMPT-VIA-PROVIDER.
    MOVE QUE-EARLIEST-TIME TO SNT-EARLIEST-TIME
    MOVE QUE-LATEST-TIME TO SNT-LATEST-TIME
    MOVE WS-PARSED-TEXTID TO SNT-TEXTID
    WRITE SNT-RECORD
    ADD 1 TO WS-CTL-SENT-OUT.

2300-WRITE-FAILED-RECORD.
    MOVE QUE-PHONE TO FLD-PHONE
    MOVE QUE-EARLIEST-TIME TO FLD-EARLIEST-TIME
    MOVE QUE-LATEST-TIME TO FLD-LATEST-TIME
    WRITE FLD-RECORD
    ADD 1 TO WS-CTL-FAILED-OUT
    SET WS-BATCH-FAILED TO TRUE.

2350-WRITE-SUSPENSE-RECORD.
    MOVE QUE-EARLIEST-TIME TO SUS-EARLIEST-TIME
    MOVE QUE-LATEST-TIME TO SUS-LATEST-TIME
    WRITE SUS-RECORD
    ADD 1 TO WS-CTL-SUSP-OUT
    SET WS-BATCH-FAILED TO TRUE.

2360-WRITE-DEFERRED-RECORD.
    MOVE QUE-EARLIEST-TIME TO DEF-EARLIEST-TIME
    MOVE QUE-LATEST-TIME TO DEF-LATEST-TIME
    WRITE DEF-RECORD
    ADD 1 TO WS-CTL-DEFER-OUT
    SET WS-BATCH-FAILED TO TRUE.

2370-WRITE-SUPPRESSED-RECORD.
    MOVE QUE-LATEST-TIME TO SPR-LATEST-TIME
    MOVE WS-SUPPRESS-REASON TO SPR-REASON-CODE
    WRITE SPR-RECORD
    ADD 1 TO WS-CTL-SUPPR-OUT
    MOVE "N" TO WS-PARSED-SUCCESS
    MOVE SPACES TO WS-PARSED-TEXTID
    MOVE SPACES TO WS-PARSED-ERROR
    MOVE QUE-LATEST-TIME TO DUP-LATEST-TIME
    MOVE WS-DUP-SENT-TS(WS-DUP-FOUND-IX) TO DUP-FIRST-SENT
    WRITE DUP-RECORD
    ADD 1 TO WS-CTL-DUPS-OUT
    MOVE "N" TO WS-PARSED-SUCCESS
    MOVE SPACES TO WS-PARSED-TEXTID
    MOVE SPACES TO WS-PARSED-ERROR
    MOVE QUE-FIRST-FAIL-DATE TO SCH-FIRST-FAIL-DATE
    MOVE QUE-EARLIEST-TIME TO SCH-EARLIEST-TIME
    MOVE QUE-LATEST-TIME TO SCH-LATEST-TIME
    WRITE SCH-RECORD
    ADD 1 TO WS-CTL-SCHED-OUT.

2395-WRITE-ROLLUP-RECORD.
*> The rolled record goes into the duplicate table now, so a second
*> copy of the same page later in the run is skipped as the duplicate
*> it is instead of being quoted twice in the digest.
    PERFORM 2085-REMEMBER-SENT-RECORD
    IF WS-DRYRUN-MODE
        PERFORM 2396-ADD-TO-DIGEST
        MOVE "ROLL-UP DIGEST" TO WS-DRY-DISP
        PERFORM 3900-WRITE-DRY-LINE
    ELSE
        PERFORM 2397-WRITE-ROLLUP-FOR-REAL
    END-IF.

2396-ADD-TO-DIGEST.
*> WS-CAP-FOUND-IX is the record's phone. The ticket list stops short
*> of the digest's room and says so with a trailing "..." - the
*> count still covers every rolled ticket.
    ADD 1 TO WS-CAP-ROLLED(WS-CAP-FOUND-IX)
    MOVE SPACES TO WS-TRIM-SOURCE
    MOVE QUE-TICKET-NO TO WS-TRIM-SOURCE(1:10)
    MOVE 10 TO WS-TRIM-LEN
    PERFORM 2730-COMPUTE-TRIM-LEN
    IF WS-TRIM-LEN > 0
       AND WS-CAP-LIST-FULL(WS-CAP-FOUND-IX) = "N"
        IF WS-CAP-LIST-PTR(WS-CAP-FOUND-IX) + WS-TRIM-LEN + 2 > 190
            MOVE "Y" TO WS-CAP-LIST-FULL(WS-CAP-FOUND-IX)
        ELSE
            IF WS-CAP-LIST-PTR(WS-CAP-FOUND-IX) > 1
                STRING ", " DELIMITED BY SIZE
                    INTO WS-CAP-LIST(WS-CAP-FOUND-IX)
                    WITH POINTER WS-CAP-LIST-PTR(WS-CAP-FOUND-IX)
                END-STRING
            END-IF
            STRING WS-TRIM-SOURCE(1:WS-TRIM-LEN) DELIMITED BY SIZE
                INTO WS-CAP-LIST(WS-CAP-FOUND-IX)
                WITH POINTER WS-CAP-LIST-PTR(WS-CAP-FOUND-IX)
            END-STRING
        END-IF
    END-IF.

2397-WRITE-ROLLUP-FOR-REAL.
    MOVE QUE-PHONE TO ROL-PHONE
    MOVE QUE-NAME TO ROL-NAME
    MOVE QUE-MSG-CODE TO ROL-MSG-CODE
    MOVE QUE-TICKET-NO TO ROL-TICKET-NO
    MOVE QUE-PRIORITY TO ROL-PRIORITY
    MOVE QUE-ATTEMPT-COUNT TO ROL-ATTEMPT-COUNT
    MOVE QUE-FIRST-FAIL-DATE TO ROL-FIRST-FAIL-DATE
    MOVE QUE-EARLIEST-TIME TO ROL-EARLIEST-TIME
    MOVE QUE-LATEST-TIME TO ROL-LATEST-TIME
    WRITE ROL-RECORD
    ADD 1 TO WS-CTL-ROLL-OUT.

2400-CAPTURE-RESPONSE.
*> SMSRESP.TXT is curl's -o target - if curl exited 0 without ever
    WRITE AUD-RECORD.

2700-BUILD-MESSAGE.
*> A digest with no DIGEST template on SMSTMPL gets the stock digest
*> wording rather than the stock message - it has to quote the
*> tickets to be any use.
    MOVE "HELLO FROM COBOL" TO WS-MESSAGE
    MOVE 0 TO WS-TEMPLATE-FOUND-IX
    MOVE 1 TO WS-TEMPLATE-IX
    PERFORM 2710-FIND-TEMPLATE
        UNTIL WS-TEMPLATE-IX > WS-TEMPLATE-COUNT
           OR WS-TEMPLATE-FOUND-IX > 0
*> A retired code sends as if it had never had a template.
    IF WS-TEMPLATE-FOUND-IX > 0
        IF WS-TEMPLATE-STATUS(WS-TEMPLATE-FOUND-IX) = "R"
            MOVE 0 TO WS-TEMPLATE-FOUND-IX
        END-IF
    END-IF
    IF WS-TEMPLATE-FOUND-IX > 0 OR WS-DIGEST-BUILD
        IF WS-TEMPLATE-FOUND-IX > 0
            MOVE WS-TEMPLATE-TEXT(WS-TEMPLATE-FOUND-IX)
                TO WS-MERGE-WORK
        ELSE
            MOVE WS-DIGEST-DEFAULT-TEXT TO WS-MERGE-WORK
        END-IF
        PERFORM 2720-SUBST-NAME
        PERFORM 2721-SUBST-TICKET
        IF WS-DIGEST-BUILD
            PERFORM 2722-SUBST-COUNT
        END-IF
        MOVE WS-MERGE-WORK TO WS-MESSAGE
    END-IF.

    END-IF.

2721-SUBST-TICKET.
*> In a digest the ticket placeholder carries the roll-up list.
    MOVE "##TICKET##" TO WS-MERGE-TOKEN
    MOVE 10 TO WS-MERGE-TOKEN-LEN
    IF WS-DIGEST-BUILD
        MOVE WS-DIGEST-LIST TO WS-MERGE-VALUE
    ELSE
        MOVE SPACES TO WS-MERGE-VALUE
        MOVE QUE-TICKET-NO TO WS-MERGE-VALUE(1:10)
    END-IF
    PERFORM 2725-SUBST-MERGE-VALUE.

2722-SUBST-COUNT.
    MOVE "##COUNT##" TO WS-MERGE-TOKEN
    MOVE 9 TO WS-MERGE-TOKEN-LEN
    MOVE SPACES TO WS-MERGE-VALUE
    MOVE WS-DIGEST-COUNT-TEXT TO WS-MERGE-VALUE(1:5)
    PERFORM 2725-SUBST-MERGE-VALUE.

2725-SUBST-MERGE-VALUE.
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
                END-STRING
            END-IF
        END-IF
        MOVE 200 TO WS-MERGE-VALUE-LEN
        PERFORM 2726-SHRINK-MERGE-VALUE-LEN
            UNTIL WS-MERGE-VALUE-LEN = 0
               OR WS-MERGE-VALUE(WS-MERGE-VALUE-LEN:1) NOT = SPACE
        MOVE WS-MERGE-VALUE-LEN TO WS-MERGE-SEG-LEN
        PERFORM 2740-CLAMP-MERGE-LEN
        IF WS-MERGE-SEG-LEN > 0
            STRING WS-MERGE-VALUE(1:WS-MERGE-SEG-LEN) DELIMITED BY SIZE
                INTO WS-MERGE-WORK WITH POINTER WS-MERGE-PTR
            END-STRING
        END-IF
        END-IF
    END-IF.

2726-SHRINK-MERGE-VALUE-LEN.
    SUBTRACT 1 FROM WS-MERGE-VALUE-LEN.

2730-COMPUTE-TRIM-LEN.
    PERFORM 2731-SHRINK-TRIM-LEN
        UNTIL WS-TRIM-LEN = 0
    END-IF
    ADD 1 TO WS-ESC-IX.

3000-SEND-DIGESTS.
*> End of run: one digest text per phone that had records rolled up
*> by 2040-CHECK-PHONE-CAP, then every rolled record follows its
*> digest - SMSSENT under the digest's textId with its own SMSAUDIT
*> line if the digest went, SMSFAIL (also audited) if the gateway
*> refused it, SMSDEFER if quota held it, SMSSUSP if it could not be
*> built. A real run reads the records back from SMSROLL, which also
*> picks up any an interrupted run left there; a dry run collected
*> them in the table as it went.
    IF NOT WS-DRYRUN-MODE
        PERFORM 3100-LOAD-ROLLUP-FILE
    END-IF
    SET WS-DIGEST-BUILD TO TRUE
    PERFORM 3200-SEND-ONE-DIGEST
        VARYING WS-DIG-IX FROM 1 BY 1
        UNTIL WS-DIG-IX > WS-CAP-COUNT
    MOVE "N" TO WS-DIGEST-BUILD-SW
    IF NOT WS-DRYRUN-MODE
        PERFORM 3300-SETTLE-ROLLUP-FILE
    END-IF
    IF WS-DIGEST-SENT-COUNT > 0
        DISPLAY "SENDSMS: " WS-DIGEST-SENT-COUNT
            " DIGEST TEXT(S) SENT FOR ROLLED-UP ALERTS"
    END-IF.

3100-LOAD-ROLLUP-FILE.
    CLOSE SMS-ROLLUP-FILE
    MOVE "N" TO WS-ROLLUP-EOF-SW
    OPEN INPUT SMS-ROLLUP-FILE
    IF WS-ROLLUP-FILE-STATUS = "00"
        PERFORM 3110-READ-ROLLUP-RECORD
            UNTIL WS-ROLLUP-EOF
        CLOSE SMS-ROLLUP-FILE
    END-IF.

3110-READ-ROLLUP-RECORD.
*> SMSROL is laid out as SMSQUE, so the record drops straight back
*> into QUE-RECORD for the shared paragraphs.
    READ SMS-ROLLUP-FILE
        AT END
            SET WS-ROLLUP-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-CTL-ROLL-IN
            MOVE ROL-RECORD TO QUE-RECORD
            PERFORM 2041-FIND-CAP-ENTRY
            IF WS-CAP-FOUND-IX > 0
                PERFORM 2396-ADD-TO-DIGEST
            END-IF
    END-READ.

3200-SEND-ONE-DIGEST.
    IF WS-CAP-ROLLED(WS-DIG-IX) > 0
        PERFORM 3210-SET-UP-DIGEST-RECORD
        MOVE 0 TO WS-MSG-SEGMENTS
        MOVE SPACES TO WS-MESSAGE
        PERFORM 2700-BUILD-MESSAGE
        PERFORM 2745-COUNT-SEGMENTS
        PERFORM 2065-VALIDATE-MESSAGE-CHARSET
        IF NOT WS-CHARSET-OK
            MOVE "U" TO WS-CAP-OUTCOME(WS-DIG-IX)
            MOVE "SUSPEND" TO WS-DRY-DISP
        ELSE
            PERFORM 2031-JUDGE-QUOTA-ROUTE
            IF WS-QUOTA-DEFER
                MOVE "D" TO WS-CAP-OUTCOME(WS-DIG-IX)
                MOVE "DEFER-QUOTA" TO WS-DRY-DISP
            ELSE
                PERFORM 3220-SEND-DIGEST
            END-IF
        END-IF
        IF WS-DRYRUN-MODE
           AND WS-CAP-OUTCOME(WS-DIG-IX) NOT = "S"
            PERFORM 3900-WRITE-DRY-LINE
        END-IF
    END-IF.

3210-SET-UP-DIGEST-RECORD.
*> The digest goes out as a priority-2 DIGEST record for the phone,
*> with no ticket of its own - the tickets are in the text.
    MOVE SPACES TO QUE-RECORD
    MOVE WS-CAP-PHONE(WS-DIG-IX) TO QUE-PHONE
    MOVE WS-CAP-NAME(WS-DIG-IX) TO QUE-NAME
    MOVE "DIGEST" TO QUE-MSG-CODE
    MOVE "2" TO QUE-PRIORITY
    MOVE 0 TO QUE-ATTEMPT-COUNT
    MOVE 0 TO QUE-FIRST-FAIL-DATE
    MOVE 0 TO QUE-EARLIEST-TIME
    MOVE 0 TO QUE-LATEST-TIME
    MOVE WS-CAP-ROLLED(WS-DIG-IX) TO WS-DIGEST-COUNT-ED
    MOVE 0 TO WS-DIGEST-LEAD
    INSPECT WS-DIGEST-COUNT-ED TALLYING WS-DIGEST-LEAD
        FOR LEADING SPACES
    MOVE WS-DIGEST-COUNT-ED(WS-DIGEST-LEAD + 1:) TO WS-DIGEST-COUNT-TEXT
    MOVE WS-CAP-LIST(WS-DIG-IX) TO WS-DIGEST-LIST
    IF WS-CAP-LIST-FULL(WS-DIG-IX) = "Y"
        STRING ", ..." DELIMITED BY SIZE
            INTO WS-DIGEST-LIST
            WITH POINTER WS-CAP-LIST-PTR(WS-DIG-IX)
        END-STRING
    END-IF.

3220-SEND-DIGEST.
*> The digest's own SMSAUDIT line carries the real segment count
*> (the per-ticket lines carry none, so SMSINVRC bills the text
*> once), and its SMSHIST record is the one SMSSTAT polls.
    ADD 1 TO WS-DIGEST-SENT-COUNT
    IF WS-DRYRUN-MODE
        PERFORM 3800-SIMULATE-SEND
        MOVE "S" TO WS-CAP-OUTCOME(WS-DIG-IX)
    ELSE
        PERFORM 2152-CALL-GATEWAY
        PERFORM 2600-WRITE-AUDIT-RECORD
        IF RETURN-CODE = 0 AND WS-PARSED-SUCCESS = "Y"
            PERFORM 2095-INSERT-HISTORY-RECORD
            MOVE "S" TO WS-CAP-OUTCOME(WS-DIG-IX)
        ELSE
            MOVE "F" TO WS-CAP-OUTCOME(WS-DIG-IX)
        END-IF
        MOVE WS-PARSED-SUCCESS TO WS-CAP-SUCCESS(WS-DIG-IX)
        MOVE WS-PARSED-TEXTID TO WS-CAP-TEXTID(WS-DIG-IX)
        MOVE WS-PARSED-ERROR TO WS-CAP-ERROR(WS-DIG-IX)
        MOVE WS-SEND-PROVIDER-IX TO WS-CAP-PROVIDER-IX(WS-DIG-IX)
    END-IF.

3300-SETTLE-ROLLUP-FILE.
*> Every rolled record lands on a routing file here, so SMSROLL is
*> emptied for the next run. A record whose phone the table had no
*> room for never had a digest and defers for the next run.
    MOVE "N" TO WS-ROLLUP-EOF-SW
    MOVE 0 TO WS-MSG-SEGMENTS
    OPEN INPUT SMS-ROLLUP-FILE
    IF WS-ROLLUP-FILE-STATUS = "00"
        PERFORM 3310-SETTLE-ROLLUP-RECORD
            UNTIL WS-ROLLUP-EOF
        CLOSE SMS-ROLLUP-FILE
    END-IF
    OPEN OUTPUT SMS-ROLLUP-FILE
    CLOSE SMS-ROLLUP-FILE.

3310-SETTLE-ROLLUP-RECORD.
    READ SMS-ROLLUP-FILE
        AT END
            SET WS-ROLLUP-EOF TO TRUE
        NOT AT END
            MOVE ROL-RECORD TO QUE-RECORD
            PERFORM 2041-FIND-CAP-ENTRY
            IF WS-CAP-FOUND-IX = 0
                PERFORM 2361-WRITE-DEFERRED-FOR-REAL
            ELSE
                EVALUATE WS-CAP-OUTCOME(WS-CAP-FOUND-IX)
                    WHEN "S"
                        PERFORM 3320-AUDIT-ROLLED-TICKET
                        PERFORM 2200-WRITE-SENT-RECORD
                    WHEN "F"
                        PERFORM 3320-AUDIT-ROLLED-TICKET
                        PERFORM 2300-WRITE-FAILED-RECORD
                    WHEN "U"
                        PERFORM 2351-WRITE-SUSPENSE-FOR-REAL
                    WHEN OTHER
                        PERFORM 2361-WRITE-DEFERRED-FOR-REAL
                END-EVALUATE
            END-IF
    END-READ.

3320-AUDIT-ROLLED-TICKET.
*> One SMSAUDIT line per rolled ticket under its own code and ticket
*> and the digest's textId, so SMSINQ and SMSTKOUT answer for the
*> ticket exactly as for an individual send. The "DIGEST - " prefix
*> keeps SMSRPT from counting it as a send of its own.
    MOVE WS-CAP-SUCCESS(WS-CAP-FOUND-IX) TO WS-PARSED-SUCCESS
    MOVE WS-CAP-TEXTID(WS-CAP-FOUND-IX) TO WS-PARSED-TEXTID
    MOVE WS-CAP-PROVIDER-IX(WS-CAP-FOUND-IX) TO WS-SEND-PROVIDER-IX
    MOVE SPACES TO WS-PARSED-ERROR
    IF WS-PARSED-SUCCESS = "Y"
        MOVE "DIGEST - SENT IN ROLL-UP TEXT" TO WS-PARSED-ERROR
    ELSE
        STRING "DIGEST - " DELIMITED BY SIZE
               WS-CAP-ERROR(WS-CAP-FOUND-IX) DELIMITED BY SIZE
            INTO WS-PARSED-ERROR
        END-STRING
    END-IF
    PERFORM 2600-WRITE-AUDIT-RECORD.

3800-SIMULATE-SEND.
*> The record passed every gate and would go out on
*> WS-SEND-PROVIDER-IX - record that, charge the projected quota
            END-IF
    END-READ.

4090-LOAD-PHONE-CAP.
*> SENDSMS_PHONE_CAP is how many individual non-priority-1 texts one
*> phone gets in a run before the rest roll up into a digest - see
*> 2040-CHECK-PHONE-CAP. Defaults to 5 when the variable is unset or
*> not numeric; zero turns the cap off.
    MOVE 5 TO WS-PHONE-CAP
    MOVE SPACES TO WS-PHONE-CAP-RAW
    ACCEPT WS-PHONE-CAP-RAW FROM ENVIRONMENT "SENDSMS_PHONE_CAP"
    IF WS-PHONE-CAP-RAW NOT = SPACES
        MOVE SPACES TO WS-TRIM-SOURCE
        MOVE WS-PHONE-CAP-RAW TO WS-TRIM-SOURCE(1:3)
        MOVE 3 TO WS-TRIM-LEN
        PERFORM 2730-COMPUTE-TRIM-LEN
        IF WS-TRIM-LEN > 0
           AND WS-TRIM-SOURCE(1:WS-TRIM-LEN) NUMERIC
            MOVE WS-TRIM-SOURCE(1:WS-TRIM-LEN) TO WS-PHONE-CAP
        END-IF
    END-IF.

4100-LOAD-QUOTA.
*> Must run after 4200-LOAD-CHECKPOINT: the first fresh run of the
*> day stamps the value it found as QUO-OPENING for SMSRPT's
        CLOSE SMS-AUDIT-FILE
        MOVE 0 TO WS-RECORDS-DONE
        PERFORM 4210-UPDATE-CHECKPOINT
        PERFORM 9200-WRITE-CONTROL-TOTALS
*> RETURN-CODE otherwise ends the run as whatever CALL "SYSTEM" last
*> left it as for the final queue record - report any record that
*> landed in SMSFAIL/SMSSUSP/SMSDEFER so a cron-driven run's exit
        END-IF
    END-IF.

9200-WRITE-CONTROL-TOTALS.
*> One IN line for the queue records this run worked and one OUT line
*> per routing file, all under this run's start stamp - SMSBAL proves
*> the outs add back up to the in. SMSROLL is both: rolled records go
*> out to it during the passes and come back in for the digests.
    OPEN EXTEND SMS-CONTROL-FILE
    IF WS-CONTROL-FILE-STATUS = "35"
        OPEN OUTPUT SMS-CONTROL-FILE
    END-IF
    MOVE "SENDSMS" TO CTL-PROGRAM
    MOVE WS-CTL-RUN-STAMP TO CTL-RUN-STAMP
    MOVE "IN " TO CTL-DIRECTION
    MOVE "SMSQUEUE" TO CTL-FILE
    MOVE WS-CTL-QUEUE-IN TO CTL-COUNT
    WRITE CTL-RECORD
    MOVE "SMSROLL" TO CTL-FILE
    MOVE WS-CTL-ROLL-IN TO CTL-COUNT
    WRITE CTL-RECORD
    MOVE "OUT" TO CTL-DIRECTION
    MOVE "SMSSENT" TO CTL-FILE
    MOVE WS-CTL-SENT-OUT TO CTL-COUNT
    WRITE CTL-RECORD
    MOVE "SMSFAIL" TO CTL-FILE
    MOVE WS-CTL-FAILED-OUT TO CTL-COUNT
    WRITE CTL-RECORD
    MOVE "SMSSUSP" TO CTL-FILE
    MOVE WS-CTL-SUSP-OUT TO CTL-COUNT
    WRITE CTL-RECORD
    MOVE "SMSDEFER" TO CTL-FILE
    MOVE WS-CTL-DEFER-OUT TO CTL-COUNT
    WRITE CTL-RECORD
    MOVE "SMSSUPPR" TO CTL-FILE
    MOVE WS-CTL-SUPPR-OUT TO CTL-COUNT
    WRITE CTL-RECORD
    MOVE "SMSDUPS" TO CTL-FILE
    MOVE WS-CTL-DUPS-OUT TO CTL-COUNT
    WRITE CTL-RECORD
    MOVE "SMSSCHED" TO CTL-FILE
    MOVE WS-CTL-SCHED-OUT TO CTL-COUNT
    WRITE CTL-RECORD
    MOVE "SMSROLL" TO CTL-FILE
    MOVE WS-CTL-ROLL-OUT TO CTL-COUNT
    WRITE CTL-RECORD
    CLOSE SMS-CONTROL-FILE.

9500-TERMINATE-DRYRUN.
*> Only the dry-run report (and the read-only history master) were
*> ever open. The closing summary is the projected quota burn the
