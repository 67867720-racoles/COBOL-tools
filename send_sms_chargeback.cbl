*> Program: SMSCHGBK
*> Description: monthly SMS cost chargeback. Costs every accepted
*>              send of the month from SMSAUDIT (and the month's
*>              SMSHARCH.YYYY archive, for sends SMSHPURG has rolled
*>              off the master) at its segment count times the
*>              sending provider's PRV-MSG-RATE on SMSPROV, and
*>              charges it to the on-call group and message code
*>              that caused it. SMSESCL's ESCAL1 escalations and
*>              SMSWATCH's watchdog pages are the pipeline's own
*>              cost and are shown as overhead lines, not charged
*>              to a group. Prints the SMSCHGR report and writes
*>              the fixed-format SMSCHGX extract finance loads,
*>              then ties the month's segments to the gateway's
*>              SMSBILL invoice lines for the same month - the
*>              invoice SMSINVRC reconciles.
*> Author: Rebecca Ann Coles
*> Date: 10/15/2026
*> Tectonics: cobc (GnuCOBOL)
*>
*> Notes:
*>   1) Use the -free flag to compile with the
*>      free source format:
*>        cobc -free -x -o smschgbk send_sms_chargeback.cbl -I copybooks
*>   2) Charges last calendar month by default, for a run early in
*>      the new month once the invoice is in; set SENDSMS_CHG_MONTH
*>      to a YYYYMM month to charge another.
*>   3) A send is counted exactly as SMSINVRC counts it, so the two
*>      tie: only accepted sends with a textId, each textId once
*>      (its first sighting, SMSAUDIT before the archive), at
*>      AUD-SEGMENTS or 1 where the audit record predates segment
*>      counting. Archived sends carry no segment count and are
*>      taken at 1, as SMSINVRC takes them. A ticket rolled into a
*>      digest carries no cost of its own - the DIGEST send does.
*>   4) The group is the SMSROSTR group of the number paged, from
*>      the roster as it stands at the run; a person on several
*>      groups' rosters is charged to the first of them, and a
*>      number on no roster is listed as unattributed.
*>   5) A send whose provider has no numeric PRV-MSG-RATE is costed
*>      at zero and the provider is listed. A send made before
*>      providers were recorded on the audit trail is charged to
*>      the primary (first) SMSPROV provider.
*>   6) Returns 4 when the month does not tie to the invoice, when
*>      a provider has no rate, or when a table filled.
*>
*> Modification History:
*>   2026-10-15  RAC  Initial version.

IDENTIFICATION DIVISION.
PROGRAM-ID. SMSCHGBK.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SMS-AUDIT-FILE ASSIGN TO "SMSAUDIT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-FILE-STATUS.
    SELECT SMS-ARCHIVE-FILE ASSIGN TO WS-ARCHIVE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
    SELECT SMS-PROVIDER-FILE ASSIGN TO "SMSPROV"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PROVIDER-FILE-STATUS.
    SELECT SMS-ROSTER-FILE ASSIGN TO "SMSROSTR"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS ROS-PERSON-ID
        FILE STATUS IS WS-ROSTER-FILE-STATUS.
    SELECT SMS-BILLING-FILE ASSIGN TO "SMSBILL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BILLING-FILE-STATUS.
    SELECT SMS-REPORT-FILE ASSIGN TO "SMSCHGR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-FILE-STATUS.
    SELECT SMS-EXTRACT-FILE ASSIGN TO "SMSCHGX"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXTRACT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SMS-AUDIT-FILE.
    COPY SMSAUD.

*> SMSHPURG writes the yearly archive as a flat image of the SMSHIS
*> master record.
FD  SMS-ARCHIVE-FILE.
    COPY SMSHIS.

FD  SMS-PROVIDER-FILE.
    COPY SMSPRV.

FD  SMS-ROSTER-FILE.
    COPY SMSROS.

FD  SMS-BILLING-FILE.
    COPY SMSBIL.

FD  SMS-REPORT-FILE.
01  WS-REPORT-LINE            PIC X(80).

FD  SMS-EXTRACT-FILE.
    COPY SMSCHG.

WORKING-STORAGE SECTION.
01  WS-SWITCHES.
    02 WS-AUDIT-EOF-SW      PIC X(01) VALUE "N".
       88 WS-AUDIT-EOF               VALUE "Y".
    02 WS-ARCHIVE-EOF-SW    PIC X(01) VALUE "N".
       88 WS-ARCHIVE-EOF             VALUE "Y".
    02 WS-PROVIDER-EOF-SW   PIC X(01) VALUE "N".
       88 WS-PROVIDER-EOF            VALUE "Y".
    02 WS-ROSTER-EOF-SW     PIC X(01) VALUE "N".
       88 WS-ROSTER-EOF              VALUE "Y".
    02 WS-BILLING-EOF-SW    PIC X(01) VALUE "N".
       88 WS-BILLING-EOF             VALUE "Y".
    02 WS-AUDIT-FILE-STATUS PIC X(02) VALUE "00".
    02 WS-ARCHIVE-FILE-STATUS PIC X(02) VALUE "00".
    02 WS-PROVIDER-FILE-STATUS PIC X(02) VALUE "00".
    02 WS-ROSTER-FILE-STATUS PIC X(02) VALUE "00".
    02 WS-BILLING-FILE-STATUS PIC X(02) VALUE "00".
    02 WS-REPORT-FILE-STATUS PIC X(02) VALUE "00".
    02 WS-EXTRACT-FILE-STATUS PIC X(02) VALUE "00".
    02 WS-EXCEPTION-SW      PIC X(01) VALUE "N".
       88 WS-EXCEPTION-FOUND         VALUE "Y".

01  WS-ARCHIVE-NAME         PIC X(13).

*> The month being charged, as YYYYMM and as the "YYYY-MM" our
*> audit timestamps and the invoice's dates start with.
01  WS-CHG-MONTH            PIC 9(06) VALUE 0.
01  WS-CHG-MONTH-R REDEFINES WS-CHG-MONTH.
    02 WS-CHG-YYYY          PIC 9(04).
    02 WS-CHG-MM            PIC 9(02).
01  WS-CHG-MONTH-RAW        PIC X(06).
01  WS-MONTH-TEXT           PIC X(07).

*> Every SMSPROV provider and its rate per segment.
01  WS-PROV-TABLE.
    02 WS-PROV-COUNT        PIC 9(02) COMP VALUE 0.
    02 WS-PROV-ENTRY OCCURS 10 TIMES.
       03 WS-PROV-NAME      PIC X(08).
       03 WS-PROV-RATE      PIC 9(02)V9(04).
       03 WS-PROV-RATED     PIC X(01).
       03 WS-PROV-USED      PIC X(01).
01  WS-PROV-IX              PIC 9(02) COMP VALUE 0.
01  WS-PROV-FOUND-IX        PIC 9(02) COMP VALUE 0.

*> Each roster number and the group it is charged to.
01  WS-ROSTER-TABLE.
    02 WS-ROS-COUNT         PIC 9(03) COMP VALUE 0.
    02 WS-ROS-ENTRY OCCURS 500 TIMES.
       03 WS-ROS-PHONE      PIC X(10).
       03 WS-ROS-GROUP      PIC X(08).
01  WS-ROS-IX               PIC 9(03) COMP VALUE 0.
01  WS-ROS-FOUND-IX         PIC 9(03) COMP VALUE 0.

*> TextIds already charged, so a send seen on SMSAUDIT and again on
*> the archive is charged once - the same rule as SMSINVRC.
01  WS-SEEN-TABLE.
    02 WS-SEEN-COUNT        PIC 9(05) COMP VALUE 0.
    02 WS-SEEN-TEXTID OCCURS 5000 TIMES PIC X(15).
01  WS-SEEN-IX              PIC 9(05) COMP VALUE 0.
01  WS-SEEN-FOUND-IX        PIC 9(05) COMP VALUE 0.

*> The charge lines: one per kind, group, message code and
*> provider. Kind G is an on-call group, U unattributed, O
*> overhead.
01  WS-CHARGE-TABLE.
    02 WS-CHG-COUNT         PIC 9(03) COMP VALUE 0.
    02 WS-CHG-ENTRY OCCURS 500 TIMES.
       03 WS-CHG-KIND       PIC X(01).
       03 WS-CHG-GROUP      PIC X(08).
       03 WS-CHG-CODE       PIC X(06).
       03 WS-CHG-PROV-IX    PIC 9(02) COMP.
       03 WS-CHG-SENDS      PIC 9(07) COMP.
       03 WS-CHG-SEGMENTS   PIC 9(07) COMP.
       03 WS-CHG-COST       PIC 9(07)V9(04).
01  WS-CHG-IX               PIC 9(03) COMP VALUE 0.
01  WS-CHG-FOUND-IX         PIC 9(03) COMP VALUE 0.

*> Groups charged, in the order first met, for the report's
*> group-by-group section.
01  WS-GROUP-LIST.
    02 WS-GRP-COUNT         PIC 9(03) COMP VALUE 0.
    02 WS-GRP-CODE OCCURS 100 TIMES PIC X(08).
01  WS-GRP-IX               PIC 9(03) COMP VALUE 0.
01  WS-GRP-FOUND-IX         PIC 9(03) COMP VALUE 0.

*> The send being charged.
01  WS-WORK-TEXTID          PIC X(15).
01  WS-WORK-PHONE           PIC X(10).
01  WS-WORK-CODE            PIC X(06).
01  WS-WORK-PROVIDER        PIC X(08).
01  WS-WORK-QTY             PIC 9(05) COMP VALUE 0.
01  WS-WORK-KIND            PIC X(01).
01  WS-WORK-GROUP           PIC X(08).

01  WS-SECTION-KIND         PIC X(01).
01  WS-SECTION-GROUP        PIC X(08).
01  WS-SECTION-LINES        PIC 9(03) COMP VALUE 0.

01  WS-TALLIES.
    02 WS-ARCH-LOADED       PIC 9(05) COMP VALUE 0.
    02 WS-PRIOR-SENDS       PIC 9(07) COMP VALUE 0.
    02 WS-SEEN-OVERFLOW     PIC 9(05) COMP VALUE 0.
    02 WS-CHG-OVERFLOW      PIC 9(05) COMP VALUE 0.
    02 WS-UNRATED-SENDS     PIC 9(07) COMP VALUE 0.
    02 WS-SUB-SENDS         PIC 9(07) COMP VALUE 0.
    02 WS-SUB-SEGMENTS      PIC 9(07) COMP VALUE 0.
    02 WS-SUB-COST          PIC 9(09)V9(04) VALUE 0.
    02 WS-TOT-SENDS         PIC 9(07) COMP VALUE 0.
    02 WS-TOT-SEGMENTS      PIC 9(07) COMP VALUE 0.
    02 WS-TOT-COST          PIC 9(09)V9(04) VALUE 0.
    02 WS-OVH-SENDS         PIC 9(07) COMP VALUE 0.
    02 WS-OVH-SEGMENTS      PIC 9(07) COMP VALUE 0.
    02 WS-OVH-COST          PIC 9(09)V9(04) VALUE 0.
    02 WS-BILLED-MSGS       PIC 9(07) COMP VALUE 0.
    02 WS-BILLED-LINES      PIC 9(07) COMP VALUE 0.

01  WS-DATE-WORK.
    02 WS-CURR-DATE         PIC 9(08).
    02 WS-CURR-DATE-R REDEFINES WS-CURR-DATE.
       03 WS-CURR-YYYY      PIC 9(04).
       03 WS-CURR-MM        PIC 9(02).
       03 WS-CURR-DD        PIC 9(02).

*> Print-line layouts, 80 columns.
01  WS-MONTH-LINE.
    02 FILLER               PIC X(09) VALUE "  MONTH: ".
    02 WS-MNL-MONTH         PIC X(07).
    02 FILLER               PIC X(64) VALUE SPACES.

01  WS-COLUMN-LINE.
    02 FILLER               PIC X(40) VALUE
       "  GROUP    CODE   PROVIDER   SENDS  SEGM".
    02 FILLER               PIC X(40) VALUE
       "ENTS     RATE           COST            ".

01  WS-DETAIL-LINE.
    02 FILLER               PIC X(02) VALUE SPACES.
    02 WS-DTL-GROUP         PIC X(08).
    02 FILLER               PIC X(01) VALUE SPACES.
    02 WS-DTL-CODE          PIC X(06).
    02 FILLER               PIC X(01) VALUE SPACES.
    02 WS-DTL-PROVIDER      PIC X(08).
    02 FILLER               PIC X(01) VALUE SPACES.
    02 WS-DTL-SENDS         PIC ZZZ,ZZ9.
    02 FILLER               PIC X(02) VALUE SPACES.
    02 WS-DTL-SEGMENTS      PIC ZZZ,ZZ9.
    02 FILLER               PIC X(02) VALUE SPACES.
    02 WS-DTL-RATE          PIC Z9.9999.
    02 FILLER               PIC X(02) VALUE SPACES.
    02 WS-DTL-COST          PIC ZZZ,ZZ9.9999.
    02 FILLER               PIC X(14) VALUE SPACES.

01  WS-SUBTOTAL-LINE.
    02 FILLER               PIC X(11) VALUE SPACES.
    02 WS-STL-LABEL         PIC X(16).
    02 WS-STL-SENDS         PIC ZZZ,ZZ9.
    02 FILLER               PIC X(02) VALUE SPACES.
    02 WS-STL-SEGMENTS      PIC ZZZ,ZZ9.
    02 FILLER               PIC X(09) VALUE SPACES.
    02 WS-STL-COST          PIC Z,ZZZ,ZZ9.9999.
    02 FILLER               PIC X(14) VALUE SPACES.

01  WS-TIE-LINE.
    02 FILLER               PIC X(02) VALUE SPACES.
    02 WS-TIL-LABEL         PIC X(40).
    02 WS-TIL-COUNT         PIC Z,ZZZ,ZZ9.
    02 FILLER               PIC X(29) VALUE SPACES.

01  WS-PROV-LINE.
    02 FILLER               PIC X(02) VALUE SPACES.
    02 WS-PVL-NAME          PIC X(08).
    02 FILLER               PIC X(70) VALUE
       " - NO PRV-MSG-RATE ON SMSPROV, SENDS COSTED AT ZERO".

PROCEDURE DIVISION.

0000-MAIN.
    PERFORM 1000-INITIALIZE
    PERFORM 2000-CHARGE-AUDIT-RECORD UNTIL WS-AUDIT-EOF
    PERFORM 3000-CHARGE-ARCHIVE-YEAR
    PERFORM 4000-TIE-TO-INVOICE
    PERFORM 5000-PRINT-REPORT
    PERFORM 6000-WRITE-EXTRACT
    PERFORM 9000-TERMINATE
    STOP RUN.

1000-INITIALIZE.
    ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
    IF WS-CURR-MM = 1
        COMPUTE WS-CHG-YYYY = WS-CURR-YYYY - 1
        MOVE 12 TO WS-CHG-MM
    ELSE
        MOVE WS-CURR-YYYY TO WS-CHG-YYYY
        COMPUTE WS-CHG-MM = WS-CURR-MM - 1
    END-IF
    MOVE SPACES TO WS-CHG-MONTH-RAW
    ACCEPT WS-CHG-MONTH-RAW FROM ENVIRONMENT "SENDSMS_CHG_MONTH"
    IF WS-CHG-MONTH-RAW NUMERIC
        MOVE WS-CHG-MONTH-RAW TO WS-CHG-MONTH
    END-IF
    MOVE SPACES TO WS-MONTH-TEXT
    STRING WS-CHG-YYYY "-" WS-CHG-MM DELIMITED BY SIZE
        INTO WS-MONTH-TEXT
    END-STRING
    PERFORM 1100-LOAD-PROVIDERS
    PERFORM 1200-LOAD-ROSTER-TABLE
    OPEN INPUT SMS-AUDIT-FILE
    IF WS-AUDIT-FILE-STATUS NOT = "00"
        SET WS-AUDIT-EOF TO TRUE
        DISPLAY "SMSCHGBK: NO SMSAUDIT FILE - ONLY THE ARCHIVE WILL "
            "BE CHARGED."
    ELSE
        PERFORM 2100-READ-AUDIT-RECORD
    END-IF
    OPEN OUTPUT SMS-REPORT-FILE
    OPEN OUTPUT SMS-EXTRACT-FILE.

1100-LOAD-PROVIDERS.
*> The first SMSPROV record is the primary; with no SMSPROV file
*> SENDSMS sends through textbelt alone, which then has no rate.
    MOVE 0 TO WS-PROV-COUNT
    OPEN INPUT SMS-PROVIDER-FILE
    IF WS-PROVIDER-FILE-STATUS = "00"
        PERFORM 1110-READ-PROVIDER-RECORD
            UNTIL WS-PROVIDER-EOF OR WS-PROV-COUNT >= 10
        CLOSE SMS-PROVIDER-FILE
    END-IF
    IF WS-PROV-COUNT = 0
        MOVE 1 TO WS-PROV-COUNT
        MOVE "TEXTBELT" TO WS-PROV-NAME(1)
        MOVE 0 TO WS-PROV-RATE(1)
        MOVE "N" TO WS-PROV-RATED(1)
        MOVE "N" TO WS-PROV-USED(1)
    END-IF.

1110-READ-PROVIDER-RECORD.
    READ SMS-PROVIDER-FILE
        AT END SET WS-PROVIDER-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-PROV-COUNT
            MOVE PRV-NAME TO WS-PROV-NAME(WS-PROV-COUNT)
            MOVE "N" TO WS-PROV-USED(WS-PROV-COUNT)
            IF PRV-MSG-RATE NUMERIC
                MOVE PRV-MSG-RATE TO WS-PROV-RATE(WS-PROV-COUNT)
                MOVE "Y" TO WS-PROV-RATED(WS-PROV-COUNT)
            ELSE
                MOVE 0 TO WS-PROV-RATE(WS-PROV-COUNT)
                MOVE "N" TO WS-PROV-RATED(WS-PROV-COUNT)
            END-IF
    END-READ.

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
                DISPLAY "SMSCHGBK: SMSROSTR HOLDS MORE THAN 500 "
                    "ENTRIES - LATER NUMBERS ARE UNATTRIBUTED."
                SET WS-EXCEPTION-FOUND TO TRUE
                SET WS-ROSTER-EOF TO TRUE
            ELSE
                ADD 1 TO WS-ROS-COUNT
                MOVE ROS-PHONE TO WS-ROS-PHONE(WS-ROS-COUNT)
                MOVE ROS-GROUP TO WS-ROS-GROUP(WS-ROS-COUNT)
            END-IF
    END-READ.

2000-CHARGE-AUDIT-RECORD.
*> The same reading of the audit trail as SMSINVRC: accepted sends
*> with a textId, at their segment count (1 on records older than
*> segment counting). A ticket rolled into a digest shares the
*> digest's textId and is passed over by the seen check below.
    IF AUD-TIMESTAMP(1:7) = WS-MONTH-TEXT
       AND AUD-SUCCESS = "Y" AND AUD-TEXTID NOT = SPACES
        MOVE AUD-TEXTID TO WS-WORK-TEXTID
        MOVE AUD-PHONE TO WS-WORK-PHONE
        MOVE AUD-MSG-CODE TO WS-WORK-CODE
        MOVE AUD-PROVIDER TO WS-WORK-PROVIDER
        IF AUD-SEGMENTS NUMERIC AND AUD-SEGMENTS > 0
            MOVE AUD-SEGMENTS TO WS-WORK-QTY
        ELSE
            MOVE 1 TO WS-WORK-QTY
        END-IF
        PERFORM 2500-CHARGE-ONE-SEND
    END-IF
    PERFORM 2100-READ-AUDIT-RECORD.

2100-READ-AUDIT-RECORD.
    READ SMS-AUDIT-FILE
        AT END SET WS-AUDIT-EOF TO TRUE
    END-READ.

2500-CHARGE-ONE-SEND.
    MOVE 0 TO WS-SEEN-FOUND-IX
    MOVE 1 TO WS-SEEN-IX
    PERFORM 2510-MATCH-SEEN-ENTRY
        UNTIL WS-SEEN-IX > WS-SEEN-COUNT
           OR WS-SEEN-FOUND-IX > 0
    IF WS-SEEN-FOUND-IX = 0
        IF WS-SEEN-COUNT < 5000
            ADD 1 TO WS-SEEN-COUNT
            MOVE WS-WORK-TEXTID TO WS-SEEN-TEXTID(WS-SEEN-COUNT)
        ELSE
            ADD 1 TO WS-SEEN-OVERFLOW
        END-IF
        PERFORM 2520-ATTRIBUTE-SEND
        PERFORM 2530-FIND-SEND-PROVIDER
        PERFORM 2540-ADD-TO-CHARGE-LINE
    END-IF.

2510-MATCH-SEEN-ENTRY.
    IF WS-SEEN-TEXTID(WS-SEEN-IX) = WS-WORK-TEXTID
        MOVE WS-SEEN-IX TO WS-SEEN-FOUND-IX
    ELSE
        ADD 1 TO WS-SEEN-IX
    END-IF.

2520-ATTRIBUTE-SEND.
*> Escalations and watchdog pages are overhead whoever they went
*> to; everything else is charged to the number's roster group.
    EVALUATE WS-WORK-CODE
        WHEN "ESCAL1"
            MOVE "O" TO WS-WORK-KIND
            MOVE "ESCALATE" TO WS-WORK-GROUP
        WHEN "WATCHD"
            MOVE "O" TO WS-WORK-KIND
            MOVE "WATCHDOG" TO WS-WORK-GROUP
        WHEN OTHER
            MOVE 0 TO WS-ROS-FOUND-IX
            MOVE 1 TO WS-ROS-IX
            PERFORM 2521-MATCH-ROSTER-PHONE
                UNTIL WS-ROS-IX > WS-ROS-COUNT
                   OR WS-ROS-FOUND-IX > 0
            IF WS-ROS-FOUND-IX > 0
                MOVE "G" TO WS-WORK-KIND
                MOVE WS-ROS-GROUP(WS-ROS-FOUND-IX) TO WS-WORK-GROUP
            ELSE
                MOVE "U" TO WS-WORK-KIND
                MOVE "NOGROUP" TO WS-WORK-GROUP
            END-IF
    END-EVALUATE.

2521-MATCH-ROSTER-PHONE.
    IF WS-ROS-PHONE(WS-ROS-IX) = WS-WORK-PHONE
        MOVE WS-ROS-IX TO WS-ROS-FOUND-IX
    ELSE
        ADD 1 TO WS-ROS-IX
    END-IF.

2530-FIND-SEND-PROVIDER.
*> A blank provider is a send from before the audit trail recorded
*> one - the primary gateway was the only one then. A provider no
*> longer on SMSPROV is added here without a rate.
    IF WS-WORK-PROVIDER = SPACES
        MOVE 1 TO WS-PROV-FOUND-IX
    ELSE
        MOVE 0 TO WS-PROV-FOUND-IX
        MOVE 1 TO WS-PROV-IX
        PERFORM 2531-MATCH-PROVIDER
            UNTIL WS-PROV-IX > WS-PROV-COUNT
               OR WS-PROV-FOUND-IX > 0
        IF WS-PROV-FOUND-IX = 0
            IF WS-PROV-COUNT < 10
                ADD 1 TO WS-PROV-COUNT
                MOVE WS-PROV-COUNT TO WS-PROV-FOUND-IX
                MOVE WS-WORK-PROVIDER TO WS-PROV-NAME(WS-PROV-COUNT)
                MOVE 0 TO WS-PROV-RATE(WS-PROV-COUNT)
                MOVE "N" TO WS-PROV-RATED(WS-PROV-COUNT)
            ELSE
                MOVE WS-PROV-COUNT TO WS-PROV-FOUND-IX
                SET WS-EXCEPTION-FOUND TO TRUE
            END-IF
        END-IF
    END-IF
    MOVE "Y" TO WS-PROV-USED(WS-PROV-FOUND-IX)
    IF WS-PROV-RATED(WS-PROV-FOUND-IX) NOT = "Y"
        ADD 1 TO WS-UNRATED-SENDS
    END-IF.

2531-MATCH-PROVIDER.
    IF WS-PROV-NAME(WS-PROV-IX) = WS-WORK-PROVIDER
        MOVE WS-PROV-IX TO WS-PROV-FOUND-IX
    ELSE
        ADD 1 TO WS-PROV-IX
    END-IF.

2540-ADD-TO-CHARGE-LINE.
    MOVE 0 TO WS-CHG-FOUND-IX
    MOVE 1 TO WS-CHG-IX
    PERFORM 2541-MATCH-CHARGE-LINE
        UNTIL WS-CHG-IX > WS-CHG-COUNT
           OR WS-CHG-FOUND-IX > 0
    IF WS-CHG-FOUND-IX = 0
        IF WS-CHG-COUNT < 500
            ADD 1 TO WS-CHG-COUNT
            MOVE WS-CHG-COUNT TO WS-CHG-FOUND-IX
            MOVE WS-WORK-KIND TO WS-CHG-KIND(WS-CHG-COUNT)
            MOVE WS-WORK-GROUP TO WS-CHG-GROUP(WS-CHG-COUNT)
            MOVE WS-WORK-CODE TO WS-CHG-CODE(WS-CHG-COUNT)
            MOVE WS-PROV-FOUND-IX TO WS-CHG-PROV-IX(WS-CHG-COUNT)
            MOVE 0 TO WS-CHG-SENDS(WS-CHG-COUNT)
            MOVE 0 TO WS-CHG-SEGMENTS(WS-CHG-COUNT)
            IF WS-WORK-KIND = "G"
                PERFORM 2550-NOTE-CHARGED-GROUP
            END-IF
        ELSE
            ADD 1 TO WS-CHG-OVERFLOW
        END-IF
    END-IF
    IF WS-CHG-FOUND-IX > 0
        ADD 1 TO WS-CHG-SENDS(WS-CHG-FOUND-IX)
        ADD WS-WORK-QTY TO WS-CHG-SEGMENTS(WS-CHG-FOUND-IX)
    END-IF
    ADD 1 TO WS-TOT-SENDS
    ADD WS-WORK-QTY TO WS-TOT-SEGMENTS.

2541-MATCH-CHARGE-LINE.
    IF WS-CHG-KIND(WS-CHG-IX) = WS-WORK-KIND
       AND WS-CHG-GROUP(WS-CHG-IX) = WS-WORK-GROUP
       AND WS-CHG-CODE(WS-CHG-IX) = WS-WORK-CODE
       AND WS-CHG-PROV-IX(WS-CHG-IX) = WS-PROV-FOUND-IX
        MOVE WS-CHG-IX TO WS-CHG-FOUND-IX
    ELSE
        ADD 1 TO WS-CHG-IX
    END-IF.

2550-NOTE-CHARGED-GROUP.
    MOVE 0 TO WS-GRP-FOUND-IX
    MOVE 1 TO WS-GRP-IX
    PERFORM 2551-MATCH-GROUP-ENTRY
        UNTIL WS-GRP-IX > WS-GRP-COUNT
           OR WS-GRP-FOUND-IX > 0
    IF WS-GRP-FOUND-IX = 0
        IF WS-GRP-COUNT < 100
            ADD 1 TO WS-GRP-COUNT
            MOVE WS-WORK-GROUP TO WS-GRP-CODE(WS-GRP-COUNT)
        ELSE
            ADD 1 TO WS-CHG-OVERFLOW
        END-IF
    END-IF.

2551-MATCH-GROUP-ENTRY.
    IF WS-GRP-CODE(WS-GRP-IX) = WS-WORK-GROUP
        MOVE WS-GRP-IX TO WS-GRP-FOUND-IX
    ELSE
        ADD 1 TO WS-GRP-IX
    END-IF.

3000-CHARGE-ARCHIVE-YEAR.
*> Sends SMSHPURG has already rolled off SMSHIST are still on the
*> audit trail unless that was trimmed too; the archive catches the
*> rest. A missing archive just means nothing of that year has been
*> purged yet.
    MOVE SPACES TO WS-ARCHIVE-NAME
    STRING "SMSHARCH." WS-CHG-YYYY DELIMITED BY SIZE
        INTO WS-ARCHIVE-NAME
    END-STRING
    OPEN INPUT SMS-ARCHIVE-FILE
    IF WS-ARCHIVE-FILE-STATUS = "00"
        PERFORM 3100-CHARGE-ARCHIVE-RECORD UNTIL WS-ARCHIVE-EOF
        CLOSE SMS-ARCHIVE-FILE
    END-IF.

3100-CHARGE-ARCHIVE-RECORD.
    READ SMS-ARCHIVE-FILE
        AT END SET WS-ARCHIVE-EOF TO TRUE
        NOT AT END
            IF HIS-SENT-TIMESTAMP(1:7) = WS-MONTH-TEXT
               AND HIS-TEXTID NOT = SPACES
                MOVE HIS-TEXTID TO WS-WORK-TEXTID
                MOVE HIS-PHONE TO WS-WORK-PHONE
                MOVE HIS-MSG-CODE TO WS-WORK-CODE
                MOVE HIS-PROVIDER TO WS-WORK-PROVIDER
                MOVE 1 TO WS-WORK-QTY
                MOVE WS-TOT-SENDS TO WS-PRIOR-SENDS
                PERFORM 2500-CHARGE-ONE-SEND
                IF WS-TOT-SENDS > WS-PRIOR-SENDS
                    ADD 1 TO WS-ARCH-LOADED
                END-IF
            END-IF
    END-READ.

4000-TIE-TO-INVOICE.
*> The gateway's own count of what it carried for us this month:
*> every SMSBILL line dated in the month, at its billed quantity
*> (1 where blank), exactly as SMSINVRC totals the invoice.
    OPEN INPUT SMS-BILLING-FILE
    IF WS-BILLING-FILE-STATUS = "00"
        PERFORM 4100-READ-BILLING-RECORD UNTIL WS-BILLING-EOF
        CLOSE SMS-BILLING-FILE
    END-IF
    IF WS-BILLED-LINES = 0
       OR WS-BILLED-MSGS NOT = WS-TOT-SEGMENTS
        SET WS-EXCEPTION-FOUND TO TRUE
    END-IF.

4100-READ-BILLING-RECORD.
    READ SMS-BILLING-FILE
        AT END SET WS-BILLING-EOF TO TRUE
        NOT AT END
            IF BIL-TEXTID NOT = SPACES
               AND BIL-DATE(1:7) = WS-MONTH-TEXT
                ADD 1 TO WS-BILLED-LINES
                IF BIL-QTY NUMERIC AND BIL-QTY > 0
                    ADD BIL-QTY TO WS-BILLED-MSGS
                ELSE
                    ADD 1 TO WS-BILLED-MSGS
                END-IF
            END-IF
    END-READ.

5000-PRINT-REPORT.
    MOVE "           SMS COST CHARGEBACK BY ON-CALL GROUP"
        TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE WS-MONTH-TEXT TO WS-MNL-MONTH
    MOVE WS-MONTH-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE WS-COLUMN-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    PERFORM 5010-COST-ONE-CHARGE-LINE
        VARYING WS-CHG-IX FROM 1 BY 1
        UNTIL WS-CHG-IX > WS-CHG-COUNT
    MOVE "ON-CALL GROUPS" TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    IF WS-GRP-COUNT = 0
        MOVE "  (NONE)" TO WS-REPORT-LINE
        WRITE WS-REPORT-LINE
    END-IF
    PERFORM 5100-PRINT-ONE-GROUP
        VARYING WS-GRP-IX FROM 1 BY 1
        UNTIL WS-GRP-IX > WS-GRP-COUNT
    MOVE SPACES TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "UNATTRIBUTED (NUMBER ON NO SMSROSTR GROUP)"
        TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "U" TO WS-SECTION-KIND
    MOVE "NOGROUP" TO WS-SECTION-GROUP
    MOVE "UNATTRIBUTED" TO WS-STL-LABEL
    PERFORM 5200-PRINT-SECTION
    MOVE SPACES TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "OVERHEAD" TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "O" TO WS-SECTION-KIND
    MOVE "ESCALATE" TO WS-SECTION-GROUP
    MOVE "ESCALATION" TO WS-STL-LABEL
    PERFORM 5200-PRINT-SECTION
    ADD WS-SUB-SENDS TO WS-OVH-SENDS
    ADD WS-SUB-SEGMENTS TO WS-OVH-SEGMENTS
    ADD WS-SUB-COST TO WS-OVH-COST
    MOVE "WATCHDOG" TO WS-SECTION-GROUP
    MOVE "WATCHDOG" TO WS-STL-LABEL
    PERFORM 5200-PRINT-SECTION
    ADD WS-SUB-SENDS TO WS-OVH-SENDS
    ADD WS-SUB-SEGMENTS TO WS-OVH-SEGMENTS
    ADD WS-SUB-COST TO WS-OVH-COST
    MOVE SPACES TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "MONTH TOTAL" TO WS-STL-LABEL
    MOVE WS-TOT-SENDS TO WS-STL-SENDS
    MOVE WS-TOT-SEGMENTS TO WS-STL-SEGMENTS
    MOVE WS-TOT-COST TO WS-STL-COST
    MOVE WS-SUBTOTAL-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "  OF IT OVERHEAD" TO WS-STL-LABEL
    MOVE WS-OVH-SENDS TO WS-STL-SENDS
    MOVE WS-OVH-SEGMENTS TO WS-STL-SEGMENTS
    MOVE WS-OVH-COST TO WS-STL-COST
    MOVE WS-SUBTOTAL-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    PERFORM 5300-PRINT-TIE-OUT
    PERFORM 5400-PRINT-EXCEPTIONS.

5010-COST-ONE-CHARGE-LINE.
    COMPUTE WS-CHG-COST(WS-CHG-IX) =
        WS-CHG-SEGMENTS(WS-CHG-IX)
        * WS-PROV-RATE(WS-CHG-PROV-IX(WS-CHG-IX))
    ADD WS-CHG-COST(WS-CHG-IX) TO WS-TOT-COST.

5100-PRINT-ONE-GROUP.
    MOVE "G" TO WS-SECTION-KIND
    MOVE WS-GRP-CODE(WS-GRP-IX) TO WS-SECTION-GROUP
    MOVE SPACES TO WS-STL-LABEL
    STRING "GROUP " WS-GRP-CODE(WS-GRP-IX) DELIMITED BY SIZE
        INTO WS-STL-LABEL
    END-STRING
    PERFORM 5200-PRINT-SECTION.

5200-PRINT-SECTION.
*> Every charge line of one kind and group, then its subtotal -
*> or "(NONE)" when nothing was charged there.
    MOVE 0 TO WS-SECTION-LINES
    MOVE 0 TO WS-SUB-SENDS
    MOVE 0 TO WS-SUB-SEGMENTS
    MOVE 0 TO WS-SUB-COST
    PERFORM 5210-PRINT-IF-IN-SECTION
        VARYING WS-CHG-IX FROM 1 BY 1
        UNTIL WS-CHG-IX > WS-CHG-COUNT
    IF WS-SECTION-LINES = 0
        IF WS-SECTION-KIND NOT = "G"
            MOVE SPACES TO WS-REPORT-LINE
            STRING "  " WS-SECTION-GROUP " (NONE)" DELIMITED BY SIZE
                INTO WS-REPORT-LINE
            END-STRING
            WRITE WS-REPORT-LINE
        END-IF
    ELSE
        MOVE WS-SUB-SENDS TO WS-STL-SENDS
        MOVE WS-SUB-SEGMENTS TO WS-STL-SEGMENTS
        MOVE WS-SUB-COST TO WS-STL-COST
        MOVE WS-SUBTOTAL-LINE TO WS-REPORT-LINE
        WRITE WS-REPORT-LINE
    END-IF.

5210-PRINT-IF-IN-SECTION.
    IF WS-CHG-KIND(WS-CHG-IX) = WS-SECTION-KIND
       AND WS-CHG-GROUP(WS-CHG-IX) = WS-SECTION-GROUP
        ADD 1 TO WS-SECTION-LINES
        ADD WS-CHG-SENDS(WS-CHG-IX) TO WS-SUB-SENDS
        ADD WS-CHG-SEGMENTS(WS-CHG-IX) TO WS-SUB-SEGMENTS
        ADD WS-CHG-COST(WS-CHG-IX) TO WS-SUB-COST
        MOVE WS-CHG-GROUP(WS-CHG-IX) TO WS-DTL-GROUP
        MOVE WS-CHG-CODE(WS-CHG-IX) TO WS-DTL-CODE
        MOVE WS-PROV-NAME(WS-CHG-PROV-IX(WS-CHG-IX))
            TO WS-DTL-PROVIDER
        MOVE WS-CHG-SENDS(WS-CHG-IX) TO WS-DTL-SENDS
        MOVE WS-CHG-SEGMENTS(WS-CHG-IX) TO WS-DTL-SEGMENTS
        MOVE WS-PROV-RATE(WS-CHG-PROV-IX(WS-CHG-IX)) TO WS-DTL-RATE
        MOVE WS-CHG-COST(WS-CHG-IX) TO WS-DTL-COST
        MOVE WS-DETAIL-LINE TO WS-REPORT-LINE
        WRITE WS-REPORT-LINE
    END-IF.

5300-PRINT-TIE-OUT.
    MOVE SPACES TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "TIE-OUT TO THE GATEWAY INVOICE (SMSBILL)" TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "SEGMENTS CHARGED BACK" TO WS-TIL-LABEL
    MOVE WS-TOT-SEGMENTS TO WS-TIL-COUNT
    MOVE WS-TIE-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "MESSAGES BILLED FOR THE MONTH" TO WS-TIL-LABEL
    MOVE WS-BILLED-MSGS TO WS-TIL-COUNT
    MOVE WS-TIE-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    IF WS-BILLED-LINES = 0
        MOVE "  NO INVOICE LINES FOR THE MONTH ON SMSBILL - NOT TIED"
            TO WS-REPORT-LINE
    ELSE
        IF WS-BILLED-MSGS = WS-TOT-SEGMENTS
            MOVE "  TIES TO THE INVOICE" TO WS-REPORT-LINE
        ELSE
            MOVE "  DOES NOT TIE - SEE SMSINVRC'S SMSINVR FOR THE TEXTIDS"
                TO WS-REPORT-LINE
        END-IF
    END-IF
    WRITE WS-REPORT-LINE
    IF WS-ARCH-LOADED > 0
        MOVE "  (ARCHIVED SENDS CARRY NO SEGMENT COUNT - EACH IS TAKEN"
            TO WS-REPORT-LINE
        WRITE WS-REPORT-LINE
        MOVE "   AT 1 SEGMENT, AS SMSINVRC TAKES THEM)"
            TO WS-REPORT-LINE
        WRITE WS-REPORT-LINE
    END-IF.

5400-PRINT-EXCEPTIONS.
    IF WS-UNRATED-SENDS > 0
        MOVE SPACES TO WS-REPORT-LINE
        WRITE WS-REPORT-LINE
        MOVE "PROVIDERS WITHOUT A RATE" TO WS-REPORT-LINE
        WRITE WS-REPORT-LINE
        PERFORM 5410-PRINT-IF-UNRATED
            VARYING WS-PROV-IX FROM 1 BY 1
            UNTIL WS-PROV-IX > WS-PROV-COUNT
        SET WS-EXCEPTION-FOUND TO TRUE
    END-IF
    IF WS-SEEN-OVERFLOW > 0 OR WS-CHG-OVERFLOW > 0
        MOVE "  (CHARGE TABLES FULL - SOME SENDS NOT CHARGED OR NOT"
            TO WS-REPORT-LINE
        WRITE WS-REPORT-LINE
        MOVE "   CHECKED FOR A SECOND SIGHTING)" TO WS-REPORT-LINE
        WRITE WS-REPORT-LINE
        SET WS-EXCEPTION-FOUND TO TRUE
    END-IF.

5410-PRINT-IF-UNRATED.
    IF WS-PROV-USED(WS-PROV-IX) = "Y"
       AND WS-PROV-RATED(WS-PROV-IX) NOT = "Y"
        MOVE WS-PROV-NAME(WS-PROV-IX) TO WS-PVL-NAME
        MOVE WS-PROV-LINE TO WS-REPORT-LINE
        WRITE WS-REPORT-LINE
    END-IF.

6000-WRITE-EXTRACT.
    PERFORM 6100-WRITE-CHARGE-LINE
        VARYING WS-CHG-IX FROM 1 BY 1
        UNTIL WS-CHG-IX > WS-CHG-COUNT
    MOVE WS-MONTH-TEXT TO CHG-MONTH
    MOVE "T" TO CHG-KIND
    MOVE SPACES TO CHG-GROUP
    MOVE SPACES TO CHG-MSG-CODE
    MOVE SPACES TO CHG-PROVIDER
    MOVE WS-TOT-SENDS TO CHG-SENDS
    MOVE WS-TOT-SEGMENTS TO CHG-SEGMENTS
    MOVE 0 TO CHG-RATE
    MOVE WS-TOT-COST TO CHG-COST
    WRITE CHG-RECORD.

6100-WRITE-CHARGE-LINE.
    MOVE WS-MONTH-TEXT TO CHG-MONTH
    MOVE WS-CHG-KIND(WS-CHG-IX) TO CHG-KIND
    MOVE WS-CHG-GROUP(WS-CHG-IX) TO CHG-GROUP
    MOVE WS-CHG-CODE(WS-CHG-IX) TO CHG-MSG-CODE
    MOVE WS-PROV-NAME(WS-CHG-PROV-IX(WS-CHG-IX)) TO CHG-PROVIDER
    MOVE WS-CHG-SENDS(WS-CHG-IX) TO CHG-SENDS
    MOVE WS-CHG-SEGMENTS(WS-CHG-IX) TO CHG-SEGMENTS
    MOVE WS-PROV-RATE(WS-CHG-PROV-IX(WS-CHG-IX)) TO CHG-RATE
    MOVE WS-CHG-COST(WS-CHG-IX) TO CHG-COST
    WRITE CHG-RECORD.

9000-TERMINATE.
    IF WS-AUDIT-FILE-STATUS NOT = "35"
        CLOSE SMS-AUDIT-FILE
    END-IF
    CLOSE SMS-REPORT-FILE
    CLOSE SMS-EXTRACT-FILE
    DISPLAY "SMSCHGBK: " WS-MONTH-TEXT " - " WS-TOT-SENDS
        " SEND(S), " WS-TOT-SEGMENTS " SEGMENT(S) CHARGED, "
        WS-BILLED-MSGS " BILLED."
    IF WS-EXCEPTION-FOUND
        MOVE 4 TO RETURN-CODE
    END-IF.

END PROGRAM SMSCHGBK.
