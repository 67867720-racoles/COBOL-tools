*> Program: SMSBAL
*> Description: control-total balancing step. Reads the SMSCTLT
*>              control-totals file that SMSQBLD, SMSSWEEP, SMSCLOSE
*>              and SENDSMS append to at the end of every run, and
*>              proves for each run that the records it read add up
*>              to the records it wrote across its target files -
*>              extract in (plus broadcast roster fan-out) against
*>              queue, suspense and broadcast summary out, swept
*>              files in against queue plus dead-letter out, pending
*>              files in against pending files kept plus cancelled
*>              out, queue in against every SENDSMS routing file
*>              out. A record that went
*>              missing between two files shows up here the same
*>              night instead of weeks later as a page nobody got.
*>              Prints the proof to SMSBALR. When every run ties out
*>              the control lines are moved to the SMSCTLH history
*>              and SMSCTLT is emptied; when any run is out of
*>              balance SMSCTLT is left as it is and the step fails
*>              so the stream stops there.
*> Author: Rebecca Ann Coles
*> Date: 10/15/2026
*> Tectonics: cobc (GnuCOBOL)
*>
*> Notes:
*>   1) Use the -free flag to compile with the
*>      free source format:
*>        cobc -free -x -o smsbal send_sms_balance.cbl -I copybooks
*>   2) A run is every SMSCTLT line carrying the same program name
*>      and run stamp. Each program writes its lines together at the
*>      end of a run, so a run's lines are always adjacent.
*>   3) Returns 0 when every run balanced, 4 when there was nothing
*>      to balance (no SMSCTLT, or an empty one) or every mismatch
*>      was accepted, and 16 when any run is out of balance or any
*>      control line is unreadable.
*>   4) Once a mismatch has been run down and explained, rerun with
*>      SENDSMS_BAL_ACCEPT=Y: the mismatched runs are reported as
*>      ACCEPTED instead of OUT OF BALANCE, the lines go to SMSCTLH
*>      like any other night's, and the step ends 4 so the stream
*>      can go on.
*>
*> Modification History:
*>   2026-10-15  RAC  Initial version.
*>   2026-10-15  RAC  Describe the SMSCLOSE control totals.
*>   2026-10-15  RAC  Describe the SMSQBLD broadcast control totals.

IDENTIFICATION DIVISION.
PROGRAM-ID. SMSBAL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SMS-CONTROL-FILE ASSIGN TO "SMSCTLT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-FILE-STATUS.
    SELECT SMS-CONTROL-HIST-FILE ASSIGN TO "SMSCTLH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-HIST-FILE-STATUS.
    SELECT SMS-REPORT-FILE ASSIGN TO "SMSBALR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SMS-CONTROL-FILE.
    COPY SMSCTL.

FD  SMS-CONTROL-HIST-FILE.
01  WS-CONTROL-HIST-LINE      PIC X(45).

FD  SMS-REPORT-FILE.
01  WS-REPORT-LINE            PIC X(80).

WORKING-STORAGE SECTION.
01  WS-SWITCHES.
    02 WS-CONTROL-FILE-STATUS PIC X(02) VALUE "00".
    02 WS-CONTROL-HIST-FILE-STATUS PIC X(02) VALUE "00".
    02 WS-REPORT-FILE-STATUS PIC X(02) VALUE "00".
    02 WS-CONTROL-EOF-SW    PIC X(01) VALUE "N".
       88 WS-CONTROL-EOF             VALUE "Y".
    02 WS-CONTROL-FOUND-SW  PIC X(01) VALUE "N".
       88 WS-CONTROL-FOUND           VALUE "Y".
    02 WS-RUN-OPEN-SW       PIC X(01) VALUE "N".
       88 WS-RUN-OPEN                VALUE "Y".
    02 WS-RUN-BAD-LINE-SW   PIC X(01) VALUE "N".
       88 WS-RUN-BAD-LINE            VALUE "Y".
    02 WS-ACCEPT-SW         PIC X(01) VALUE "N".
       88 WS-ACCEPT-MISMATCH         VALUE "Y".

01  WS-ACCEPT-RAW           PIC X(01).

*> The run being proved: its key and what it read and wrote so far.
01  WS-RUN-WORK.
    02 WS-RUN-PROGRAM       PIC X(08).
    02 WS-RUN-STAMP         PIC X(19).
    02 WS-RUN-IN            PIC 9(07) COMP VALUE 0.
    02 WS-RUN-OUT           PIC 9(07) COMP VALUE 0.
    02 WS-RUN-DIFF          PIC S9(08) COMP VALUE 0.

01  WS-TALLIES.
    02 WS-LINE-COUNT        PIC 9(05) COMP VALUE 0.
    02 WS-RUNS-PROVED       PIC 9(05) COMP VALUE 0.
    02 WS-RUNS-BALANCED     PIC 9(05) COMP VALUE 0.
    02 WS-RUNS-UNBALANCED   PIC 9(05) COMP VALUE 0.
    02 WS-RUNS-ACCEPTED     PIC 9(05) COMP VALUE 0.
    02 WS-BAD-LINES         PIC 9(05) COMP VALUE 0.

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

*> Print-line layouts. Everything is built in one of these and then
*> moved to WS-REPORT-LINE so the page stays at 80 columns.
01  WS-HDR-RUN-LINE.
    02 FILLER               PIC X(14) VALUE "  PROVED AT:  ".
    02 WS-HDR-STAMP         PIC X(19).
    02 FILLER               PIC X(47) VALUE SPACES.

01  WS-DETAIL-LINE.
    02 FILLER               PIC X(02) VALUE SPACES.
    02 WS-DTL-PROGRAM       PIC X(08).
    02 FILLER               PIC X(02) VALUE SPACES.
    02 WS-DTL-STAMP         PIC X(19).
    02 FILLER               PIC X(02) VALUE SPACES.
    02 WS-DTL-DIRECTION     PIC X(03).
    02 FILLER               PIC X(02) VALUE SPACES.
    02 WS-DTL-FILE          PIC X(08).
    02 FILLER               PIC X(02) VALUE SPACES.
    02 WS-DTL-COUNT         PIC Z(06)9.
    02 WS-DTL-FLAG          PIC X(25).

01  WS-RUN-TOTAL-LINE.
    02 FILLER               PIC X(33) VALUE SPACES.
    02 FILLER               PIC X(07) VALUE "IN     ".
    02 WS-RTL-IN            PIC Z(06)9.
    02 FILLER               PIC X(06) VALUE "  OUT ".
    02 WS-RTL-OUT           PIC Z(06)9.
    02 FILLER               PIC X(02) VALUE SPACES.
    02 WS-RTL-VERDICT       PIC X(18).

01  WS-DIFF-LINE.
    02 FILLER               PIC X(33) VALUE SPACES.
    02 FILLER               PIC X(20) VALUE
       "** IN LESS OUT IS  ".
    02 WS-DFL-DIFF          PIC Z(06)9-.
    02 FILLER               PIC X(19) VALUE SPACES.

01  WS-SUMMARY-LINE-1.
    02 FILLER               PIC X(16) VALUE "  RUNS PROVED   ".
    02 WS-SML-PROVED        PIC ZZZZ9.
    02 FILLER               PIC X(13) VALUE "   BALANCED  ".
    02 WS-SML-BALANCED      PIC ZZZZ9.
    02 FILLER               PIC X(19) VALUE "   OUT OF BALANCE  ".
    02 WS-SML-UNBALANCED    PIC ZZZZ9.
    02 FILLER               PIC X(17) VALUE SPACES.

01  WS-SUMMARY-LINE-2.
    02 FILLER               PIC X(16) VALUE "  ACCEPTED      ".
    02 WS-SML-ACCEPTED      PIC ZZZZ9.
    02 FILLER               PIC X(22) VALUE
       "   UNREADABLE LINES   ".
    02 WS-SML-BAD           PIC ZZZZ9.
    02 FILLER               PIC X(32) VALUE SPACES.

PROCEDURE DIVISION.

0000-MAIN.
    PERFORM 1000-INITIALIZE
    PERFORM 2000-PROVE-CONTROL-LINE UNTIL WS-CONTROL-EOF
    IF WS-RUN-OPEN
        PERFORM 3000-CLOSE-RUN
    END-IF
    PERFORM 9000-TERMINATE
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
    MOVE SPACES TO WS-ACCEPT-RAW
    ACCEPT WS-ACCEPT-RAW FROM ENVIRONMENT "SENDSMS_BAL_ACCEPT"
    IF WS-ACCEPT-RAW = "Y" OR WS-ACCEPT-RAW = "y"
        SET WS-ACCEPT-MISMATCH TO TRUE
    END-IF
    OPEN OUTPUT SMS-REPORT-FILE
    MOVE "           SMS CONTROL-TOTAL BALANCING" TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE WS-TIMESTAMP-OUT TO WS-HDR-STAMP
    MOVE WS-HDR-RUN-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "  PROGRAM   RUN STARTED          DIR  FILE        COUNT"
        TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    OPEN INPUT SMS-CONTROL-FILE
    IF WS-CONTROL-FILE-STATUS = "00"
        SET WS-CONTROL-FOUND TO TRUE
        PERFORM 2100-READ-CONTROL-LINE
    ELSE
        SET WS-CONTROL-EOF TO TRUE
    END-IF.

2000-PROVE-CONTROL-LINE.
*> A change of program or run stamp closes the run in hand - the
*> lines a run writes are always adjacent on SMSCTLT.
    IF WS-RUN-OPEN
        IF CTL-PROGRAM NOT = WS-RUN-PROGRAM
           OR CTL-RUN-STAMP NOT = WS-RUN-STAMP
            PERFORM 3000-CLOSE-RUN
        END-IF
    END-IF
    IF NOT WS-RUN-OPEN
        PERFORM 2200-OPEN-RUN
    END-IF
    MOVE SPACES TO WS-DTL-FLAG
    MOVE CTL-PROGRAM TO WS-DTL-PROGRAM
    MOVE CTL-RUN-STAMP TO WS-DTL-STAMP
    MOVE CTL-DIRECTION TO WS-DTL-DIRECTION
    MOVE CTL-FILE TO WS-DTL-FILE
    IF CTL-COUNT NUMERIC
        MOVE CTL-COUNT TO WS-DTL-COUNT
    ELSE
        MOVE 0 TO WS-DTL-COUNT
    END-IF
*> A line that can't be read as a count can't be proved either way -
*> it sinks its run rather than being skipped.
    IF CTL-COUNT NOT NUMERIC
       OR (CTL-DIRECTION NOT = "IN " AND CTL-DIRECTION NOT = "OUT")
        MOVE "  ** UNREADABLE LINE" TO WS-DTL-FLAG
        SET WS-RUN-BAD-LINE TO TRUE
        ADD 1 TO WS-BAD-LINES
    ELSE
        IF CTL-DIRECTION = "IN "
            ADD CTL-COUNT TO WS-RUN-IN
        ELSE
            ADD CTL-COUNT TO WS-RUN-OUT
        END-IF
    END-IF
    MOVE WS-DETAIL-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    PERFORM 2100-READ-CONTROL-LINE.

2100-READ-CONTROL-LINE.
    READ SMS-CONTROL-FILE
        AT END SET WS-CONTROL-EOF TO TRUE
        NOT AT END ADD 1 TO WS-LINE-COUNT
    END-READ.

2200-OPEN-RUN.
    MOVE CTL-PROGRAM TO WS-RUN-PROGRAM
    MOVE CTL-RUN-STAMP TO WS-RUN-STAMP
    MOVE 0 TO WS-RUN-IN
    MOVE 0 TO WS-RUN-OUT
    MOVE "N" TO WS-RUN-BAD-LINE-SW
    SET WS-RUN-OPEN TO TRUE.

3000-CLOSE-RUN.
    ADD 1 TO WS-RUNS-PROVED
    COMPUTE WS-RUN-DIFF = WS-RUN-IN - WS-RUN-OUT
    MOVE WS-RUN-IN TO WS-RTL-IN
    MOVE WS-RUN-OUT TO WS-RTL-OUT
    EVALUATE TRUE
        WHEN WS-RUN-DIFF = 0 AND NOT WS-RUN-BAD-LINE
            MOVE "BALANCED" TO WS-RTL-VERDICT
            ADD 1 TO WS-RUNS-BALANCED
        WHEN WS-ACCEPT-MISMATCH
            MOVE "** ACCEPTED" TO WS-RTL-VERDICT
            ADD 1 TO WS-RUNS-ACCEPTED
        WHEN OTHER
            MOVE "** OUT OF BALANCE" TO WS-RTL-VERDICT
            ADD 1 TO WS-RUNS-UNBALANCED
            DISPLAY "SMSBAL: *** " WS-RUN-PROGRAM " RUN OF "
                WS-RUN-STAMP " IS OUT OF BALANCE - IN "
                WS-RUN-IN ", OUT " WS-RUN-OUT " ***"
    END-EVALUATE
    MOVE WS-RUN-TOTAL-LINE TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    IF WS-RUN-DIFF NOT = 0
        MOVE WS-RUN-DIFF TO WS-DFL-DIFF
        MOVE WS-DIFF-LINE TO WS-REPORT-LINE
        WRITE WS-REPORT-LINE
    END-IF
    MOVE SPACES TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE "N" TO WS-RUN-OPEN-SW.

8000-ARCHIVE-CONTROL-LINES.
*> Everything proved (or signed off) moves to SMSCTLH, and SMSCTLT
*> starts the next night empty so no run is ever proved twice.
    CLOSE SMS-CONTROL-FILE
    OPEN EXTEND SMS-CONTROL-HIST-FILE
    IF WS-CONTROL-HIST-FILE-STATUS = "35"
        OPEN OUTPUT SMS-CONTROL-HIST-FILE
    END-IF
    MOVE "N" TO WS-CONTROL-EOF-SW
    OPEN INPUT SMS-CONTROL-FILE
    PERFORM 8100-COPY-CONTROL-LINE UNTIL WS-CONTROL-EOF
    CLOSE SMS-CONTROL-FILE
    CLOSE SMS-CONTROL-HIST-FILE
    OPEN OUTPUT SMS-CONTROL-FILE
    CLOSE SMS-CONTROL-FILE.

8100-COPY-CONTROL-LINE.
    READ SMS-CONTROL-FILE
        AT END SET WS-CONTROL-EOF TO TRUE
        NOT AT END
            MOVE CTL-RECORD TO WS-CONTROL-HIST-LINE
            WRITE WS-CONTROL-HIST-LINE
    END-READ.

9000-TERMINATE.
    IF WS-LINE-COUNT = 0
        MOVE "  (NO CONTROL TOTALS TO BALANCE)" TO WS-REPORT-LINE
        WRITE WS-REPORT-LINE
        MOVE SPACES TO WS-REPORT-LINE
        WRITE WS-REPORT-LINE
    END-IF
    MOVE WS-RUNS-PROVED TO WS-SML-PROVED
    MOVE WS-RUNS-BALANCED TO WS-SML-BALANCED
    MOVE WS-RUNS-UNBALANCED TO WS-SML-UNBALANCED
    MOVE WS-SUMMARY-LINE-1 TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    MOVE WS-RUNS-ACCEPTED TO WS-SML-ACCEPTED
    MOVE WS-BAD-LINES TO WS-SML-BAD
    MOVE WS-SUMMARY-LINE-2 TO WS-REPORT-LINE
    WRITE WS-REPORT-LINE
    CLOSE SMS-REPORT-FILE
    EVALUATE TRUE
        WHEN WS-RUNS-UNBALANCED > 0
            IF WS-CONTROL-FOUND
                CLOSE SMS-CONTROL-FILE
            END-IF
            DISPLAY "SMSBAL: *** " WS-RUNS-UNBALANCED " RUN(S) OUT "
                "OF BALANCE - SEE SMSBALR. SMSCTLT KEPT AS IT IS. ***"
            DISPLAY "SMSBAL: RUN DOWN THE MISSING RECORDS, THEN RERUN "
                "(SENDSMS_BAL_ACCEPT=Y TO SIGN OFF A KNOWN MISMATCH)."
            MOVE 16 TO RETURN-CODE
        WHEN WS-LINE-COUNT = 0
            IF WS-CONTROL-FOUND
                CLOSE SMS-CONTROL-FILE
            END-IF
            DISPLAY "SMSBAL: NO CONTROL TOTALS ON SMSCTLT - NOTHING "
                "PROVED."
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            PERFORM 8000-ARCHIVE-CONTROL-LINES
            DISPLAY "SMSBAL: " WS-RUNS-PROVED " RUN(S) PROVED, "
                WS-RUNS-BALANCED " BALANCED, " WS-RUNS-ACCEPTED
                " ACCEPTED."
            IF WS-RUNS-ACCEPTED > 0
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF
    END-EVALUATE.

END PROGRAM SMSBAL.
