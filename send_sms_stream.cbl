*> Program: SMSSTRM
*> Description: nightly job-stream controller. Runs the batch steps
*>              in their defined order instead of leaving the order
*>              to a page of cron entries:
*>                SMSPREFL, SMSREPLY, SMSQBLD, SMSSWEEP, SMSCLOSE,
*>                SMSWATCH, SENDSMS, SMSBAL, SMSSTAT, SMSESCL,
*>                SMSWATCH, SMSTKOUT, SMSRPT.
*>              Each step's return code is judged against that
*>              step's own ceiling - at or under it the stream goes
*>              on (a nonzero code is logged as a WARNING), over it
*>              the stream stops there, so SENDSMS never runs against
*>              a queue SMSSWEEP only half merged. Every step's
*>              start, end, return code and outcome is kept in the
*>              SMSRUNST run-state file, and a rerun after a stop
*>              picks up at the failed step instead of going back to
*>              SMSPREFL. The run ends with one "STREAM ENDED AT
*>              STEP N" line for the night operator to act on.
*> Author: Rebecca Ann Coles
*> Date: 10/15/2026
*> Tectonics: cobc (GnuCOBOL)
*>
*> Notes:
*>   1) Use the -free flag to compile with the
*>      free source format:
*>        cobc -free -x -o smsstrm send_sms_stream.cbl -I copybooks
*>   2) Each step is run as its compiled executable (the -o name in
*>      that program's note 1) from the directory named by
*>      SENDSMS_STREAM_BIN, default the current directory. Run the
*>      stream from the directory holding the batch files, as cron
*>      does today.
*>   3) Restart: when SMSRUNST shows a step that FAILED, or one left
*>      STARTED by a stream that was killed, the next run resumes at
*>      that step and leaves the finished steps before it alone. Once
*>      every step has finished, the next run is a fresh stream from
*>      step 1. SENDSMS_STREAM_FRESH=Y forces a fresh stream and
*>      throws the old run state away.
*>   4) A run state that no longer matches the step table (a step
*>      added or moved since it was written) is not trusted - the
*>      run starts fresh and says so.
*>   5) Returns the failing step's return code when the stream
*>      stopped, 4 when it finished with warnings, 0 when clean.
*>
*> Modification History:
*>   2026-10-15  RAC  Initial version.
*>   2026-10-15  RAC  Run the SMSBAL control-total balancing step
*>                     straight after SENDSMS, so a night whose
*>                     record counts don't tie out stops before the
*>                     poll, escalation and report steps build on it.
*>   2026-10-15  RAC  Run the SMSCLOSE ticket-closure step after
*>                     SMSSWEEP, so closed tickets' pages are pulled
*>                     before SENDSMS can send them.
*>   2026-10-15  RAC  Run the SMSPREFL reference-data validator as
*>                     the first step, so a bad template, gateway,
*>                     roster or contact record stops the stream
*>                     before anything is built or sent from it.

IDENTIFICATION DIVISION.
PROGRAM-ID. SMSSTRM.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SMS-RUNSTATE-FILE ASSIGN TO "SMSRUNST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RUNSTATE-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SMS-RUNSTATE-FILE.
    COPY SMSRST.

WORKING-STORAGE SECTION.
01  WS-SWITCHES.
    02 WS-RUNSTATE-FILE-STATUS PIC X(02) VALUE "00".
    02 WS-RUNSTATE-EOF-SW   PIC X(01) VALUE "N".
       88 WS-RUNSTATE-EOF            VALUE "Y".
    02 WS-STATE-USABLE-SW   PIC X(01) VALUE "Y".
       88 WS-STATE-USABLE            VALUE "Y".
    02 WS-STREAM-STOPPED-SW PIC X(01) VALUE "N".
       88 WS-STREAM-STOPPED          VALUE "Y".
    02 WS-STREAM-WARNED-SW  PIC X(01) VALUE "N".
       88 WS-STREAM-WARNED           VALUE "Y".

*> The stream itself, in run order: program name, the executable
*> that runs it, and the highest return code that still lets the
*> stream go on. SMSPREFL goes first: a reference-file error (RC 8)
*> stops the stream before a page is built from a bad roster or
*> sent through a bad template or gateway. SMSWATCH sits ahead of SENDSMS so its ops-desk page
*> goes out the same night, and again after SMSESCL to catch what
*> the send and poll steps left behind. SMSCLOSE follows SMSSWEEP so
*> the retries it merged back are on the queue to be cancelled too,
*> and runs ahead of SENDSMS so a closed ticket is never paged.
*> SMSBAL follows SENDSMS directly: every record-moving step has run
*> by then, and an out-of-balance night (RC 16) stops before anything
*> reports on it.
01  WS-STEP-DEFINITIONS.
    02 FILLER               PIC X(08) VALUE "SMSPREFL".
    02 FILLER               PIC X(12) VALUE "smsprefl".
    02 FILLER               PIC 9(03) VALUE 4.
    02 FILLER               PIC X(08) VALUE "SMSREPLY".
    02 FILLER               PIC X(12) VALUE "smsreply".
    02 FILLER               PIC 9(03) VALUE 4.
    02 FILLER               PIC X(08) VALUE "SMSQBLD".
    02 FILLER               PIC X(12) VALUE "smsqbld".
    02 FILLER               PIC 9(03) VALUE 4.
    02 FILLER               PIC X(08) VALUE "SMSSWEEP".
    02 FILLER               PIC X(12) VALUE "smssweep".
    02 FILLER               PIC 9(03) VALUE 4.
    02 FILLER               PIC X(08) VALUE "SMSCLOSE".
    02 FILLER               PIC X(12) VALUE "smsclose".
    02 FILLER               PIC 9(03) VALUE 4.
    02 FILLER               PIC X(08) VALUE "SMSWATCH".
    02 FILLER               PIC X(12) VALUE "smswatch".
    02 FILLER               PIC 9(03) VALUE 4.
    02 FILLER               PIC X(08) VALUE "SENDSMS".
    02 FILLER               PIC X(12) VALUE "sendsms".
    02 FILLER               PIC 9(03) VALUE 4.
    02 FILLER               PIC X(08) VALUE "SMSBAL".
    02 FILLER               PIC X(12) VALUE "smsbal".
    02 FILLER               PIC 9(03) VALUE 4.
    02 FILLER               PIC X(08) VALUE "SMSSTAT".
    02 FILLER               PIC X(12) VALUE "smsstat".
    02 FILLER               PIC 9(03) VALUE 4.
    02 FILLER               PIC X(08) VALUE "SMSESCL".
    02 FILLER               PIC X(12) VALUE "smsescl".
    02 FILLER               PIC 9(03) VALUE 4.
    02 FILLER               PIC X(08) VALUE "SMSWATCH".
    02 FILLER               PIC X(12) VALUE "smswatch".
    02 FILLER               PIC 9(03) VALUE 4.
    02 FILLER               PIC X(08) VALUE "SMSTKOUT".
    02 FILLER               PIC X(12) VALUE "smstkout".
    02 FILLER               PIC 9(03) VALUE 4.
    02 FILLER               PIC X(08) VALUE "SMSRPT".
    02 FILLER               PIC X(12) VALUE "smsrpt".
    02 FILLER               PIC 9(03) VALUE 4.
01  WS-STEP-TABLE REDEFINES WS-STEP-DEFINITIONS.
    02 WS-STP-ENTRY OCCURS 13 TIMES.
       03 WS-STP-PROGRAM    PIC X(08).
       03 WS-STP-EXECUTABLE PIC X(12).
       03 WS-STP-MAX-RC     PIC 9(03).
01  WS-STP-COUNT            PIC 9(02) COMP VALUE 13.
01  WS-STP-IX               PIC 9(02) COMP VALUE 0.

*> Where each step stands, loaded from SMSRUNST and rewritten as the
*> stream moves - one entry per step table entry.
01  WS-RUN-TABLE.
    02 WS-RUN-ENTRY OCCURS 13 TIMES.
       03 WS-RUN-STATUS     PIC X(08).
       03 WS-RUN-START      PIC X(19).
       03 WS-RUN-END        PIC X(19).
       03 WS-RUN-RC         PIC 9(03).
01  WS-RUN-IX               PIC 9(02) COMP VALUE 0.

01  WS-START-STEP           PIC 9(02) COMP VALUE 1.
01  WS-LAST-STEP            PIC 9(02) COMP VALUE 0.
01  WS-LAST-RC              PIC 9(03) VALUE 0.
01  WS-STEP-RC              PIC 9(09) COMP VALUE 0.
01  WS-STEP-NO-ED           PIC 9(02).
01  WS-RC-ED                PIC 9(03).

01  WS-BIN-DIR              PIC X(60) VALUE SPACES.
01  WS-FRESH-RAW            PIC X(01) VALUE SPACES.
01  WS-COMMAND              PIC X(80).

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
    PERFORM 3000-RUN-STEP
        VARYING WS-STP-IX FROM WS-START-STEP BY 1
        UNTIL WS-STP-IX > WS-STP-COUNT
           OR WS-STREAM-STOPPED
    PERFORM 9000-TERMINATE
    STOP RUN.

1000-INITIALIZE.
    MOVE SPACES TO WS-BIN-DIR
    ACCEPT WS-BIN-DIR FROM ENVIRONMENT "SENDSMS_STREAM_BIN"
    IF WS-BIN-DIR = SPACES
        MOVE "." TO WS-BIN-DIR
    END-IF
    PERFORM 1100-CLEAR-RUN-TABLE
    MOVE SPACES TO WS-FRESH-RAW
    ACCEPT WS-FRESH-RAW FROM ENVIRONMENT "SENDSMS_STREAM_FRESH"
    IF WS-FRESH-RAW = "Y" OR WS-FRESH-RAW = "y"
        DISPLAY "SMSSTRM: SENDSMS_STREAM_FRESH SET - PREVIOUS RUN "
            "STATE DISCARDED."
    ELSE
        PERFORM 2000-LOAD-RUN-STATE
    END-IF
    PERFORM 2500-CHOOSE-START-STEP
    IF WS-START-STEP = 1
        PERFORM 1100-CLEAR-RUN-TABLE
        MOVE "N" TO WS-STREAM-WARNED-SW
    ELSE
        MOVE WS-START-STEP TO WS-STEP-NO-ED
        DISPLAY "SMSSTRM: RESUMING AT STEP " WS-STEP-NO-ED " ("
            WS-STP-PROGRAM(WS-START-STEP) ") - EARLIER STEPS "
            "ALREADY FINISHED."
    END-IF.

1100-CLEAR-RUN-TABLE.
    PERFORM 1110-CLEAR-RUN-ENTRY
        VARYING WS-RUN-IX FROM 1 BY 1
        UNTIL WS-RUN-IX > WS-STP-COUNT.

1110-CLEAR-RUN-ENTRY.
    MOVE "PENDING" TO WS-RUN-STATUS(WS-RUN-IX)
    MOVE SPACES TO WS-RUN-START(WS-RUN-IX)
    MOVE SPACES TO WS-RUN-END(WS-RUN-IX)
    MOVE 0 TO WS-RUN-RC(WS-RUN-IX).

2000-LOAD-RUN-STATE.
*> No SMSRUNST at all is simply a first stream.
    MOVE "N" TO WS-RUNSTATE-EOF-SW
    OPEN INPUT SMS-RUNSTATE-FILE
    IF WS-RUNSTATE-FILE-STATUS = "00"
        PERFORM 2100-LOAD-RUN-STATE-RECORD UNTIL WS-RUNSTATE-EOF
        CLOSE SMS-RUNSTATE-FILE
        IF NOT WS-STATE-USABLE
            DISPLAY "SMSSTRM: SMSRUNST DOES NOT MATCH THE STEP TABLE "
                "- STARTING A FRESH STREAM."
            PERFORM 1100-CLEAR-RUN-TABLE
        END-IF
    END-IF.

2100-LOAD-RUN-STATE-RECORD.
    READ SMS-RUNSTATE-FILE
        AT END SET WS-RUNSTATE-EOF TO TRUE
        NOT AT END
            IF RST-STEP-NO NUMERIC
               AND RST-STEP-NO > 0
               AND RST-STEP-NO <= WS-STP-COUNT
                MOVE RST-STEP-NO TO WS-RUN-IX
                IF RST-PROGRAM = WS-STP-PROGRAM(WS-RUN-IX)
                    MOVE RST-STATUS TO WS-RUN-STATUS(WS-RUN-IX)
                    MOVE RST-START-STAMP TO WS-RUN-START(WS-RUN-IX)
                    MOVE RST-END-STAMP TO WS-RUN-END(WS-RUN-IX)
                    IF RST-RC NUMERIC
                        MOVE RST-RC TO WS-RUN-RC(WS-RUN-IX)
                    END-IF
                ELSE
                    MOVE "N" TO WS-STATE-USABLE-SW
                END-IF
            ELSE
                MOVE "N" TO WS-STATE-USABLE-SW
            END-IF
    END-READ.

2500-CHOOSE-START-STEP.
*> The first step that did not finish is where the stream picks up.
*> When every step finished the last stream is done and tonight's
*> starts from the top. Warnings from the finished steps still
*> count towards how a resumed stream ends.
    MOVE 0 TO WS-START-STEP
    MOVE 1 TO WS-RUN-IX
    PERFORM 2510-CHECK-STEP-FINISHED
        UNTIL WS-RUN-IX > WS-STP-COUNT
           OR WS-START-STEP > 0
    IF WS-START-STEP = 0
        MOVE 1 TO WS-START-STEP
    END-IF.

2510-CHECK-STEP-FINISHED.
    IF WS-RUN-STATUS(WS-RUN-IX) = "COMPLETE"
       OR WS-RUN-STATUS(WS-RUN-IX) = "WARNING"
        IF WS-RUN-STATUS(WS-RUN-IX) = "WARNING"
            SET WS-STREAM-WARNED TO TRUE
        END-IF
        ADD 1 TO WS-RUN-IX
    ELSE
        MOVE WS-RUN-IX TO WS-START-STEP
    END-IF.

3000-RUN-STEP.
*> The step is marked STARTED on disk before it runs, so a stream
*> killed mid-step resumes at that step rather than after it.
    MOVE WS-STP-IX TO WS-LAST-STEP
    MOVE WS-STP-IX TO WS-STEP-NO-ED
    PERFORM 8100-STAMP-NOW
    MOVE "STARTED" TO WS-RUN-STATUS(WS-STP-IX)
    MOVE WS-TIMESTAMP-OUT TO WS-RUN-START(WS-STP-IX)
    MOVE SPACES TO WS-RUN-END(WS-STP-IX)
    MOVE 0 TO WS-RUN-RC(WS-STP-IX)
    PERFORM 8000-SAVE-RUN-STATE
    DISPLAY "SMSSTRM: STEP " WS-STEP-NO-ED " "
        WS-STP-PROGRAM(WS-STP-IX) " STARTED " WS-TIMESTAMP-OUT
    MOVE SPACES TO WS-COMMAND
    STRING WS-BIN-DIR DELIMITED BY SPACE
           "/" DELIMITED BY SIZE
           WS-STP-EXECUTABLE(WS-STP-IX) DELIMITED BY SPACE
        INTO WS-COMMAND
    END-STRING
    CALL "SYSTEM" USING WS-COMMAND
    PERFORM 3100-CAPTURE-STEP-RC
    PERFORM 8100-STAMP-NOW
    MOVE WS-TIMESTAMP-OUT TO WS-RUN-END(WS-STP-IX)
    MOVE WS-LAST-RC TO WS-RUN-RC(WS-STP-IX)
    PERFORM 3200-JUDGE-STEP-RC
    PERFORM 8000-SAVE-RUN-STATE
    MOVE WS-LAST-RC TO WS-RC-ED
    DISPLAY "SMSSTRM: STEP " WS-STEP-NO-ED " "
        WS-STP-PROGRAM(WS-STP-IX) " ENDED " WS-TIMESTAMP-OUT
        " RC " WS-RC-ED " " WS-RUN-STATUS(WS-STP-IX).

3100-CAPTURE-STEP-RC.
*> CALL "SYSTEM" hands back the shell's wait status - the step's own
*> return code sits in the high-order byte. A step killed by a
*> signal leaves only the low byte set and counts as 255.
    MOVE RETURN-CODE TO WS-STEP-RC
    IF WS-STEP-RC > 255
        DIVIDE WS-STEP-RC BY 256 GIVING WS-STEP-RC
    ELSE
        IF WS-STEP-RC > 0
            MOVE 255 TO WS-STEP-RC
        END-IF
    END-IF
    MOVE WS-STEP-RC TO WS-LAST-RC
    MOVE 0 TO RETURN-CODE.

3200-JUDGE-STEP-RC.
    EVALUATE TRUE
        WHEN WS-LAST-RC = 0
            MOVE "COMPLETE" TO WS-RUN-STATUS(WS-STP-IX)
        WHEN WS-LAST-RC <= WS-STP-MAX-RC(WS-STP-IX)
            MOVE "WARNING" TO WS-RUN-STATUS(WS-STP-IX)
            SET WS-STREAM-WARNED TO TRUE
        WHEN OTHER
            MOVE "FAILED" TO WS-RUN-STATUS(WS-STP-IX)
            SET WS-STREAM-STOPPED TO TRUE
    END-EVALUATE.

8000-SAVE-RUN-STATE.
    OPEN OUTPUT SMS-RUNSTATE-FILE
    IF WS-RUNSTATE-FILE-STATUS NOT = "00"
        DISPLAY "SMSSTRM: CANNOT WRITE SMSRUNST, STATUS "
            WS-RUNSTATE-FILE-STATUS " - A RERUN WILL NOT KNOW "
            "WHERE THIS STREAM GOT TO."
    ELSE
        PERFORM 8010-WRITE-RUN-STATE-RECORD
            VARYING WS-RUN-IX FROM 1 BY 1
            UNTIL WS-RUN-IX > WS-STP-COUNT
        CLOSE SMS-RUNSTATE-FILE
    END-IF.

8010-WRITE-RUN-STATE-RECORD.
    MOVE WS-RUN-IX TO RST-STEP-NO
    MOVE WS-STP-PROGRAM(WS-RUN-IX) TO RST-PROGRAM
    MOVE WS-RUN-STATUS(WS-RUN-IX) TO RST-STATUS
    MOVE WS-RUN-START(WS-RUN-IX) TO RST-START-STAMP
    MOVE WS-RUN-END(WS-RUN-IX) TO RST-END-STAMP
    MOVE WS-RUN-RC(WS-RUN-IX) TO RST-RC
    WRITE RST-RECORD.

8100-STAMP-NOW.
    ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
    ACCEPT WS-CURR-TIME FROM TIME
    MOVE WS-CURR-YYYY TO WS-TS-YYYY
    MOVE WS-CURR-MM TO WS-TS-MM
    MOVE WS-CURR-DD TO WS-TS-DD
    MOVE WS-CURR-HH TO WS-TS-HH
    MOVE WS-CURR-MIN TO WS-TS-MIN
    MOVE WS-CURR-SS TO WS-TS-SS.

9000-TERMINATE.
*> The one line the night operator acts on.
    MOVE WS-LAST-STEP TO WS-STEP-NO-ED
    MOVE WS-LAST-RC TO WS-RC-ED
    EVALUATE TRUE
        WHEN WS-LAST-STEP = 0
            DISPLAY "SMSSTRM: STREAM ENDED AT STEP 00, RC 000 - "
                "NO STEPS RUN."
        WHEN WS-STREAM-STOPPED
            DISPLAY "SMSSTRM: STREAM ENDED AT STEP " WS-STEP-NO-ED
                " (" WS-STP-PROGRAM(WS-LAST-STEP) "), RC " WS-RC-ED
                " - STOPPED. FIX AND RERUN TO RESUME AT THIS STEP."
            MOVE WS-LAST-RC TO RETURN-CODE
        WHEN WS-STREAM-WARNED
            DISPLAY "SMSSTRM: STREAM ENDED AT STEP " WS-STEP-NO-ED
                " (" WS-STP-PROGRAM(WS-LAST-STEP) "), RC " WS-RC-ED
                " - COMPLETE WITH WARNINGS."
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            DISPLAY "SMSSTRM: STREAM ENDED AT STEP " WS-STEP-NO-ED
                " (" WS-STP-PROGRAM(WS-LAST-STEP) "), RC " WS-RC-ED
                " - COMPLETE."
            MOVE 0 TO RETURN-CODE
    END-EVALUATE.

END PROGRAM SMSSTRM.
