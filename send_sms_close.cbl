*> Program: SMSCLOSE
*> Description: ticket-closure step. Reads the SMSTKCLS closure feed
*>              from the ticketing system (ticket, closure time,
*>              closed-by) and cancels everything still outstanding
*>              for each closed ticket: its records are taken off
*>              SMSQUEUE, SMSSCHED, SMSFAIL, SMSDEFER and SMSSUSP,
*>              and every textId it was sent under is marked settled
*>              on SMSESCST so SMSESCL never pages a backup for an
*>              incident that is already fixed. Each cancellation is
*>              logged to SMSCANCL with the ticket number, and
*>              SMSTKOUT reports those tickets as CANCELLED.
*>              Run from cron after SMSSWEEP has merged the retry
*>              files back onto the queue and ahead of SENDSMS.
*>              SMSTKCLS is emptied once its closures have been
*>              worked.
*> Author: Rebecca Ann Coles
*> Date: 10/15/2026
*> Tectonics: cobc (GnuCOBOL)
*>
*> Notes:
*>   1) Use the -free flag to compile with the
*>      free source format:
*>        cobc -free -x -o smsclose send_sms_close.cbl -I copybooks
*>   2) Each target file is copied to the SMSCLWRK work file and
*>      written back without the closed tickets' records, so the
*>      queue can be any size. SMSCLWRK is left empty afterwards.
*>   3) The textIds to settle come from the SMSHIST message-history
*>      master (every accepted send, with its ticket). A settled
*>      entry is added to SMSESCST when SMSESCL has not seen the
*>      textId yet, so a first FAILED poll can't escalate it either.
*>   4) Every run that worked closures appends its control totals to
*>      SMSCTLT - each target file's records in, the records kept
*>      and the records cancelled out - for SMSBAL to prove.
*>   5) Returns 4 when SMSHIST could not be read or SMSESCST is full
*>      (a closed ticket's escalation may still fire), 8 (nothing
*>      done) when SMSCKPT shows an interrupted SENDSMS run still
*>      pending resume, and 16 (nothing done, feed kept) when the
*>      feed holds more closures than the table - split it and
*>      rerun.
*>
*> Modification History:
*>   2026-10-15  RAC  Initial version.

IDENTIFICATION DIVISION.
PROGRAM-ID. SMSCLOSE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SMS-CLOSURE-FILE ASSIGN TO "SMSTKCLS"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CLOSURE-FILE-STATUS.
    SELECT SMS-QUEUE-FILE ASSIGN TO "SMSQUEUE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-QUEUE-FILE-STATUS.
    SELECT SMS-SCHEDULED-FILE ASSIGN TO "SMSSCHED"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SCHEDULED-FILE-STATUS.
    SELECT SMS-FAILED-FILE ASSIGN TO "SMSFAIL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FAILED-FILE-STATUS.
    SELECT SMS-DEFERRED-FILE ASSIGN TO "SMSDEFER"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DEFERRED-FILE-STATUS.
    SELECT SMS-SUSPENSE-FILE ASSIGN TO "SMSSUSP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUSPENSE-FILE-STATUS.
    SELECT SMS-WORK-FILE ASSIGN TO "SMSCLWRK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WORK-FILE-STATUS.
    SELECT SMS-HISTORY-FILE ASSIGN TO "SMSHIST"
        ORGANIZATION IS INDEXED
        ACCESS IS DYNAMIC
        RECORD KEY IS HIS-TEXTID
        FILE STATUS IS WS-HISTORY-FILE-STATUS.
    SELECT SMS-ESCSTATE-FILE ASSIGN TO "SMSESCST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ESCSTATE-FILE-STATUS.
    SELECT SMS-CANCEL-FILE ASSIGN TO "SMSCANCL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CANCEL-FILE-STATUS.
    SELECT SMS-CHECKPOINT-FILE ASSIGN TO "SMSCKPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CKPT-FILE-STATUS.
    SELECT SMS-CONTROL-FILE ASSIGN TO "SMSCTLT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CONTROL-FILE-STATUS.

DATA DIVISION.
FILE SECTION.
FD  SMS-CLOSURE-FILE.
    COPY SMSCLS.

FD  SMS-QUEUE-FILE.
    COPY SMSQUE.

FD  SMS-SCHEDULED-FILE.
    COPY SMSSCH.

FD  SMS-FAILED-FILE.
    COPY SMSFLD.

FD  SMS-DEFERRED-FILE.
    COPY SMSDEF.

FD  SMS-SUSPENSE-FILE.
    COPY SMSSUS.

*> All five target files share the SMSQUE layout, so one work record
*> carries any of them between the copy and the filter pass.
FD  SMS-WORK-FILE.
01  WRK-RECORD.
    02 WRK-PHONE            PIC X(10).
    02 WRK-NAME             PIC X(30).
    02 WRK-MSG-CODE         PIC X(06).
    02 WRK-TICKET-NO        PIC X(10).
    02 WRK-REST             PIC X(19).

FD  SMS-HISTORY-FILE.
    COPY SMSHIS.

FD  SMS-ESCSTATE-FILE.
    COPY SMSEST.

FD  SMS-CANCEL-FILE.
    COPY SMSCAN.

FD  SMS-CHECKPOINT-FILE.
    COPY SMSCKPT.

FD  SMS-CONTROL-FILE.
    COPY SMSCTL.

WORKING-STORAGE SECTION.
01  WS-SWITCHES.
    02 WS-CLOSURE-FILE-STATUS PIC X(02) VALUE "00".
    02 WS-QUEUE-FILE-STATUS PIC X(02) VALUE "00".
    02 WS-SCHEDULED-FILE-STATUS PIC X(02) VALUE "00".
    02 WS-FAILED-FILE-STATUS PIC X(02) VALUE "00".
    02 WS-DEFERRED-FILE-STATUS PIC X(02) VALUE "00".
    02 WS-SUSPENSE-FILE-STATUS PIC X(02) VALUE "00".
    02 WS-WORK-FILE-STATUS  PIC X(02) VALUE "00".
    02 WS-HISTORY-FILE-STATUS PIC X(02) VALUE "00".
    02 WS-ESCSTATE-FILE-STATUS PIC X(02) VALUE "00".
    02 WS-CANCEL-FILE-STATUS PIC X(02) VALUE "00".
    02 WS-CKPT-FILE-STATUS  PIC X(02) VALUE "00".
    02 WS-CONTROL-FILE-STATUS PIC X(02) VALUE "00".
    02 WS-CLOSURE-EOF-SW    PIC X(01) VALUE "N".
       88 WS-CLOSURE-EOF             VALUE "Y".
    02 WS-TARGET-EOF-SW     PIC X(01) VALUE "N".
       88 WS-TARGET-EOF              VALUE "Y".
    02 WS-WORK-EOF-SW       PIC X(01) VALUE "N".
       88 WS-WORK-EOF                VALUE "Y".
    02 WS-HISTORY-EOF-SW    PIC X(01) VALUE "N".
       88 WS-HISTORY-EOF             VALUE "Y".
    02 WS-ESCSTATE-EOF-SW   PIC X(01) VALUE "N".
       88 WS-ESCSTATE-EOF            VALUE "Y".
    02 WS-RESTART-PENDING-SW PIC X(01) VALUE "N".
       88 WS-RESTART-PENDING         VALUE "Y".
    02 WS-CLOSURE-OVERFLOW-SW PIC X(01) VALUE "N".
       88 WS-CLOSURE-OVERFLOW        VALUE "Y".
    02 WS-SETTLE-INCOMPLETE-SW PIC X(01) VALUE "N".
       88 WS-SETTLE-INCOMPLETE       VALUE "Y".
    02 WS-CANCEL-OPEN-SW    PIC X(01) VALUE "N".
       88 WS-CANCEL-OPEN             VALUE "Y".

*> Tonight's closures, loaded once from SMSTKCLS - every target
*> record is looked up here by ticket number.
01  WS-CLOSURE-TABLE.
    02 WS-CLS-COUNT         PIC 9(05) COMP VALUE 0.
    02 WS-CLS-ENTRY OCCURS 2000 TIMES.
       03 WS-CLS-TICKET-NO  PIC X(10).
       03 WS-CLS-CLOSED-STAMP
                            PIC X(19).
       03 WS-CLS-CLOSED-BY  PIC X(20).
       03 WS-CLS-CANCEL-COUNT
                            PIC 9(05) COMP.
01  WS-CLS-IX               PIC 9(05) COMP VALUE 0.
01  WS-CLS-FOUND-IX         PIC 9(05) COMP VALUE 0.
01  WS-WORK-TICKET          PIC X(10).

*> The five target files in the order they are worked, with what
*> came in from each and what was written back.
01  WS-TARGET-NAMES.
    02 FILLER               PIC X(08) VALUE "SMSQUEUE".
    02 FILLER               PIC X(08) VALUE "SMSSCHED".
    02 FILLER               PIC X(08) VALUE "SMSFAIL".
    02 FILLER               PIC X(08) VALUE "SMSDEFER".
    02 FILLER               PIC X(08) VALUE "SMSSUSP".
01  WS-TARGET-NAME-TABLE REDEFINES WS-TARGET-NAMES.
    02 WS-TGT-NAME OCCURS 5 TIMES PIC X(08).
01  WS-TARGET-TALLIES.
    02 WS-TGT-IN OCCURS 5 TIMES PIC 9(07) COMP.
    02 WS-TGT-KEPT OCCURS 5 TIMES PIC 9(07) COMP.
01  WS-TGT-IX               PIC 9(01) COMP VALUE 0.
01  WS-CANCEL-COUNT         PIC 9(07) COMP VALUE 0.
01  WS-SETTLE-COUNT         PIC 9(05) COMP VALUE 0.
01  WS-IDLE-COUNT           PIC 9(05) COMP VALUE 0.

*> Escalation state, loaded from SMSESCST, updated and written back
*> whole - the same layout and ceiling SMSESCL keeps it in.
01  WS-EST-TABLE.
    02 WS-EST-COUNT         PIC 9(05) COMP VALUE 0.
    02 WS-EST-ENTRY OCCURS 2000 TIMES.
       03 WS-EST-TEXTID     PIC X(15).
       03 WS-EST-PENDING-COUNT
                            PIC 9(02).
       03 WS-EST-ESCALATED  PIC X(01).
01  WS-EST-IX               PIC 9(05) COMP VALUE 0.
01  WS-EST-FOUND-IX         PIC 9(05) COMP VALUE 0.

01  WS-RUN-STAMP            PIC X(19).

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

PROCEDURE DIVISION.

0000-MAIN.
    PERFORM 1050-CHECK-RESTART-PENDING
    IF WS-RESTART-PENDING
        MOVE 8 TO RETURN-CODE
    ELSE
        PERFORM 1000-INITIALIZE
        IF WS-CLOSURE-OVERFLOW
            PERFORM 1150-ABEND-CLOSURE-OVERFLOW
        ELSE
            IF WS-CLS-COUNT > 0
                PERFORM 2000-CANCEL-FROM-TARGET
                    VARYING WS-TGT-IX FROM 1 BY 1
                    UNTIL WS-TGT-IX > 5
                PERFORM 3000-SETTLE-ESCALATIONS
            END-IF
            PERFORM 9000-TERMINATE
        END-IF
    END-IF
    STOP RUN.

1050-CHECK-RESTART-PENDING.
*> Same rule as SMSSWEEP and SMSESCL: never rewrite SMSQUEUE while a
*> nonzero SMSCKPT says an interrupted SENDSMS run has yet to resume
*> against the queue file it checkpointed.
    OPEN INPUT SMS-CHECKPOINT-FILE
    IF WS-CKPT-FILE-STATUS = "00"
        READ SMS-CHECKPOINT-FILE
            AT END CONTINUE
            NOT AT END
                IF CKP-COUNT NUMERIC AND CKP-COUNT > 0
                    SET WS-RESTART-PENDING TO TRUE
                END-IF
        END-READ
        CLOSE SMS-CHECKPOINT-FILE
    END-IF
    IF WS-RESTART-PENDING
        DISPLAY "SMSCLOSE: SMSCKPT SHOWS AN INTERRUPTED SENDSMS RUN "
            "STILL PENDING RESUME - NOTHING CANCELLED."
        DISPLAY "SMSCLOSE: RERUN SENDSMS TO FINISH THE QUEUE, THEN "
            "CLOSE."
    END-IF.

1000-INITIALIZE.
    ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD
    ACCEPT WS-CURR-TIME FROM TIME
    MOVE SPACES TO WS-RUN-STAMP
    STRING WS-CURR-YYYY "-" WS-CURR-MM "-" WS-CURR-DD " "
           WS-CURR-HH ":" WS-CURR-MIN ":" WS-CURR-SS
        DELIMITED BY SIZE INTO WS-RUN-STAMP
    END-STRING
    PERFORM 1100-LOAD-CLOSURE-TABLE.

1100-LOAD-CLOSURE-TABLE.
*> No closure feed tonight is simply nothing to cancel.
    MOVE 0 TO WS-CLS-COUNT
    OPEN INPUT SMS-CLOSURE-FILE
    IF WS-CLOSURE-FILE-STATUS = "00"
        PERFORM 1110-READ-CLOSURE-RECORD
            UNTIL WS-CLOSURE-EOF OR WS-CLOSURE-OVERFLOW
    ELSE
        SET WS-CLOSURE-EOF TO TRUE
    END-IF.

1110-READ-CLOSURE-RECORD.
    READ SMS-CLOSURE-FILE
        AT END SET WS-CLOSURE-EOF TO TRUE
        NOT AT END
            IF CLS-TICKET-NO NOT = SPACES
                MOVE CLS-TICKET-NO TO WS-WORK-TICKET
                PERFORM 2900-FIND-CLOSED-TICKET
*> A ticket closed twice in one feed is cancelled once, under its
*> first closure.
                IF WS-CLS-FOUND-IX = 0
                    IF WS-CLS-COUNT >= 2000
                        SET WS-CLOSURE-OVERFLOW TO TRUE
                    ELSE
                        ADD 1 TO WS-CLS-COUNT
                        MOVE CLS-TICKET-NO
                            TO WS-CLS-TICKET-NO(WS-CLS-COUNT)
                        MOVE CLS-CLOSED-STAMP
                            TO WS-CLS-CLOSED-STAMP(WS-CLS-COUNT)
                        MOVE CLS-CLOSED-BY
                            TO WS-CLS-CLOSED-BY(WS-CLS-COUNT)
                        MOVE 0 TO WS-CLS-CANCEL-COUNT(WS-CLS-COUNT)
                    END-IF
                END-IF
            END-IF
    END-READ.

1150-ABEND-CLOSURE-OVERFLOW.
*> Working part of the feed and then emptying it would lose the
*> rest - touch nothing and keep the feed for a split rerun.
    CLOSE SMS-CLOSURE-FILE
    DISPLAY "SMSCLOSE: SMSTKCLS HOLDS MORE THAN 2000 CLOSED TICKETS "
        "- THE CLOSURE TABLE CANNOT HOLD THE WHOLE FEED."
    DISPLAY "SMSCLOSE: NOTHING CANCELLED AND SMSTKCLS KEPT - SPLIT "
        "THE FEED, THEN RERUN."
    MOVE 16 TO RETURN-CODE.

2000-CANCEL-FROM-TARGET.
*> Copy the target to the work file, then write it back without the
*> closed tickets' records. A target that doesn't exist has nothing
*> outstanding in it.
    MOVE 0 TO WS-TGT-IN(WS-TGT-IX)
    MOVE 0 TO WS-TGT-KEPT(WS-TGT-IX)
    MOVE "N" TO WS-TARGET-EOF-SW
    MOVE "N" TO WS-WORK-EOF-SW
    PERFORM 2100-OPEN-TARGET-INPUT
    IF WS-TARGET-EOF
        CONTINUE
    ELSE
        OPEN OUTPUT SMS-WORK-FILE
        PERFORM 2200-COPY-TARGET-RECORD UNTIL WS-TARGET-EOF
        CLOSE SMS-WORK-FILE
        PERFORM 2300-CLOSE-TARGET
        OPEN INPUT SMS-WORK-FILE
        PERFORM 2400-OPEN-TARGET-OUTPUT
        PERFORM 2500-FILTER-WORK-RECORD UNTIL WS-WORK-EOF
        CLOSE SMS-WORK-FILE
        PERFORM 2300-CLOSE-TARGET
    END-IF.

2100-OPEN-TARGET-INPUT.
    EVALUATE WS-TGT-IX
        WHEN 1
            OPEN INPUT SMS-QUEUE-FILE
            IF WS-QUEUE-FILE-STATUS NOT = "00"
                SET WS-TARGET-EOF TO TRUE
            END-IF
        WHEN 2
            OPEN INPUT SMS-SCHEDULED-FILE
            IF WS-SCHEDULED-FILE-STATUS NOT = "00"
                SET WS-TARGET-EOF TO TRUE
            END-IF
        WHEN 3
            OPEN INPUT SMS-FAILED-FILE
            IF WS-FAILED-FILE-STATUS NOT = "00"
                SET WS-TARGET-EOF TO TRUE
            END-IF
        WHEN 4
            OPEN INPUT SMS-DEFERRED-FILE
            IF WS-DEFERRED-FILE-STATUS NOT = "00"
                SET WS-TARGET-EOF TO TRUE
            END-IF
        WHEN OTHER
            OPEN INPUT SMS-SUSPENSE-FILE
            IF WS-SUSPENSE-FILE-STATUS NOT = "00"
                SET WS-TARGET-EOF TO TRUE
            END-IF
    END-EVALUATE.

2200-COPY-TARGET-RECORD.
    EVALUATE WS-TGT-IX
        WHEN 1
            READ SMS-QUEUE-FILE
                AT END SET WS-TARGET-EOF TO TRUE
                NOT AT END MOVE QUE-RECORD TO WRK-RECORD
            END-READ
        WHEN 2
            READ SMS-SCHEDULED-FILE
                AT END SET WS-TARGET-EOF TO TRUE
                NOT AT END MOVE SCH-RECORD TO WRK-RECORD
            END-READ
        WHEN 3
            READ SMS-FAILED-FILE
                AT END SET WS-TARGET-EOF TO TRUE
                NOT AT END MOVE FLD-RECORD TO WRK-RECORD
            END-READ
        WHEN 4
            READ SMS-DEFERRED-FILE
                AT END SET WS-TARGET-EOF TO TRUE
                NOT AT END MOVE DEF-RECORD TO WRK-RECORD
            END-READ
        WHEN OTHER
            READ SMS-SUSPENSE-FILE
                AT END SET WS-TARGET-EOF TO TRUE
                NOT AT END MOVE SUS-RECORD TO WRK-RECORD
            END-READ
    END-EVALUATE
    IF NOT WS-TARGET-EOF
        WRITE WRK-RECORD
        ADD 1 TO WS-TGT-IN(WS-TGT-IX)
    END-IF.

2300-CLOSE-TARGET.
    EVALUATE WS-TGT-IX
        WHEN 1
            CLOSE SMS-QUEUE-FILE
        WHEN 2
            CLOSE SMS-SCHEDULED-FILE
        WHEN 3
            CLOSE SMS-FAILED-FILE
        WHEN 4
            CLOSE SMS-DEFERRED-FILE
        WHEN OTHER
            CLOSE SMS-SUSPENSE-FILE
    END-EVALUATE.

2400-OPEN-TARGET-OUTPUT.
    EVALUATE WS-TGT-IX
        WHEN 1
            OPEN OUTPUT SMS-QUEUE-FILE
        WHEN 2
            OPEN OUTPUT SMS-SCHEDULED-FILE
        WHEN 3
            OPEN OUTPUT SMS-FAILED-FILE
        WHEN 4
            OPEN OUTPUT SMS-DEFERRED-FILE
        WHEN OTHER
            OPEN OUTPUT SMS-SUSPENSE-FILE
    END-EVALUATE.

2500-FILTER-WORK-RECORD.
    READ SMS-WORK-FILE
        AT END SET WS-WORK-EOF TO TRUE
        NOT AT END
            MOVE WRK-TICKET-NO TO WS-WORK-TICKET
            PERFORM 2900-FIND-CLOSED-TICKET
            IF WS-CLS-FOUND-IX > 0 AND WRK-TICKET-NO NOT = SPACES
                PERFORM 2600-LOG-RECORD-CANCELLED
            ELSE
                PERFORM 2700-WRITE-TARGET-RECORD
            END-IF
    END-READ.

2600-LOG-RECORD-CANCELLED.
    MOVE WRK-TICKET-NO TO CAN-TICKET-NO
    MOVE WS-TGT-NAME(WS-TGT-IX) TO CAN-SOURCE
    MOVE WRK-PHONE TO CAN-PHONE
    MOVE WRK-MSG-CODE TO CAN-MSG-CODE
    MOVE SPACES TO CAN-TEXTID
    PERFORM 2650-WRITE-CANCEL-RECORD
    ADD 1 TO WS-CANCEL-COUNT.

2650-WRITE-CANCEL-RECORD.
*> The log is opened on the first cancellation, so a night with
*> nothing to cancel leaves SMSCANCL alone.
    IF NOT WS-CANCEL-OPEN
        OPEN EXTEND SMS-CANCEL-FILE
        IF WS-CANCEL-FILE-STATUS = "35"
            OPEN OUTPUT SMS-CANCEL-FILE
        END-IF
        SET WS-CANCEL-OPEN TO TRUE
    END-IF
    MOVE WS-CLS-CLOSED-STAMP(WS-CLS-FOUND-IX) TO CAN-CLOSED-STAMP
    MOVE WS-CLS-CLOSED-BY(WS-CLS-FOUND-IX) TO CAN-CLOSED-BY
    MOVE WS-RUN-STAMP TO CAN-TIMESTAMP
    WRITE CAN-RECORD
    ADD 1 TO WS-CLS-CANCEL-COUNT(WS-CLS-FOUND-IX)
    DISPLAY "SMSCLOSE: TICKET " CAN-TICKET-NO " CLOSED - CANCELLED "
        CAN-MSG-CODE " TO " CAN-PHONE " FROM " CAN-SOURCE.

2700-WRITE-TARGET-RECORD.
    EVALUATE WS-TGT-IX
        WHEN 1
            MOVE WRK-RECORD TO QUE-RECORD
            WRITE QUE-RECORD
        WHEN 2
            MOVE WRK-RECORD TO SCH-RECORD
            WRITE SCH-RECORD
        WHEN 3
            MOVE WRK-RECORD TO FLD-RECORD
            WRITE FLD-RECORD
        WHEN 4
            MOVE WRK-RECORD TO DEF-RECORD
            WRITE DEF-RECORD
        WHEN OTHER
            MOVE WRK-RECORD TO SUS-RECORD
            WRITE SUS-RECORD
    END-EVALUATE
    ADD 1 TO WS-TGT-KEPT(WS-TGT-IX).

2900-FIND-CLOSED-TICKET.
    MOVE 0 TO WS-CLS-FOUND-IX
    MOVE 1 TO WS-CLS-IX
    PERFORM 2910-MATCH-CLOSED-TICKET
        UNTIL WS-CLS-IX > WS-CLS-COUNT
           OR WS-CLS-FOUND-IX > 0.

2910-MATCH-CLOSED-TICKET.
    IF WS-CLS-TICKET-NO(WS-CLS-IX) = WS-WORK-TICKET
        MOVE WS-CLS-IX TO WS-CLS-FOUND-IX
    ELSE
        ADD 1 TO WS-CLS-IX
    END-IF.

3000-SETTLE-ESCALATIONS.
*> Every send a closed ticket went out under is marked settled -
*> the same flag SMSESCL sets once it has escalated or seen an ACK -
*> so no backup is paged for it.
    PERFORM 3100-LOAD-ESCSTATE-TABLE
    OPEN INPUT SMS-HISTORY-FILE
    IF WS-HISTORY-FILE-STATUS = "00"
        MOVE "N" TO WS-HISTORY-EOF-SW
        MOVE LOW-VALUES TO HIS-TEXTID
        START SMS-HISTORY-FILE KEY >= HIS-TEXTID
            INVALID KEY SET WS-HISTORY-EOF TO TRUE
        END-START
        PERFORM 3200-READ-HISTORY-RECORD UNTIL WS-HISTORY-EOF
        CLOSE SMS-HISTORY-FILE
    ELSE
        IF WS-HISTORY-FILE-STATUS NOT = "35"
            DISPLAY "SMSCLOSE: SMSHIST COULD NOT BE OPENED, STATUS "
                WS-HISTORY-FILE-STATUS " - CLOSED TICKETS' SENDS "
                "NOT SETTLED ON SMSESCST."
            SET WS-SETTLE-INCOMPLETE TO TRUE
        END-IF
    END-IF
    PERFORM 3500-REWRITE-ESCSTATE-FILE.

3100-LOAD-ESCSTATE-TABLE.
    MOVE 0 TO WS-EST-COUNT
    OPEN INPUT SMS-ESCSTATE-FILE
    IF WS-ESCSTATE-FILE-STATUS = "00"
        PERFORM 3110-READ-ESCSTATE-RECORD
            UNTIL WS-ESCSTATE-EOF OR WS-EST-COUNT >= 2000
        CLOSE SMS-ESCSTATE-FILE
    END-IF.

3110-READ-ESCSTATE-RECORD.
    READ SMS-ESCSTATE-FILE
        AT END SET WS-ESCSTATE-EOF TO TRUE
        NOT AT END
            ADD 1 TO WS-EST-COUNT
            MOVE EST-TEXTID TO WS-EST-TEXTID(WS-EST-COUNT)
            IF EST-PENDING-COUNT NUMERIC
                MOVE EST-PENDING-COUNT
                    TO WS-EST-PENDING-COUNT(WS-EST-COUNT)
            ELSE
                MOVE ZEROS TO WS-EST-PENDING-COUNT(WS-EST-COUNT)
            END-IF
            MOVE EST-ESCALATED-SW TO WS-EST-ESCALATED(WS-EST-COUNT)
    END-READ.

3200-READ-HISTORY-RECORD.
    READ SMS-HISTORY-FILE NEXT RECORD
        AT END SET WS-HISTORY-EOF TO TRUE
        NOT AT END
            IF HIS-TICKET-NO NOT = SPACES
                MOVE HIS-TICKET-NO TO WS-WORK-TICKET
                PERFORM 2900-FIND-CLOSED-TICKET
                IF WS-CLS-FOUND-IX > 0
                    PERFORM 3300-SETTLE-TEXTID
                END-IF
            END-IF
    END-READ.

3300-SETTLE-TEXTID.
    MOVE 0 TO WS-EST-FOUND-IX
    MOVE 1 TO WS-EST-IX
    PERFORM 3310-MATCH-STATE-ENTRY
        UNTIL WS-EST-IX > WS-EST-COUNT
           OR WS-EST-FOUND-IX > 0
    IF WS-EST-FOUND-IX = 0
        IF WS-EST-COUNT < 2000
            ADD 1 TO WS-EST-COUNT
            MOVE WS-EST-COUNT TO WS-EST-FOUND-IX
            MOVE HIS-TEXTID TO WS-EST-TEXTID(WS-EST-FOUND-IX)
            MOVE ZEROS TO WS-EST-PENDING-COUNT(WS-EST-FOUND-IX)
            MOVE "N" TO WS-EST-ESCALATED(WS-EST-FOUND-IX)
        ELSE
            DISPLAY "SMSCLOSE: SMSESCST FULL - TEXTID " HIS-TEXTID
                " FOR TICKET " HIS-TICKET-NO " NOT SETTLED."
            SET WS-SETTLE-INCOMPLETE TO TRUE
        END-IF
    END-IF
    IF WS-EST-FOUND-IX > 0
        IF WS-EST-ESCALATED(WS-EST-FOUND-IX) NOT = "Y"
            MOVE "Y" TO WS-EST-ESCALATED(WS-EST-FOUND-IX)
            MOVE HIS-TICKET-NO TO CAN-TICKET-NO
            MOVE "SMSESCST" TO CAN-SOURCE
            MOVE HIS-PHONE TO CAN-PHONE
            MOVE HIS-MSG-CODE TO CAN-MSG-CODE
            MOVE HIS-TEXTID TO CAN-TEXTID
            PERFORM 2650-WRITE-CANCEL-RECORD
            ADD 1 TO WS-SETTLE-COUNT
        END-IF
    END-IF.

3310-MATCH-STATE-ENTRY.
    IF WS-EST-TEXTID(WS-EST-IX) = HIS-TEXTID
        MOVE WS-EST-IX TO WS-EST-FOUND-IX
    ELSE
        ADD 1 TO WS-EST-IX
    END-IF.

3500-REWRITE-ESCSTATE-FILE.
    OPEN OUTPUT SMS-ESCSTATE-FILE
    PERFORM 3510-WRITE-ONE-STATE-ENTRY
        VARYING WS-EST-IX FROM 1 BY 1
        UNTIL WS-EST-IX > WS-EST-COUNT
    CLOSE SMS-ESCSTATE-FILE.

3510-WRITE-ONE-STATE-ENTRY.
    MOVE WS-EST-TEXTID(WS-EST-IX) TO EST-TEXTID
    MOVE WS-EST-PENDING-COUNT(WS-EST-IX) TO EST-PENDING-COUNT
    MOVE WS-EST-ESCALATED(WS-EST-IX) TO EST-ESCALATED-SW
    WRITE EST-RECORD.

9000-TERMINATE.
*> Empty the feed once its closures are worked - a closure is acted
*> on once, and its cancellations stay on SMSCANCL.
    IF WS-CLOSURE-FILE-STATUS = "00"
       OR WS-CLOSURE-FILE-STATUS = "10"
        CLOSE SMS-CLOSURE-FILE
        OPEN OUTPUT SMS-CLOSURE-FILE
        CLOSE SMS-CLOSURE-FILE
    END-IF
    IF WS-CANCEL-OPEN
        CLOSE SMS-CANCEL-FILE
    END-IF
    IF WS-CLS-COUNT > 0
        OPEN OUTPUT SMS-WORK-FILE
        CLOSE SMS-WORK-FILE
        PERFORM 9100-WRITE-CONTROL-TOTALS
        PERFORM 9200-COUNT-IDLE-CLOSURE
            VARYING WS-CLS-IX FROM 1 BY 1
            UNTIL WS-CLS-IX > WS-CLS-COUNT
    END-IF
    DISPLAY "SMSCLOSE: " WS-CLS-COUNT " TICKET(S) CLOSED, "
        WS-CANCEL-COUNT " RECORD(S) CANCELLED, " WS-SETTLE-COUNT
        " ESCALATION(S) SETTLED, " WS-IDLE-COUNT
        " WITH NOTHING OUTSTANDING."
    IF WS-SETTLE-INCOMPLETE
        MOVE 4 TO RETURN-CODE
    END-IF.

9100-WRITE-CONTROL-TOTALS.
*> Every target record read must be written back or logged as
*> cancelled - SMSBAL holds the step to that.
    OPEN EXTEND SMS-CONTROL-FILE
    IF WS-CONTROL-FILE-STATUS = "35"
        OPEN OUTPUT SMS-CONTROL-FILE
    END-IF
    MOVE "SMSCLOSE" TO CTL-PROGRAM
    MOVE WS-RUN-STAMP TO CTL-RUN-STAMP
    MOVE "IN " TO CTL-DIRECTION
    PERFORM 9110-WRITE-TARGET-IN
        VARYING WS-TGT-IX FROM 1 BY 1
        UNTIL WS-TGT-IX > 5
    MOVE "OUT" TO CTL-DIRECTION
    PERFORM 9120-WRITE-TARGET-KEPT
        VARYING WS-TGT-IX FROM 1 BY 1
        UNTIL WS-TGT-IX > 5
    MOVE "SMSCANCL" TO CTL-FILE
    MOVE WS-CANCEL-COUNT TO CTL-COUNT
    WRITE CTL-RECORD
    CLOSE SMS-CONTROL-FILE.

9110-WRITE-TARGET-IN.
    MOVE WS-TGT-NAME(WS-TGT-IX) TO CTL-FILE
    MOVE WS-TGT-IN(WS-TGT-IX) TO CTL-COUNT
    WRITE CTL-RECORD.

9120-WRITE-TARGET-KEPT.
    MOVE WS-TGT-NAME(WS-TGT-IX) TO CTL-FILE
    MOVE WS-TGT-KEPT(WS-TGT-IX) TO CTL-COUNT
    WRITE CTL-RECORD.

9200-COUNT-IDLE-CLOSURE.
    IF WS-CLS-CANCEL-COUNT(WS-CLS-IX) = 0
        ADD 1 TO WS-IDLE-COUNT
    END-IF.

END PROGRAM SMSCLOSE.
