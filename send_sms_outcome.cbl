*>              to the SNT-TICKET-NO on SMSSENT, folds in the
*>              terminal diversions (SMSDEAD dead letters, SMSSUPPR
*>              do-not-text suppressions with their reason code, and
*>              SMSSUSP records whose send window has expired, plus
*>              the SMSCANCL log of pages SMSCLOSE cancelled for
*>              closed tickets), and writes one outcome record per
*>              ticket to SMSTKOUT in the fixed SMSTKO layout:
*>              DELIVERED, FAILED-ESC, SUPPRESSED, CANCELLED or
*>              GIVEN-UP. The dedupe guard protects
*>              the recipient from a second page; this tells the
*>              dispatcher the first one landed.
*> Author: Rebecca Ann Coles
*>      DELIVERED (any of the ticket's sends - including an ESCAL1
*>      escalation page - confirmed delivered) over FAILED-ESC
*>      (escalated, nothing delivered yet) over SUPPRESSED over
*>      CANCELLED (the ticket was closed and SMSCLOSE cancelled its
*>      outstanding pages) over GIVEN-UP. A ticket whose sends are all still pending gets no
*>      record - the ticketing system only hears about outcomes.
*>   3) SMSTKOUT is rewritten each run - it is a snapshot for
*>      import, not a log.
*>
*> Modification History:
*>   2026-09-02  RAC  Initial version.
*>   2026-10-15  RAC  Read the SMSCANCL closure-cancellation log and
*>                     report closed tickets as CANCELLED, not
*>                     GIVEN-UP.
*>   2026-10-15  RAC  Apply a recon status to every ticket sharing the
*>                     textId, so each ticket rolled into a SENDSMS
*>                     digest text gets its outcome.

IDENTIFICATION DIVISION.
PROGRAM-ID. SMSTKOUT.
    SELECT SMS-SUSPENSE-FILE ASSIGN TO "SMSSUSP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUSPENSE-FILE-STATUS.
    SELECT SMS-CANCEL-FILE ASSIGN TO "SMSCANCL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CANCEL-FILE-STATUS.
    SELECT SMS-OUTCOME-FILE ASSIGN TO "SMSTKOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-OUTCOME-FILE-STATUS.
FD  SMS-SUSPENSE-FILE.
    COPY SMSSUS.

FD  SMS-CANCEL-FILE.
    COPY SMSCAN.

FD  SMS-OUTCOME-FILE.
    COPY SMSTKO.

    02 WS-DEADLETTER-FILE-STATUS PIC X(02) VALUE "00".
    02 WS-SUPPRESSED-FILE-STATUS PIC X(02) VALUE "00".
    02 WS-SUSPENSE-FILE-STATUS PIC X(02) VALUE "00".
    02 WS-CANCEL-FILE-STATUS PIC X(02) VALUE "00".
    02 WS-OUTCOME-FILE-STATUS PIC X(02) VALUE "00".
    02 WS-SENT-EOF-SW       PIC X(01) VALUE "N".
       88 WS-SENT-EOF                VALUE "Y".
       88 WS-SUPPRESSED-EOF          VALUE "Y".
    02 WS-SUSPENSE-EOF-SW   PIC X(01) VALUE "N".
       88 WS-SUSPENSE-EOF            VALUE "Y".
    02 WS-CANCEL-EOF-SW     PIC X(01) VALUE "N".
       88 WS-CANCEL-EOF              VALUE "Y".

*> One entry per ticket seen anywhere tonight, accumulating the
*> facts the outcome decision needs.
       03 WS-TKT-SUPPRESSED PIC X(01).
       03 WS-TKT-REASON     PIC X(04).
       03 WS-TKT-DEAD       PIC X(01).
       03 WS-TKT-CANCELLED  PIC X(01).
01  WS-TKT-IX               PIC 9(05) COMP VALUE 0.
01  WS-TKT-FOUND-IX         PIC 9(05) COMP VALUE 0.
01  WS-TKT-CURR-IX          PIC 9(05) COMP VALUE 0.
       03 WS-TID-ID         PIC X(15).
       03 WS-TID-TKT-IX     PIC 9(05) COMP.
01  WS-TID-IX               PIC 9(05) COMP VALUE 0.

01  WS-OUTCOME-COUNT        PIC 9(05) VALUE 0.
01  WS-NOW-HHMM             PIC 9(04) VALUE 0.
    PERFORM 4000-GATHER-DEADLETTER-RECORD UNTIL WS-DEADLETTER-EOF
    PERFORM 5000-GATHER-SUPPRESSED-RECORD UNTIL WS-SUPPRESSED-EOF
    PERFORM 6000-GATHER-SUSPENSE-RECORD UNTIL WS-SUSPENSE-EOF
    PERFORM 6500-GATHER-CANCEL-RECORD UNTIL WS-CANCEL-EOF
    PERFORM 7000-WRITE-OUTCOME-FILE
    PERFORM 9000-TERMINATE
    STOP RUN.
    IF WS-SUSPENSE-FILE-STATUS NOT = "00"
        SET WS-SUSPENSE-EOF TO TRUE
    END-IF
    OPEN INPUT SMS-CANCEL-FILE
    IF WS-CANCEL-FILE-STATUS NOT = "00"
        SET WS-CANCEL-EOF TO TRUE
    END-IF
    OPEN OUTPUT SMS-OUTCOME-FILE
    IF NOT WS-SENT-EOF
        PERFORM 2100-READ-SENT-RECORD
    END-IF
    IF NOT WS-SUSPENSE-EOF
        PERFORM 6100-READ-SUSPENSE-RECORD
    END-IF
    IF NOT WS-CANCEL-EOF
        PERFORM 6600-READ-CANCEL-RECORD
    END-IF.

2000-GATHER-SENT-RECORD.
    END-READ.

3000-GATHER-RECON-RECORD.
*> A SENDSMS digest text's textId is on the SMSSENT record of every
*> ticket it rolled up, so a reading applies to every entry carrying
*> the textId, not just the first.
    PERFORM 3200-APPLY-TO-TEXTID-ENTRY
        VARYING WS-TID-IX FROM 1 BY 1
        UNTIL WS-TID-IX > WS-TID-COUNT
    PERFORM 3100-READ-RECON-RECORD.

3100-READ-RECON-RECORD.
    READ SMS-RECON-FILE
        AT END SET WS-RECON-EOF TO TRUE
    END-READ.

3200-APPLY-TO-TEXTID-ENTRY.
*> DELIVERED wins over anything; FAILED only ever worsens a blank
*> or PENDING reading - a later poll can't take a delivery back.
    IF WS-TID-ID(WS-TID-IX) = REC-TEXTID
        MOVE WS-TID-TKT-IX(WS-TID-IX) TO WS-TKT-CURR-IX
        IF REC-STATUS = "DELIVERED"
            MOVE "DELIVERED" TO WS-TKT-STATUS(WS-TKT-CURR-IX)
        ELSE
                END-IF
            END-IF
        END-IF
    END-IF.

4000-GATHER-DEADLETTER-RECORD.
        AT END SET WS-SUSPENSE-EOF TO TRUE
    END-READ.

6500-GATHER-CANCEL-RECORD.
*> Any line on the log - a queued, scheduled, failed, deferred or
*> suspended page pulled, or an escalation settled - means the
*> ticket was closed before its paging finished.
    IF CAN-TICKET-NO NOT = SPACES
        MOVE CAN-TICKET-NO TO WS-WORK-TICKET
        PERFORM 8000-FIND-OR-ADD-TICKET
        IF WS-TKT-CURR-IX > 0
            MOVE "Y" TO WS-TKT-CANCELLED(WS-TKT-CURR-IX)
            IF WS-TKT-PHONE(WS-TKT-CURR-IX) = SPACES
                MOVE CAN-PHONE TO WS-TKT-PHONE(WS-TKT-CURR-IX)
            END-IF
        END-IF
    END-IF
    PERFORM 6600-READ-CANCEL-RECORD.

6600-READ-CANCEL-RECORD.
    READ SMS-CANCEL-FILE
        AT END SET WS-CANCEL-EOF TO TRUE
    END-READ.

7000-WRITE-OUTCOME-FILE.
    PERFORM 7100-JUDGE-ONE-TICKET
        VARYING WS-TKT-IX FROM 1 BY 1
        WHEN WS-TKT-SUPPRESSED(WS-TKT-IX) = "Y"
            MOVE "SUPPRESSED" TO TKO-OUTCOME
            MOVE WS-TKT-REASON(WS-TKT-IX) TO TKO-REASON-CODE
        WHEN WS-TKT-CANCELLED(WS-TKT-IX) = "Y"
            MOVE "CANCELLED" TO TKO-OUTCOME
        WHEN WS-TKT-DEAD(WS-TKT-IX) = "Y"
            MOVE "GIVEN-UP" TO TKO-OUTCOME
        WHEN OTHER
            MOVE "N" TO WS-TKT-SUPPRESSED(WS-TKT-CURR-IX)
            MOVE SPACES TO WS-TKT-REASON(WS-TKT-CURR-IX)
            MOVE "N" TO WS-TKT-DEAD(WS-TKT-CURR-IX)
            MOVE "N" TO WS-TKT-CANCELLED(WS-TKT-CURR-IX)
        ELSE
            ADD 1 TO WS-TKT-OVERFLOW
            MOVE 0 TO WS-TKT-CURR-IX
    IF WS-SUSPENSE-FILE-STATUS NOT = "35"
        CLOSE SMS-SUSPENSE-FILE
    END-IF
    IF WS-CANCEL-FILE-STATUS NOT = "35"
        CLOSE SMS-CANCEL-FILE
    END-IF
    CLOSE SMS-OUTCOME-FILE.

END PROGRAM SMSTKOUT.
