      *> Copybook: SMSCAN
      *> Description: one cancellation-log record, appended to
      *>              SMSCANCL by SMSCLOSE for every outstanding page
      *>              it removed because its ticket was closed - the
      *>              file it came out of (SMSQUEUE, SMSSCHED,
      *>              SMSFAIL, SMSDEFER or SMSSUSP), or SMSESCST with
      *>              the textId when a sent page's escalation was
      *>              settled instead. SMSTKOUT reports every ticket
      *>              on this log as CANCELLED.
      *> Author: Rebecca Ann Coles
      *>
       01  CAN-RECORD.
           02 CAN-TICKET-NO     PIC X(10).
           02 CAN-SOURCE        PIC X(08).
           02 CAN-PHONE         PIC X(10).
           02 CAN-MSG-CODE      PIC X(06).
           02 CAN-TEXTID        PIC X(15).
           02 CAN-CLOSED-STAMP  PIC X(19).
           02 CAN-CLOSED-BY     PIC X(20).
           02 CAN-TIMESTAMP     PIC X(19).
