      *> Copybook: SMSCLS
      *> Description: one ticket-closure record on the SMSTKCLS feed
      *>              from the ticketing system - a ticket that has
      *>              been closed or resolved, when, and by whom.
      *>              SMSCLOSE cancels everything still outstanding
      *>              for the ticket and empties the feed once it has
      *>              been worked.
      *> Author: Rebecca Ann Coles
      *>
       01  CLS-RECORD.
           02 CLS-TICKET-NO     PIC X(10).
           02 CLS-CLOSED-STAMP  PIC X(19).
           02 CLS-CLOSED-BY     PIC X(20).
