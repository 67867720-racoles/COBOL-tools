      *>              landed. TKO-OUTCOME is one of DELIVERED,
      *>              FAILED-ESC (failed and escalated to the backup),
      *>              SUPPRESSED (with the do-not-text reason in
      *>              TKO-REASON-CODE), CANCELLED (the ticket was
      *>              closed and SMSCLOSE cancelled its outstanding
      *>              pages) or GIVEN-UP (dead-lettered or expired in
      *>              suspense). Tickets still in flight get no
      *>              record.
      *> Author: Rebecca Ann Coles
      *>
       01  TKO-RECORD.
