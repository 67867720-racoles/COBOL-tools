      *> Copybook: SMSROL
      *> Description: roll-up record - a non-priority-1 SMSQUE record
      *>              held back by SENDSMS because its phone had
      *>              already had its per-run share of individual
      *>              texts. Every record on SMSROLL goes out inside
      *>              one digest text per phone at the end of the
      *>              run, and each then lands on SMSSENT (with the
      *>              digest's textId), SMSFAIL, SMSDEFER or SMSSUSP
      *>              exactly as its own send would have.
      *> Author: Rebecca Ann Coles
      *>
       01  ROL-RECORD.
           02 ROL-PHONE         PIC X(10).
           02 ROL-NAME          PIC X(30).
           02 ROL-MSG-CODE      PIC X(06).
           02 ROL-TICKET-NO     PIC X(10).
           02 ROL-PRIORITY      PIC X(01).
           02 ROL-ATTEMPT-COUNT PIC 9(02).
           02 ROL-FIRST-FAIL-DATE
                                PIC 9(08).
           02 ROL-EARLIEST-TIME
                                PIC 9(04).
           02 ROL-LATEST-TIME   PIC 9(04).
