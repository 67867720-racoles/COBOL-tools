      *>              response; "T" (textbelt-style JSON with
      *>              success/textId/quotaRemaining/error keys) is
      *>              the only format currently implemented.
      *>              PRV-MSG-RATE is what the provider charges per
      *>              message segment; SMSCHGBK costs each month's
      *>              sends at it (spaces on records written before
      *>              the field existed, which SMSCHGBK reports as
      *>              having no rate).
      *> Author: Rebecca Ann Coles
      *>
       01  PRV-RECORD.
           02 PRV-STATUS-URL    PIC X(60).
           02 PRV-KEY           PIC X(65).
           02 PRV-RESP-FORMAT   PIC X(01).
           02 PRV-MSG-RATE      PIC 9(02)V9(04).
