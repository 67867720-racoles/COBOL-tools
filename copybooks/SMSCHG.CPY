      *> Copybook: SMSCHG
      *> Description: one line of the monthly chargeback extract
      *>              (SMSCHGX) SMSCHGBK writes for finance to load -
      *>              the month's accepted sends and segments for one
      *>              group, message code and provider, costed at the
      *>              provider's PRV-MSG-RATE. CHG-KIND is "G" for an
      *>              on-call group's own pages, "U" for pages to a
      *>              phone on no SMSROSTR group, "O" for overhead
      *>              (CHG-GROUP ESCALATE for SMSESCL's ESCAL1 pages,
      *>              WATCHDOG for SMSWATCH's pages), and "T" for the
      *>              one closing line carrying the month's totals.
      *>              Costs are carried to four places, unrounded, so
      *>              the lines add up to the total exactly.
      *> Author: Rebecca Ann Coles
      *>
       01  CHG-RECORD.
           02 CHG-MONTH         PIC X(07).
           02 CHG-KIND          PIC X(01).
           02 CHG-GROUP         PIC X(08).
           02 CHG-MSG-CODE      PIC X(06).
           02 CHG-PROVIDER      PIC X(08).
           02 CHG-SENDS         PIC 9(07).
           02 CHG-SEGMENTS      PIC 9(07).
           02 CHG-RATE          PIC 9(02)V9(04).
           02 CHG-COST          PIC 9(07)V9(04).
