      *>              SMSOPLOG by SMSMAINT for every record an
      *>              operator releases back to SMSQUEUE or deletes
      *>              from suspense/deferral - who did what, to
      *>              which record, and when. SMSTMNT appends one
      *>              for every template version it adds, changes or
      *>              retires: source SMSTMPL, the message code, and
      *>              the version's effective date in OPL-EFF-DATE
      *>              (blank on SMSMAINT's records).
      *> Author: Rebecca Ann Coles
      *>
       01  OPL-RECORD.
           02 OPL-PHONE         PIC X(10).
           02 OPL-MSG-CODE      PIC X(06).
           02 OPL-TICKET-NO     PIC X(10).
           02 OPL-EFF-DATE      PIC X(08).
