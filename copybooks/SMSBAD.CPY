      *> Copybook: SMSBAD
      *> Description: one suspect-number record, written to SMSBADNO
      *>              by the SMSNUMSC number-health scorecard for
      *>              every phone whose recent sends mostly failed or
      *>              never resolved - a ported number, a landline, a
      *>              dead phone. The file is rewritten each scoring
      *>              run. SMSQBLD and SMSESCL warn when they queue a
      *>              page to one, and SMSWATCH alerts the ops desk
      *>              when one is the number holding a group's pager.
      *>              BAD-LAST-SUCCESS is the YYYY-MM-DD of the last
      *>              delivered send in the window, spaces if none.
      *> Author: Rebecca Ann Coles
      *>
       01  BAD-RECORD.
           02 BAD-PHONE         PIC X(10).
           02 BAD-SCORED-DATE   PIC 9(08).
           02 BAD-SENDS         PIC 9(05).
           02 BAD-DELIVERED     PIC 9(05).
           02 BAD-FAILED        PIC 9(05).
           02 BAD-PENDING       PIC 9(05).
           02 BAD-DELIVERY-PCT  PIC 9(03).
           02 BAD-LAST-SUCCESS  PIC X(10).
