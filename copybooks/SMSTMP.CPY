      *>              counts the segments the merged message needs
      *>              and charges quota per segment, so a long
      *>              incident template no longer loses its tail.
      *>              The DIGEST code is the roll-up text SENDSMS
      *>              sends a phone past its per-run cap: ##COUNT##
      *>              is the number of tickets rolled up and
      *>              ##TICKET## their list.
      *>              A code may carry several versions, each with
      *>              the date its wording takes effect: SENDSMS
      *>              sends the latest version effective today, a
      *>              version dated ahead is staged, and superseded
      *>              versions stay on file so SMSINQ can show the
      *>              wording a recipient actually got. A version
      *>              with TMP-STATUS "R" retires the code from its
      *>              effective date. Records from before effective
      *>              dating carry spaces in both trailing fields
      *>              and count as live since the start of time.
      *>              Maintained through SMSTMNT, never by hand.
      *> Author: Rebecca Ann Coles
      *>
       01  TMP-RECORD.
           02 TMP-MSG-CODE       PIC X(06).
           02 TMP-TEXT           PIC X(300).
           02 TMP-EFF-DATE       PIC 9(08).
           02 TMP-STATUS         PIC X(01).
