      *> Copybook: SMSRST
      *> Description: one step of the nightly job stream as SMSSTRM
      *>              last ran it - which program, when it started
      *>              and ended, the return code it came back with,
      *>              and how the controller judged that code. The
      *>              SMSRUNST file holds one of these per step and is
      *>              rewritten as each step starts and ends, so a
      *>              rerun can pick up at the step that failed (or
      *>              was still STARTED when the stream was killed).
      *>              RST-STATUS is STARTED, COMPLETE, WARNING or
      *>              FAILED.
      *> Author: Rebecca Ann Coles
      *>
       01  RST-RECORD.
           02 RST-STEP-NO       PIC 9(02).
           02 RST-PROGRAM       PIC X(08).
           02 RST-STATUS        PIC X(08).
           02 RST-START-STAMP   PIC X(19).
           02 RST-END-STAMP     PIC X(19).
           02 RST-RC            PIC 9(03).
