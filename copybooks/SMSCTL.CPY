      *> Copybook: SMSCTL
      *> Description: one control-total line on the SMSCTLT control-
      *>              totals file. Every run of a record-moving step
      *>              (SMSQBLD, SMSSWEEP, SENDSMS) appends one IN line
      *>              per file it consumed and one OUT line per file
      *>              it wrote, all carrying the same program name and
      *>              run stamp, so SMSBAL can prove that every record
      *>              a run read landed in exactly one target file.
      *>              CTL-DIRECTION is "IN " or "OUT".
      *> Author: Rebecca Ann Coles
      *>
       01  CTL-RECORD.
           02 CTL-PROGRAM       PIC X(08).
           02 CTL-RUN-STAMP     PIC X(19).
           02 CTL-DIRECTION     PIC X(03).
           02 CTL-FILE          PIC X(08).
           02 CTL-COUNT         PIC 9(07).
