      *>              SMSQBLD resolves EXT-GROUP against the SMSROSTR
      *>              roster master and writes the resolved SMSQUEUE
      *>              record, so the extract never has to track the
      *>              rota itself. EXT-BROADCAST "B" marks a
      *>              major-incident broadcast: the ticket goes to
      *>              every roster member of EXT-GROUP, on shift or
      *>              not (one extract record per group to reach
      *>              several). Any other value is an ordinary page.
      *> Author: Rebecca Ann Coles
      *>
       01  EXT-RECORD.
           02 EXT-PRIORITY      PIC X(01).
           02 EXT-EARLIEST-TIME PIC 9(04).
           02 EXT-LATEST-TIME   PIC 9(04).
           02 EXT-BROADCAST     PIC X(01).
