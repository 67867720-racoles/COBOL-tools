      *>              AUD-SEGMENTS is how many SMS segments the
      *>              message needed (zero on records diverted before
      *>              a message was built; spaces on records written
      *>              before the field existed). A ticket rolled into
      *>              a digest text gets its own record with the
      *>              digest's textId, zero segments and an error
      *>              text starting "DIGEST - "; the digest itself is
      *>              the DIGEST record that carries the segments.
      *> Author: Rebecca Ann Coles
      *>
       01  AUD-RECORD.
