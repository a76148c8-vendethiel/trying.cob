      * file fingerprint returned by the fingerprint subprogram: the
      * same record count and positional checksum backup-set writes
      * on its manifest, so a fingerprint taken anywhere can be
      * matched to a backup generation, plus the first and last
      * records for an eye check
       01 fp-file-name pic X(40).
       01 fp-found pic X(1).
           88 fp-present value 'Y'.
           88 fp-missing value 'N'.
       01 fp-record-count pic 9(7).
       01 fp-checksum pic 9(12).
       01 fp-first-record pic X(80).
       01 fp-last-record pic X(80).
