      *    A copy of one MATHPLCY row as it stood when a release was
      *    certified, in MATHPSNP. MATHPLCY is edited directly and
      *    leaves no audit trail, so RELEASE-CERTIFICATE compares the
      *    live file against the rows kept at the previous promotion
      *    to report what changed in between. The file holds the
      *    previous promotion's rows and tonight's, nothing older.
           01  POLICY-SNAPSHOT-RECORD.
               05  PS-PROMOTION-DATE PIC X(10).
               05  PS-POLICY-IMAGE   PIC X(105).
