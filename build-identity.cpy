      *    Identity of the maths library load modules under test,
      *    written to MATHBILD by the build job when it link-edits a
      *    new library: the build ID, the link-edit date, and the
      *    change reference the build was cut for. RUN-CLEANUP copies
      *    it to the night's MATHNBLD at the start of a fresh run, so
      *    every later step stamps the same build even if a new one
      *    is link-edited while the night is still running.
           01  BUILD-IDENTITY-RECORD.
               05  BI-BUILD-ID       PIC X(12).
               05  BI-LINK-DATE      PIC X(10).
               05  BI-CHANGE-REF     PIC X(12).
